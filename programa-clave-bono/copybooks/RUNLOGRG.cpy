      *           ABORTADO.                                            *
      * MOD-HISTORY:                                                   *
      *   02/09/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  AGREGADOS RL-TIPO, RL-PREDECESOR,            *
      *                   RL-COND-PRED Y RL-OPERADOR PARA LA           *
      *                   VERIFICACION DE PREDECESORES (PREDEC1A): UN  *
      *                   PASO RECHAZADO POR UN PREDECESOR FALTANTE O  *
      *                   FALLIDO ('R'), UN PASO QUE CORRIO POR        *
      *                   LIBERACION DEL OPERADOR ('F') Y EL REGISTRO  *
      *                   DE LA LIBERACION MISMA ('L', NO ES UN PASO). *
      *                   UNA SIMULACION DE MNPROG1A QUEDA COMO 'S' Y  *
      *                   TAMPOCO CUENTA COMO PASO DE LA NOCHE.        *
      *   15/10/2026 FPG  AGREGADO RL-MOTIVO: CAUSA DEL ABORTO CUANDO  *
      *                   EL PASO LA CONOCE (POR EJEMPLO UN EMPDATA    *
      *                   RECHAZADO EN LA RECEPCION) O MOTIVO DE LA    *
      *                   LIBERACION DEL OPERADOR EN LOS REGISTROS     *
      *                   'L'. EN BLANCO SI NO APLICA.                 *
      * CONVERSION: EL REGISTRO CRECIO DE 59 A 81 BYTES Y DESPUES A    *
      * 121. UN RUNLOG ANTERIOR SE ARCHIVA Y SE EMPIEZA UNO NUEVO.     *
      ******************************************************************
       01 REG-RUN-LOG.
           05 RL-PROGRAMA       PIC X(9).
               88 RL-COND-NORMAL           VALUE 0000.
               88 RL-COND-AVISO            VALUE 0004.
               88 RL-COND-ABORTO           VALUE 0016.
           05 RL-TIPO           PIC X(1).
               88 RL-TIPO-PASO             VALUE SPACE.
               88 RL-TIPO-RECHAZADO        VALUE 'R'.
               88 RL-TIPO-FORZADO          VALUE 'F'.
               88 RL-TIPO-LIBERACION       VALUE 'L'.
               88 RL-TIPO-SIMULACION       VALUE 'S'.
           05 RL-PREDECESOR     PIC X(9).
           05 RL-COND-PRED      PIC 9(4).
               88 RL-PRED-NO-CORRIO        VALUE 9999.
           05 RL-OPERADOR       PIC X(8).
           05 RL-MOTIVO         PIC X(40).
