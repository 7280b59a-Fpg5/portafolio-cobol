      *                   APROBACION DE SUPERVISOR (APRREG) ANTES DE   *
      *                   LLEGAR AL BANCO. CERO O NO NUMERICO          *
      *                   DESACTIVA EL CONTROL.                        *
      *   15/10/2026 FPG  AGREGADO RC-CALIBRACION: CON 'S' LA CORRIDA  *
      *                   NO ARRANCA SIN UNA CALIBRACION VIGENTE       *
      *                   (CALREN1A) Y SIN AUTORIZACION DE RH (CALOVR) *
      *                   PARA CADA DEPARTAMENTO FUERA DE TOLERANCIA.  *
      *   15/10/2026 FPG  AGREGADO RC-CIA: COMPANIA QUE PROCESA LA     *
      *                   CORRIDA. EN BLANCO SE PROCESAN TODAS LAS     *
      *                   COMPANIAS DE CIAREF.                         *
      *   15/10/2026 FPG  AGREGADOS RC-UMBRAL-DIFERIDO,                *
      *                   RC-PORC-INMEDIATO, RC-CUOTAS-DIFERIDAS Y     *
      *                   RC-MESES-CUOTA: UN BONO ARRIBA DEL UMBRAL SE *
      *                   PAGA EN PARTE AL MOMENTO Y EL RESTO QUEDA EN *
      *                   CUOTAS DIFERIDAS (DIFERIDO) QUE LIBERA       *
      *                   DIFBON1A. UMBRAL EN CERO O NO NUMERICO       *
      *                   DESACTIVA EL DIFERIMIENTO.                   *
      * CONVERSION: EL REGISTRO CRECIO DE 10 A 20 BYTES, LUEGO A 21, A *
      * 22 Y A 38. UN RUNCTL CON UN LAYOUT ANTERIOR DEBE RECAPTURARSE  *
      * CON ESTE LAYOUT (MODO, TOPE, SUPLEMENTARIA EN BLANCO, TOPE DE  *
      * APROBACION EN CEROS, CALIBRACION Y COMPANIA EN BLANCO,         *
      * DIFERIMIENTO EN CEROS); MIENTRAS TANTO LOS LECTORES AVISAN EN  *
      * CONSOLA Y TOMAN SOLO MODO Y TOPE, CON LOS CAMPOS NUEVOS POR    *
      * DEFECTO.                                                       *
      ******************************************************************
       01 REG-RUN-CONTROL.
           05 RC-MODO           PIC X(1).
           05 RC-SUPLEMENTARIA  PIC X(1).
               88 RC-CORRIDA-SUPLEMENTARIA VALUE 'S'.
           05 RC-TOPE-APROBACION PIC 9(7)V99.
           05 RC-CALIBRACION    PIC X(1).
               88 RC-EXIGE-CALIBRACION     VALUE 'S'.
           05 RC-CIA            PIC X(1).
           05 RC-UMBRAL-DIFERIDO PIC 9(7)V99.
           05 RC-PORC-INMEDIATO PIC 9(3).
           05 RC-CUOTAS-DIFERIDAS PIC 9(2).
           05 RC-MESES-CUOTA    PIC 9(2).
