      *                   EL PERIODO AAAA13 (MES 13 = CIERRE DE        *
      *                   ANIO); MNPROG1A EXIGE ESE REGISTRO ANTES DE  *
      *                   LA PRIMERA CORRIDA DE UN ANIO NUEVO.         *
      *   15/10/2026 FPG  LLAVE PR-LLAVE = COMPANIA (PR-CIA) MAS       *
      *                   PERIODO: CADA COMPANIA ABRE Y CIERRA SU      *
      *                   PERIODO POR SEPARADO. EL CIERRE ANUAL AAAA13 *
      *                   Y LOS PERIODOS DE UNA INSTALACION SIN CIAREF *
      *                   VAN CON PR-CIA EN BLANCO.                    *
      * CONVERSION: EL REGISTRO CRECIO DE 19 A 20 BYTES Y CAMBIO LA    *
      * LLAVE. PERREG SE DESCARGA Y SE RECARGA CON PR-CIA EN BLANCO;   *
      * LOS PERIODOS YA CERRADOS SE REPITEN BAJO CADA COMPANIA DE      *
      * CIAREF SI SE QUIERE PAGAR O AJUSTAR SOBRE ELLOS.               *
      ******************************************************************
       01 REG-PERIODO.
           05 PR-LLAVE.
               10 PR-CIA        PIC X(1).
               10 PR-PERIODO    PIC 9(6).
           05 PR-FECHA-CORRIDA  PIC 9(8).
           05 PR-SECUENCIA      PIC 9(4).
           05 PR-ESTADO         PIC X(1).
