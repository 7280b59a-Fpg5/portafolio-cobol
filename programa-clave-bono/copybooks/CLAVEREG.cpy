      ******************************************************************
      * COPYBOOK: CLAVEREG                                             *
      * PURPOSE:  LAYOUT DEL REGISTRO DE CLAVES (CLAVREG, INDEXADO     *
      *           POR ID-EMP). LA CLAVE DE CADA EMPLEADO SE ASIGNA UNA *
      *           SOLA VEZ Y SE CONSERVA AUNQUE CAMBIEN SU NOMBRE, SU  *
      *           PUESTO O SU SEXO: LA CORRIDA (MNPROG1A), EMPCONS1A Y *
      *           BANPAG1A TOMAN LA CLAVE DE AQUI Y NO DE LA REGLA DE  *
      *           SBPROG1A. CLV-NOM, CLV-PUESTO Y CLV-SEXO SON LOS     *
      *           DATOS CON QUE SE FORMO. CLV-ORIGEN DICE QUIEN LA     *
      *           ASIGNO: 'C' LA CORRIDA (EMPLEADO NUEVO, CON LA       *
      *           REGLA), 'H' CLVREG1A DESDE EL HISTORIAL DE PAGOS     *
      *           PAGOLIB (LA ULTIMA CLAVE PAGADA) Y 'R' CLVREG1A CON  *
      *           LA REGLA (SIN PAGOS PREVIOS). CLV-ANTERIOR GUARDA    *
      *           LAS CLAVES CON QUE SE LE PAGO ANTES, CON LA PRIMERA  *
      *           Y LA ULTIMA FECHA DE CORRIDA EN QUE SE USARON.       *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  CLV-CLAVE ES CLAVE ALTERNA DE CLAVREG, SIN   *
      *                   DUPLICADOS: UNA MISMA CLAVE NO PUEDE QUEDAR  *
      *                   REGISTRADA A DOS ID.                         *
      ******************************************************************
       01 REG-REGISTRO-CLAVE.
           05 CLV-ID-EMP        PIC X(4).
           05 CLV-CLAVE         PIC X(25).
           05 CLV-FECHA-ALTA    PIC 9(8).
           05 CLV-ORIGEN        PIC X(1).
               88 CLV-DE-CORRIDA           VALUE 'C'.
               88 CLV-DE-HISTORIAL         VALUE 'H'.
               88 CLV-DE-REGLA             VALUE 'R'.
           05 CLV-NOM           PIC X(19).
           05 CLV-PUESTO        PIC X(15).
           05 CLV-SEXO          PIC X(1).
           05 CLV-FECHA-ULT-USO PIC 9(8).
           05 CLV-CANT-ANTERIORES PIC 9(2).
           05 CLV-ANTERIOR OCCURS 9 TIMES.
               10 CLV-ANT-CLAVE PIC X(25).
               10 CLV-ANT-DESDE PIC 9(8).
               10 CLV-ANT-HASTA PIC 9(8).
           05 FILLER            PIC X(20).
