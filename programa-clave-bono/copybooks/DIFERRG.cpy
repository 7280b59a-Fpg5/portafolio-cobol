      ******************************************************************
      * COPYBOOK: DIFERRG                                              *
      * PURPOSE:  LAYOUT DEL CALENDARIO DE CUOTAS DIFERIDAS (DIFERIDO, *
      *           INDEXADO POR ID-EMP MAS FECHA DE LA CORRIDA QUE      *
      *           OTORGO EL BONO MAS NUMERO DE CUOTA). LA CORRIDA      *
      *           (MNPROG1A) GRABA AQUI, PARA CADA BONO ARRIBA DEL     *
      *           UMBRAL DE RUNCTL, LAS CUOTAS DE LA PARTE NO PAGADA   *
      *           AL MOMENTO CON EL PERIODO (AAAAMM) EN QUE VENCE      *
      *           CADA UNA. DIFBON1A LAS LIBERA AL VENCER (SI EL       *
      *           EMPLEADO SIGUE ACTIVO) O LAS PIERDE (BAJA). EL SALDO *
      *           DIFERIDO ES LA SUMA DE LAS CUOTAS PENDIENTES Y       *
      *           CRUZA EL CIERRE ANUAL SIN TOCARSE. DF-PARTIDA ES EL  *
      *           NUMERO DE PARTIDA CON QUE SE LIBERO LA CUOTA         *
      *           (AUD-CUOTA, PL-CUOTA).                               *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-DIFERIDO.
           05 DF-LLAVE.
               10 DF-ID-EMP     PIC X(4).
               10 DF-FECHA-ORIGEN PIC 9(8).
               10 DF-CUOTA      PIC 9(2).
           05 DF-CUOTAS         PIC 9(2).
           05 DF-CLAVE          PIC X(25).
           05 DF-CIA            PIC X(1).
           05 DF-MONEDA         PIC X(3).
           05 DF-IMPORTE        PIC 9(7)V99.
           05 DF-PERIODO-VENCE  PIC 9(6).
           05 DF-ESTADO         PIC X(1).
               88 DF-PENDIENTE             VALUE 'P'.
               88 DF-LIBERADA              VALUE 'L'.
               88 DF-PERDIDA               VALUE 'F'.
           05 DF-FECHA-ESTADO   PIC 9(8).
           05 DF-RETENCION      PIC 9(7)V99.
           05 DF-MOTIVO         PIC X(30).
           05 DF-PARTIDA        PIC 9(2).
           05 FILLER            PIC X(8).
