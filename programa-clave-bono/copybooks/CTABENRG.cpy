      ******************************************************************
      * COPYBOOK: CTABENRG                                             *
      * PURPOSE:  LAYOUT DEL MAESTRO DE CUENTAS BENEFICIARIAS          *
      *           (CTABEN, INDEXADO POR ID-EMP): BANCO, TIPO Y NUMERO  *
      *           DE CUENTA (CLABE, IBAN O CUENTA NACIONAL), MONEDA    *
      *           DE LA CUENTA, FECHA EFECTIVA Y ESTADO DE LA          *
      *           VALIDACION CON EL BANCO. LO MANTIENE CTABEN1A; LA    *
      *           PRENOTA (PRENOT1A) MANDA AL BANCO UNA TRANSFERENCIA  *
      *           EN CERO POR CADA CUENTA NUEVA O CAMBIADA Y LA MARCA  *
      *           VERIFICADA O RECHAZADA SEGUN SU ACUSE. LA INTERFASE  *
      *           BANCARIA (BANPAG1A) SOLO PAGA A CUENTAS VERIFICADAS, *
      *           YA EFECTIVAS Y EN LA MONEDA DEL EMPLEADO.            *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-CUENTA-BENEF.
           05 CB-ID-EMP         PIC X(4).
           05 CB-BANCO          PIC X(4).
           05 CB-TIPO-CUENTA    PIC X(1).
               88 CB-TIPO-CLABE            VALUE 'C'.
               88 CB-TIPO-IBAN             VALUE 'I'.
               88 CB-TIPO-NACIONAL         VALUE 'N'.
           05 CB-CUENTA         PIC X(34).
           05 CB-MONEDA         PIC X(3).
           05 CB-FECHA-EFECTIVA PIC 9(8).
           05 CB-ESTADO         PIC X(1).
               88 CB-PENDIENTE-PRENOTA     VALUE 'P'.
               88 CB-PRENOTA-ENVIADA       VALUE 'E'.
               88 CB-VERIFICADA            VALUE 'V'.
               88 CB-RECHAZADA             VALUE 'R'.
               88 CB-CANCELADA             VALUE 'X'.
           05 CB-FECHA-ESTADO   PIC 9(8).
           05 CB-MOTIVO         PIC X(30).
