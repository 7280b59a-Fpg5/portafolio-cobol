      ******************************************************************
      * COPYBOOK: RECEMPRG                                             *
      * PURPOSE:  LAYOUT DEL REGISTRO DE RECEPCION DE EMPDATA          *
      *           (RECEMP). RECEMP1A AGREGA UN REGISTRO POR CADA       *
      *           ARCHIVO QUE UN PROGRAMA INTENTA USAR, CON EL SOBRE   *
      *           (REMITENTE, SECUENCIA, FECHA DEL EXTRACTO, CANTIDAD  *
      *           Y HASH), EL RESULTADO Y EL MOTIVO DEL RECHAZO. LA    *
      *           ULTIMA SECUENCIA ACEPTADA ('A') DEL MISMO PROGRAMA Y *
      *           REMITENTE ES LA BASE PARA DETECTAR SALTOS Y          *
      *           REPETICIONES. UNA VERIFICACION SIN APLICAR ('V') SE  *
      *           REGISTRA PERO NO AVANZA LA SECUENCIA.                *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-RECEP-EMP.
           05 RG-PROGRAMA       PIC X(9).
           05 RG-REMITENTE      PIC X(8).
           05 RG-SECUENCIA      PIC 9(6).
           05 RG-FECHA-EXTRACTO PIC 9(8).
           05 RG-FECHA-RECEP    PIC 9(8).
           05 RG-HORA-RECEP     PIC 9(6).
           05 RG-RESULTADO      PIC X(1).
               88 RG-ACEPTADO              VALUE 'A'.
               88 RG-VERIFICADO            VALUE 'V'.
               88 RG-RECHAZADO             VALUE 'R'.
           05 RG-CANTIDAD       PIC 9(6).
           05 RG-HASH-SAL       PIC 9(13).
           05 RG-HASH-ID        PIC 9(9).
           05 RG-MOTIVO         PIC X(40).
           05 FILLER            PIC X(6).
