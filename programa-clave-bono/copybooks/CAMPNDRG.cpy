      ******************************************************************
      * COPYBOOK: CAMPNDRG                                             *
      * PURPOSE:  LAYOUT DEL ARCHIVO DE CAMBIOS SENSIBLES PENDIENTES   *
      *           DEL MAESTRO (CAMPEND, INDEXADO POR ID-EMP, FECHA DE  *
      *           CAPTURA Y SECUENCIA). EMPMANT1A DEJA AQUI TODO       *
      *           CAMBIO A REND, SAL, TIPO-EMPLEO, DEPTO O STATUS      *
      *           (CON SU FECHA-STATUS) JUNTO CON LA CLAVE DEL         *
      *           OPERADOR QUE LO CAPTURO; SOLO LLEGA A EMPMAST        *
      *           CUANDO OTRO OPERADOR LO LIBERA EN LIBCAM1A. UN       *
      *           CAMPO EN BLANCO NO SE CAMBIA. LO QUE NO SE LIBERA    *
      *           DENTRO DEL LIMITE DE DIAS VENCE Y PASA A SUSPENSO.   *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  CP-CIA: COMPANIA CAPTURADA CON EL CAMBIO DE  *
      *                   DEPTO (TOMADA DEL FILLER, EL REGISTRO NO     *
      *                   CAMBIA DE LARGO). EN BLANCO, LIBCAM1A TOMA   *
      *                   LA COMPANIA DEL DEPARTAMENTO.                *
      ******************************************************************
       01 REG-CAMBIO-PEND.
           05 CP-LLAVE.
               10 CP-ID-EMP     PIC X(4).
               10 CP-FECHA      PIC 9(8).
               10 CP-SECUENCIA  PIC 9(4).
           05 CP-REND           PIC X(3).
           05 CP-SAL            PIC X(9).
           05 CP-TIPO-EMPLEO    PIC X(1).
           05 CP-DEPTO          PIC X(3).
           05 CP-STATUS         PIC X(1).
           05 CP-FECHA-STATUS   PIC X(6).
           05 CP-OPERADOR       PIC X(8).
           05 CP-ESTADO         PIC X(1).
               88 CP-PENDIENTE             VALUE 'P'.
               88 CP-LIBERADO              VALUE 'L'.
               88 CP-RECHAZADO             VALUE 'R'.
               88 CP-VENCIDO               VALUE 'X'.
           05 CP-LIBERADOR      PIC X(8).
           05 CP-FECHA-DECISION PIC 9(8).
           05 CP-CIA            PIC X(1).
           05 FILLER            PIC X(9).
