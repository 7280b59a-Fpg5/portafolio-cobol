      ******************************************************************
      * COPYBOOK: DEVSALRG                                             *
      * PURPOSE:  LAYOUT DEL SALDO DE BONOS DEVENGADOS (DEVSALDO),     *
      *           INDEXADO POR DEPARTAMENTO, MONEDA Y ANIO. DEVBON1A   *
      *           ABONA CADA CIERRE DE MES EL DEVENGO AL PASIVO (DS-   *
      *           DEVENGADO) DEL ANIO QUE DEVENGA Y CONTAB1A, AL       *
      *           POSTEAR LA CORRIDA REAL, REVIERTE LO DEVENGADO       *
      *           PENDIENTE DE TODOS LOS ANIOS (DS-REVERTIDO) Y ANOTA  *
      *           LO PAGADO (DS-PAGADO). EL PASIVO VIVO ES DS-         *
      *           DEVENGADO MENOS DS-REVERTIDO. CADA ANIO TIENE SU     *
      *           PROPIO REGISTRO; UN ANIO NUEVO NO TOCA EL ANTERIOR.  *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  DS-ANIO PASA A LA LLAVE: EL PASIVO VIVO DE   *
      *                   UN ANIO ANTERIOR YA NO SE PIERDE AL DEVENGAR *
      *                   EL PRIMER MES DEL ANIO NUEVO. EL LARGO DEL   *
      *                   REGISTRO NO CAMBIA; DEVSALDO SE DESCARGA Y   *
      *                   SE RECARGA CON LA LLAVE NUEVA.               *
      ******************************************************************
       01 REG-DEV-SALDO.
           05 DS-LLAVE.
               10 DS-DEPTO      PIC X(3).
               10 DS-MONEDA     PIC X(3).
               10 DS-ANIO       PIC 9(4).
           05 DS-ULT-PERIODO    PIC 9(6).
           05 DS-PROYECCION     PIC 9(9)V99.
           05 DS-DEVENGADO      PIC 9(9)V99.
           05 DS-REVERTIDO      PIC 9(9)V99.
           05 DS-PAGADO         PIC 9(9)V99.
           05 FILLER            PIC X(10).
