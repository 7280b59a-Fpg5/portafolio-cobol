      ******************************************************************
      * COPYBOOK: CIAREFRG                                             *
      * PURPOSE:  LAYOUT DEL ARCHIVO DE REFERENCIA DE COMPANIAS        *
      *           (CIAREF, SECUENCIAL): UNA ENTIDAD LEGAL POR          *
      *           REGISTRO CON SU ORIGINADOR BANCARIO, SU LIBRO        *
      *           CONTABLE Y SU MONEDA DE REPORTE. LO USAN LA          *
      *           VALIDACION DE CIA-EMP, LA CORRIDA DE BONOS, LA       *
      *           INTERFASE BANCARIA Y LA POLIZA CONTABLE. SIN CIAREF  *
      *           LA INSTALACION TRABAJA COMO UNA SOLA COMPANIA (CIA   *
      *           EN BLANCO).                                          *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-CIA-REF.
           05 CR-CIA            PIC X(1).
           05 CR-NOMBRE         PIC X(20).
           05 CR-ORIGINADOR     PIC X(10).
           05 CR-LIBRO          PIC X(4).
           05 CR-MONEDA-RPT     PIC X(3).
           05 FILLER            PIC X(2).
