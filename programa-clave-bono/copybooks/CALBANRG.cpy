      ******************************************************************
      * COPYBOOK: CALBANRG                                             *
      * PURPOSE:  LAYOUT DEL RESULTADO DE LA CALIBRACION DE            *
      *           RENDIMIENTOS (CALBAND) QUE DEJA CALREN1A ANTES DE    *
      *           LA CORRIDA. UN ENCABEZADO 'H' CON FECHA Y HORA DE    *
      *           LA CALIBRACION, EL SELLO EMPSEAL CONTRA EL QUE SE    *
      *           CALIBRO Y LA CANTIDAD DE DEPARTAMENTOS MARCADOS,     *
      *           SEGUIDO DE UN DETALLE 'D' POR DEPARTAMENTO FUERA     *
      *           DE TOLERANCIA CON SU DISTRIBUCION REAL Y OBJETIVO    *
      *           (PORCENTAJES EN EL ORDEN INSUFICIENTE, BUEN,         *
      *           EXCELENTE, SOBRESALIENTE). MNPROG1A LO LEE CUANDO    *
      *           RUNCTL EXIGE LA CALIBRACION.                         *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  PREFIJO CLB- EN LUGAR DE CB-, QUE ES EL DE   *
      *                   CTABENRG.                                    *
      ******************************************************************
       01 REG-CAL-BANDA.
           05 CLB-TIPO          PIC X(1).
               88 CLB-ENCABEZADO           VALUE 'H'.
               88 CLB-DETALLE              VALUE 'D'.
           05 CLB-FECHA         PIC 9(8).
           05 CLB-HORA          PIC 9(6).
           05 CLB-DEPTO         PIC X(3).
           05 CLB-PLAN          PIC X(2).
           05 CLB-EMPLEADOS     PIC 9(5).
           05 CLB-PORC-REAL     PIC 9(3) OCCURS 4 TIMES.
           05 CLB-PORC-META     PIC 9(3) OCCURS 4 TIMES.
           05 CLB-TOLERANCIA    PIC 9(3).
           05 CLB-SELLO-FECHA   PIC 9(8).
           05 CLB-SELLO-HORA    PIC 9(6).
           05 CLB-CANT-MARCADOS PIC 9(3).
           05 FILLER            PIC X(11).
