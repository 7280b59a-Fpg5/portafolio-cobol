      ******************************************************************
      * COPYBOOK: RNDHSTRG                                             *
      * PURPOSE:  LAYOUT DEL HISTORIAL DE CALIFICACIONES DE            *
      *           RENDIMIENTO (RENDHIST, INDEXADO POR ID-EMP MAS       *
      *           PERIODO AAAAMM). UN REGISTRO POR EMPLEADO Y PERIODO  *
      *           EN QUE CAMBIO SU REND: LO GRABAN LA CARGA Y LAS      *
      *           ALTAS DE EMPMANT1A, LA LIBERACION DE CAMBIOS DE      *
      *           LIBCAM1A Y LA SINCRONIZACION DE SINCMST1A. UN        *
      *           SEGUNDO CAMBIO EN EL MISMO PERIODO REESCRIBE EL      *
      *           REGISTRO Y CONSERVA EN RH-REND-ANTERIOR EL VALOR     *
      *           QUE SUSTITUYO. SBPROG1A LO LEE PARA LOS PLANES QUE   *
      *           DECIDEN EL NIVEL CON EL PROMEDIO DE LOS ULTIMOS N    *
      *           PERIODOS.                                            *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-REND-HIST.
           05 RH-LLAVE.
               10 RH-ID-EMP     PIC X(4).
               10 RH-PERIODO    PIC 9(6).
           05 RH-REND           PIC X(3).
           05 RH-REND-ANTERIOR  PIC X(3).
           05 RH-FECHA-CAMBIO   PIC 9(8).
           05 RH-ORIGEN         PIC X(9).
           05 FILLER            PIC X(7).
