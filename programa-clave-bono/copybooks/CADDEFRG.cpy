      ******************************************************************
      * COPYBOOK: CADDEFRG                                             *
      * PURPOSE:  LAYOUT DE LA DEFINICION DE LA CADENA NOCTURNA        *
      *           (CADDEF). UN REGISTRO POR PASO, EN EL ORDEN EN QUE   *
      *           CORRE LA CADENA (CF-ORDEN), CON HASTA SEIS           *
      *           PREDECESORES QUE DEBEN HABER TERMINADO ESA MISMA     *
      *           NOCHE Y LA CONDICION MAXIMA CON QUE SE ACEPTA CADA   *
      *           UNO (0000 SOLO NORMAL, 0004 ACEPTA AVISOS). LAS      *
      *           POSICIONES SIN USO VAN EN BLANCO. LO LEEN PREDEC1A   *
      *           AL ARRANCAR CADA PASO Y EL REPORTE DE ESTADO DE LA   *
      *           CADENA (CADENA1A) PARA DECIR QUE FALTA CORRER.       *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-CAD-DEF.
           05 CF-ORDEN          PIC 9(3).
           05 CF-PASO           PIC X(9).
           05 CF-PREDECESOR OCCURS 6 TIMES.
               10 CF-PRED-PASO  PIC X(9).
               10 CF-PRED-COND-MAX PIC 9(4).
           05 FILLER            PIC X(10).
