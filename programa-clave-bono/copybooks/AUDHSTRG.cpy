      *           SINCRONIA CON AUDITREG.                              *
      * MOD-HISTORY:                                                   *
      *   02/09/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  AGREGADOS HST-RETENCION Y HST-NETO, EN LA    *
      *                   MISMA POSICION QUE EN AUDITREG.              *
      *   15/10/2026 FPG  AGREGADO HST-RECUPERACION, COMO EN AUDITREG. *
      *   15/10/2026 FPG  AGREGADOS HST-REND-USADO, HST-REND-METODO Y  *
      *                   HST-REND-PERIODOS, EN LA MISMA POSICION QUE  *
      *                   EN AUDITREG.                                 *
      *   15/10/2026 FPG  AGREGADO HST-CIA (COMPANIA), EN LA MISMA     *
      *                   POSICION QUE EN AUDITREG.                    *
      *   15/10/2026 FPG  AGREGADOS HST-DIFERIDO Y HST-CUOTA, EN LA    *
      *                   MISMA POSICION QUE EN AUDITREG, Y            *
      *                   HST-CUOTA-DIFERIDA.                          *
      ******************************************************************
       01 REG-AUD-HIST.
           05 HST-FECHA         PIC 9(8).
           05 HST-BONO          PIC 9(7)V99.
           05 HST-MONEDA        PIC X(3).
           05 HST-TIPO-REND     PIC X(13).
               88 HST-RECUPERACION         VALUE 'RECUPERACION'.
               88 HST-CUOTA-DIFERIDA       VALUE 'DIFERIDO'.
           05 HST-RETENCION     PIC 9(7)V99.
           05 HST-NETO          PIC 9(7)V99.
           05 HST-REND-USADO    PIC X(3).
           05 HST-REND-METODO   PIC X(1).
               88 HST-REND-ULTIMO          VALUE 'U'.
               88 HST-REND-PONDERADO       VALUE 'P'.
               88 HST-REND-SIMPLE          VALUE 'S'.
           05 HST-REND-PERIODOS PIC 9(1).
           05 HST-CIA           PIC X(1).
           05 HST-DIFERIDO      PIC 9(7)V99.
           05 HST-CUOTA         PIC 9(2).
           05 HST-SECUENCIA     PIC 9(4).
