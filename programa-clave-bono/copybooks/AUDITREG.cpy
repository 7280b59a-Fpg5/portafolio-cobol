      *                   DECISION (NIVEL DE RENDIMIENTO, CONTRATO,    *
      *                   ANTIGUEDAD, TOPE ANUAL...) QUEDA EN LA       *
      *                   PISTA DE AUDITORIA.                          *
      *   15/10/2026 FPG  AGREGADOS AUD-RETENCION Y AUD-NETO: AUD-BONO *
      *                   SIGUE SIENDO EL BONO BRUTO; LA RETENCION DE  *
      *                   IMPUESTO (TABLA RETTAB, VIA RETBON1A) Y EL   *
      *                   NETO A TRANSFERIR QUEDAN EN LA PISTA.        *
      *   15/10/2026 FPG  TIPO-REND RECUPERACION (AUD-RECUPERACION):   *
      *                   BONO RECUPERADO POR BAJA ANTICIPADA          *
      *                   (RECBON1A). AUD-BONO ES EL IMPORTE A         *
      *                   RECUPERAR, QUE LOS LECTORES RESTAN;          *
      *                   AUD-CLAVE-BASE LLEVA LA LLAVE DEL PAGO EN    *
      *                   PAGOLIB (ID Y FECHA), AUD-ANT LOS MESES      *
      *                   SERVIDOS Y AUD-REND LA VENTANA EN MESES.     *
      *   15/10/2026 FPG  AGREGADOS AUD-REND-USADO, AUD-REND-METODO Y  *
      *                   AUD-REND-PERIODOS: AUD-REND SIGUE SIENDO LA  *
      *                   CALIFICACION DEL MAESTRO; LA QUE DECIDIO EL  *
      *                   NIVEL (ULTIMA O PROMEDIO DE RENDHIST SEGUN   *
      *                   EL PLAN) Y COMO SE OBTUVO QUEDAN EN LA       *
      *                   PISTA.                                       *
      *   15/10/2026 FPG  AGREGADO AUD-CIA: COMPANIA DEL EMPLEADO EN   *
      *                   LA CORRIDA, PARA QUE BANCO, POLIZA Y CUADRE  *
      *                   SEPAREN POR ENTIDAD SIN RELEER EL MAESTRO.   *
      *                   EN BLANCO EN LOS REGISTROS DE CONTROL.       *
      *   15/10/2026 FPG  BONO DIFERIDO: EN LA DECISION DE LA CORRIDA, *
      *                   AUD-BONO ES LA PARTE QUE SE PAGA AL MOMENTO  *
      *                   Y AUD-DIFERIDO LO QUE QUEDO EN CUOTAS EN     *
      *                   DIFERIDO. TIPO-REND DIFERIDO                 *
      *                   (AUD-CUOTA-DIFERIDA): CUOTA LIBERADA POR     *
      *                   DIFBON1A; AUD-BONO ES EL IMPORTE DE LA       *
      *                   CUOTA, AUD-CLAVE-BASE LA LLAVE DE LA CUOTA   *
      *                   EN DIFERIDO Y AUD-CUOTA EL NUMERO DE PARTIDA *
      *                   DE LA CUOTA EN LA LIBERACION (CERO EN LAS    *
      *                   DECISIONES DE LA CORRIDA).                   *
      ******************************************************************
       01 REG-AUDITORIA.
           05 AUD-FECHA         PIC 9(8).
           05 AUD-BONO          PIC 9(7)V99.
           05 AUD-MONEDA        PIC X(3).
           05 AUD-TIPO-REND     PIC X(13).
               88 AUD-RECUPERACION         VALUE 'RECUPERACION'.
               88 AUD-CUOTA-DIFERIDA       VALUE 'DIFERIDO'.
           05 AUD-RETENCION     PIC 9(7)V99.
           05 AUD-NETO          PIC 9(7)V99.
           05 AUD-REND-USADO    PIC X(3).
           05 AUD-REND-METODO   PIC X(1).
               88 AUD-REND-ULTIMO          VALUE 'U'.
               88 AUD-REND-PONDERADO       VALUE 'P'.
               88 AUD-REND-SIMPLE          VALUE 'S'.
           05 AUD-REND-PERIODOS PIC 9(1).
           05 AUD-CIA           PIC X(1).
           05 AUD-DIFERIDO      PIC 9(7)V99.
           05 AUD-CUOTA         PIC 9(2).
