      *   22/08/2026 FPG  CREACION ORIGINAL.                           *
      *   02/09/2026 FPG  CONTADORES AMPLIADOS A 9(6): LA CORRIDA YA   *
      *                   NO TIENE TOPE DE 9999 EMPLEADOS.             *
      *   15/10/2026 FPG  AGREGADO CT-CIA: LA CORRIDA GRABA PRIMERO EL *
      *                   REGISTRO DEL TOTAL (CT-CIA EN BLANCO) Y      *
      *                   DESPUES UNO POR COMPANIA DE LA CORRIDA. LA   *
      *                   SUMA DE LOS REGISTROS POR COMPANIA CUADRA    *
      *                   CON EL TOTAL.                                *
      ******************************************************************
       01 REG-CTL-TOTALES.
           05 CT-FECHA          PIC 9(8).
           05 CT-BONO-SI        PIC 9(6).
           05 CT-BONO-NO        PIC 9(6).
           05 CT-BONO-PAGADO    PIC 9(9)V99.
           05 CT-CIA            PIC X(1).
