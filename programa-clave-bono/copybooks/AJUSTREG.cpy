      *   02/09/2026 FPG  EXTRAIDO DE AJUBON1A A COPYBOOK PARA LA      *
      *                   RECONSTRUCCION DEL ACUMULADO ANUAL Y DEMAS   *
      *                   LECTORES DE LOS AJUSTES ARCHIVADOS.          *
      *   15/10/2026 FPG  AGREGADO AJ-RETENCION-DELTA: DIFERENCIA      *
      *                   FIRMADA DE LA RETENCION DE IMPUESTO ENTRE EL *
      *                   BONO ANTERIOR Y EL NUEVO, PARA LA CONSTANCIA *
      *                   ANUAL DE RETENCIONES.                        *
      ******************************************************************
       01 REG-AJUSTE.
           05 AJ-FECHA          PIC 9(8).
           05 AJ-PORC-NUEVO     PIC 99.
           05 AJ-DELTA          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AJ-MONEDA         PIC X(3).
           05 AJ-RETENCION-DELTA PIC S9(7)V99 SIGN LEADING SEPARATE.
