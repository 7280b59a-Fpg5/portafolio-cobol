      *           FUE PAGADO SIN REVISAR REPORTES.                     *
      * MOD-HISTORY:                                                   *
      *   02/09/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  ESTADO RETENIDA (H): TRANSFERENCIA NO        *
      *                   ENVIADA POR FALTA DE CUENTA BENEFICIARIA     *
      *                   VERIFICADA.                                  *
      *   15/10/2026 FPG  PL-IMPORTE ES EL NETO TRANSFERIDO; SE        *
      *                   AGREGAN PL-BRUTO Y PL-RETENCION PARA QUE EL  *
      *                   LEDGER MUESTRE EL BONO BRUTO Y LO RETENIDO.  *
      *   15/10/2026 FPG  AGREGADO PL-CIA: COMPANIA QUE PAGA LA        *
      *                   TRANSFERENCIA. LA REEMISION DE UNA COMPANIA  *
      *                   SOLO TOMA SUS PROPIAS TRANSFERENCIAS.        *
      *   15/10/2026 FPG  AGREGADO PL-CUOTA A LA LLAVE: CERO EN LOS    *
      *                   PAGOS DE LA CORRIDA; EN LAS CUOTAS DIFERIDAS *
      *                   QUE LIBERA DIFBON1A, EL NUMERO DE PARTIDA DE *
      *                   LA CUOTA EN LA LIBERACION, PARA QUE UNA      *
      *                   CUOTA Y UN PAGO DEL MISMO DIA NO COMPARTAN   *
      *                   LLAVE.                                       *
      * CONVERSION: EL REGISTRO CRECIO DE 110 A 111 BYTES Y LUEGO A    *
      * 113, CON LA LLAVE DE 12 A 14. PAGOLIB SE DESCARGA Y SE RECARGA *
      * CON PL-CIA EN BLANCO Y PL-CUOTA EN CEROS; UNA TRANSFERENCIA    *
      * SIN COMPANIA SE ATRIBUYE A LA COMPANIA ACTUAL DEL EMPLEADO EN  *
      * EMPMAST.                                                       *
      ******************************************************************
       01 REG-PAGO-LEDGER.
           05 PL-LLAVE.
               10 PL-ID-EMP     PIC X(4).
               10 PL-FECHA      PIC 9(8).
               10 PL-CUOTA      PIC 9(2).
           05 PL-CLAVE          PIC X(25).
           05 PL-IMPORTE        PIC 9(7)V99.
           05 PL-MONEDA         PIC X(3).
               88 PL-CONFIRMADA            VALUE 'C'.
               88 PL-RECHAZADA             VALUE 'R'.
               88 PL-REEMITIDA             VALUE 'X'.
               88 PL-RETENIDA              VALUE 'H'.
           05 PL-SECUENCIA      PIC 9(4).
           05 PL-FECHA-ESTADO   PIC 9(8).
           05 PL-MOTIVO         PIC X(30).
           05 PL-BRUTO          PIC 9(7)V99.
           05 PL-RETENCION      PIC 9(7)V99.
           05 PL-CIA            PIC X(1).
