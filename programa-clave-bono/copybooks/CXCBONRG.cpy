      ******************************************************************
      * COPYBOOK: CXCBONRG                                             *
      * PURPOSE:  LAYOUT DEL LEDGER DE CUENTAS POR COBRAR DE BONOS     *
      *           (CXCBONO, INDEXADO POR ID-EMP MAS FECHA DEL PAGO     *
      *           RECUPERADO, LA MISMA LLAVE DEL PAGO EN PAGOLIB).     *
      *           RECBON1A ABRE AQUI UNA RECUPERACION POR CADA BONO    *
      *           CONFIRMADO DE UN EMPLEADO QUE CAUSO BAJA DENTRO DE   *
      *           LA VENTANA DE PERMANENCIA, CON EL IMPORTE A          *
      *           RECUPERAR PRORRATEADO POR LOS MESES QUE NO CUMPLIO,  *
      *           Y LLEVA LO YA ENVIADO A NOMINA COMO DESCUENTO        *
      *           (FINIQUITO EN UNA SOLA EXHIBICION O PARCIALIDADES).  *
      *           LA RECUPERACION SE LIQUIDA CUANDO LO EMITIDO LLEGA   *
      *           AL IMPORTE.                                          *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 REG-CXC-BONO.
           05 CX-LLAVE.
               10 CX-ID-EMP     PIC X(4).
               10 CX-FECHA-PAGO PIC 9(8).
           05 CX-CLAVE          PIC X(25).
           05 CX-MONEDA         PIC X(3).
           05 CX-DEPTO          PIC X(3).
           05 CX-BRUTO-PAGADO   PIC 9(7)V99.
           05 CX-FECHA-BAJA     PIC 9(6).
           05 CX-MESES-SERVIDOS PIC 9(3).
           05 CX-MESES-VENTANA  PIC 9(3).
           05 CX-IMPORTE        PIC 9(7)V99.
           05 CX-EMITIDO        PIC 9(7)V99.
           05 CX-MODALIDAD      PIC X(1).
               88 CX-FINIQUITO             VALUE 'F'.
               88 CX-PARCIALIDADES         VALUE 'P'.
           05 CX-CUOTAS         PIC 9(2).
           05 CX-CUOTAS-EMITIDAS PIC 9(2).
           05 CX-ESTADO         PIC X(1).
               88 CX-ABIERTA               VALUE 'A'.
               88 CX-LIQUIDADA             VALUE 'L'.
           05 CX-FECHA-APERTURA PIC 9(8).
           05 CX-FECHA-ULT-DESC PIC 9(8).
           05 CX-FECHA-ESTADO   PIC 9(8).
           05 FILLER            PIC X(10).
