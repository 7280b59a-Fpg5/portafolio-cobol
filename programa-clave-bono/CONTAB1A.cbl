000120*           CTLTOT. TODO SE ACUMULA EN MEMORIA Y SE VALIDA       *
000130*           ANTES DE ESCRIBIR: UNA CORRIDA QUE NO CUADRA CARGO   *
000140*           CONTRA ABONO, O CONTRA CTLTOT, NO PRODUCE POLIZA.    *
000141* MOD-HISTORY:                                                   *
000142*   15/10/2026 FPG  RETENCION DE IMPUESTO: LA CUENTA PUENTE      *
000143*                   BANCARIA SE ABONA SOLO CON EL NETO A         *
000144*                   TRANSFERIR Y LA RETENCION (AUD-RETENCION) SE *
000145*                   ABONA POR MONEDA A LA CUENTA DE IMPUESTOS    *
000146*                   POR PAGAR. EL CARGO A GASTO SIGUE SIENDO EL  *
000147*                   BRUTO Y CUADRA CONTRA CTLTOT COMO ANTES.     *
000148*   15/10/2026 FPG  REVERSO AUTOMATICO DEL DEVENGO MENSUAL: POR  *
000149*                   CADA DEPARTAMENTO Y MONEDA QUE SE CARGA A    *
000150*                   GASTO, EL PASIVO DEVENGADO VIVO DE DEVSALDO  *
000151*                   (DEVBON1A) SE CARGA A LA CUENTA DE BONOS     *
000152*                   DEVENGADOS Y SE ABONA A GASTO EN LA MISMA    *
000153*                   POLIZA; DEVSALDO ANOTA LO REVERTIDO Y LO     *
000154*                   PAGADO. SIN DEVSALDO NO HAY REVERSO.         *
000155*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000156*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000157*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000158*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000159*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000160*                   EL RESULTADO DE LA VERIFICACION.             *
000161*   15/10/2026 FPG  COMPANIA: UN LOTE DE POLIZA POR COMPANIA EN  *
000162*                   GLPOST, CON LA COMPANIA Y SU LIBRO CONTABLE  *
000163*                   (CIAREF) EN EL ENCABEZADO Y COLA PROPIA. LOS *
000164*                   CARGOS SE ACUMULAN POR COMPANIA Y            *
000165*                   DEPARTAMENTO Y LOS ABONOS POR COMPANIA Y     *
000166*                   MONEDA. CADA LOTE CUADRA CONTRA SU REGISTRO  *
000167*                   DE CTLTOT Y LA SUMA CONTRA EL REGISTRO DEL   *
000168*                   TOTAL; SI ALGO NO CUADRA NO SE ESCRIBE       *
000169*                   NINGUN LOTE.                                 *
000170*   15/10/2026 FPG  DEVSALDO LLEVA EL ANIO EN LA LLAVE: EL       *
000171*                   REVERSO TOMA EL PASIVO VIVO DE TODOS LOS     *
000172*                   ANIOS DEL DEPARTAMENTO Y MONEDA, NO SOLO DEL *
000173*                   ANIO EN CURSO, Y LO PAGADO SE ANOTA EN EL    *
000174*                   ANIO MAS ANTIGUO QUE SE REVIRTIO. DEVSALDO   *
000175*                   SE ABRE EN ACCESO DINAMICO.                  *
000176******************************************************************
000177 IDENTIFICATION DIVISION.
000178 PROGRAM-ID. CONTAB1A.
000180 ENVIRONMENT DIVISION.
000190*CONFIGURATION SECTION.
000200 INPUT-OUTPUT SECTION.
000332     SELECT RUN-LOG ASSIGN TO RUNLOG
000334       ORGANIZATION IS SEQUENTIAL
000336       FILE STATUS IS FS-RUNLOG.
000337     SELECT CIA-REF ASSIGN TO CIAREF
000338       ORGANIZATION IS SEQUENTIAL
000339       FILE STATUS IS FS-CIAREF.
000340     SELECT DEV-SALDO ASSIGN TO DEVSALDO
000341       ORGANIZATION IS INDEXED
000342       ACCESS MODE IS DYNAMIC
000343       RECORD KEY IS DS-LLAVE
000344       FILE STATUS IS FS-DEVSALDO.
000345 DATA DIVISION.
000350 FILE SECTION.
000360   FD AUDITORIA
000370       RECORDING MODE IS F
000514       RECORDING MODE IS F
000516       DATA RECORD IS REG-RUN-LOG.
000518   COPY RUNLOGRG.
000519   FD DEV-SALDO
000520       RECORDING MODE IS F
000521       DATA RECORD IS REG-DEV-SALDO.
000522   COPY DEVSALRG.
000523   FD CIA-REF
000524       RECORDING MODE IS F
000525       DATA RECORD IS REG-CIA-REF.
000526   COPY CIAREFRG.
000527 WORKING-STORAGE SECTION.
000530* IMAGEN COMUN DE LOS REGISTROS DE LA POLIZA: ENCABEZADO DE
000540* LOTE, DETALLE (CARGO O ABONO) Y COLA DE CONTROL. TODOS LOS
000550* REGISTROS MIDEN 80 BYTES.
000600     05 FILLER            PIC X(1).
000610     05 PH-FECHA          PIC 9(8).
000620     05 PH-ORIGEN         PIC X(8).
000625     05 PH-CIA            PIC X(1).
000630     05 PH-LIBRO          PIC X(4).
000635     05 FILLER            PIC X(58).
000640   01 DETALLE-POLIZA REDEFINES REG-POLIZA.
000650     05 FILLER            PIC X(1).
000660     05 PD-CUENTA         PIC X(4).
000770* CUENTAS CONTABLES DE LA POLIZA DE BONOS.
000780   77 CUENTA-GASTO-BONO   PIC X(4)         VALUE '5200'.
000790   77 CUENTA-PUENTE-BCO   PIC X(4)         VALUE '2110'.
000796   77 CUENTA-IMPUESTO-RET PIC X(4)         VALUE '2130'.
000802   77 CUENTA-BONO-DEVENG  PIC X(4)         VALUE '2140'.
000808* ACUMULADO POR COMPANIA, DEPARTAMENTO Y MONEDA (CARGOS). LOS
000814* EMPLEADOS SIN REGISTRO EN EL MAESTRO CARGAN AL DEPARTAMENTO
000820* '???' DE SU COMPANIA PARA NO DESCUADRAR.
000830   01 TABLA-CARGOS.
000840     05 CANT-DEPTOS       PIC 9(3)         VALUE 000.
000850     05 ENTRADA-CARGO OCCURS 50 TIMES.
000855       10 TC-CIA          PIC X(1).
000860       10 TC-DEPTO        PIC X(3).
000870       10 TC-CARGO-USD    PIC 9(9)V99.
000880       10 TC-CARGO-EUR    PIC 9(9)V99.
000881       10 TC-CARGO-MXN    PIC 9(9)V99.
000882       10 TC-REVERSO-USD  PIC 9(9)V99.
000883       10 TC-REVERSO-EUR  PIC 9(9)V99.
000884       10 TC-REVERSO-MXN  PIC 9(9)V99.
000885* UN LOTE DE POLIZA POR COMPANIA: ABONOS POR MONEDA A LA
000886* CUENTA PUENTE (NETO) Y A IMPUESTOS POR PAGAR (LO RETENIDO
000887* SOBRE EL BONO), EL LIBRO CONTABLE DE CIAREF Y EL TOTAL
000888* PAGADO QUE LA CORRIDA DEJO PARA LA COMPANIA EN CTLTOT.
000889   01 TABLA-POLIZAS.
000890     05 CANT-POLIZAS      PIC 9(1)         VALUE 0.
000891     05 ENTRADA-POLIZA OCCURS 9 TIMES.
000892       10 TP-CIA          PIC X(1).
000893       10 TP-LIBRO        PIC X(4).
000894       10 TP-ABONO-USD    PIC 9(11)V99.
000895       10 TP-ABONO-EUR    PIC 9(11)V99.
000896       10 TP-ABONO-MXN    PIC 9(11)V99.
000897       10 TP-RETENCION-USD PIC 9(11)V99.
000898       10 TP-RETENCION-EUR PIC 9(11)V99.
000899       10 TP-RETENCION-MXN PIC 9(11)V99.
000900       10 TP-CARGOS       PIC 9(11)V99.
000901       10 TP-ABONOS       PIC 9(11)V99.
000902       10 TP-CTL-PAGADO   PIC 9(9)V99.
000903       10 TP-CTL-HALLADO  PIC X(1).
000904   77 POL                PIC 9(2)         VALUE 00.
000905   77 POL-HALLADA-IDX    PIC 9(2)         VALUE 00.
000906   77 CIA-AUDITADA       PIC X(1)         VALUE SPACE.
000907   77 TOTAL-CTL-CIAS     PIC 9(11)V99     VALUE 0.
000908   77 CONT-CTL-CIAS      PIC 9(2)         VALUE 00.
000909   77 CTL-TOTAL-PAGADO   PIC 9(9)V99      VALUE 0.
000910   77 DETALLES-INICIO-LOTE PIC 9(6)       VALUE 000000.
000911   77 FS-CIAREF          PIC XX           VALUE '00'.
000912   01 SWITCH-CIAREF      PIC X            VALUE 'N'.
000913     88 CIAREF-DISPONIBLE                 VALUE 'Y'.
000914   01 SWITCH-FIN-CTL     PIC X            VALUE 'N'.
000915     88 FIN-CTL                           VALUE 'Y'.
000916   01 SWITCH-FIN-CIAS    PIC X            VALUE 'N'.
000917     88 FIN-CIAS                          VALUE 'Y'.
000918   01 SWITCH-CIA-HALLADA PIC X            VALUE 'N'.
000919     88 CIA-HALLADA                       VALUE 'Y'.
000920   77 TOTAL-RETENCION     PIC 9(11)V99     VALUE 0.
000921   77 NETO-DECISION       PIC 9(7)V99      VALUE 0.
000922* REVERSO DEL DEVENGO MENSUAL (DEVSALDO, DE DEVBON1A). LOS PARES
000923* CARGO PASIVO / ABONO GASTO CUADRAN POR SI MISMOS Y NO ENTRAN
000924* AL CUADRE CONTRA CTLTOT.
000925   77 FS-DEVSALDO         PIC XX           VALUE '00'.
000926   01 SWITCH-DEVSALDO     PIC X            VALUE 'N'.
000927     88 DEVSALDO-DISPONIBLE                VALUE 'Y'.
000928   01 SWITCH-SALDO-NUEVO  PIC X            VALUE 'N'.
000929     88 SALDO-NUEVO                        VALUE 'Y'.
000930   77 TOTAL-REVERSO       PIC 9(11)V99     VALUE 0.
000931   77 CARGO-MONEDA        PIC 9(9)V99      VALUE 0.
000932   77 REVERSO-MONEDA      PIC 9(9)V99      VALUE 0.
000933   77 MONEDA-SALDO        PIC X(3)         VALUE SPACES.
000934   77 TOTAL-CARGOS        PIC 9(11)V99     VALUE 0.
000940   77 TOTAL-ABONOS        PIC 9(11)V99     VALUE 0.
000943   01 SWITCH-FIN-DEVSALDO PIC X           VALUE 'N'.
000946     88 FIN-DEVSALDO                       VALUE 'Y'.
000950   01 SWITCH-FIN-AUD     PIC X            VALUE 'N'.
000960     88 FIN-AUD                           VALUE 'Y'.
000970   01 SWITCH-POLIZA-OK   PIC X            VALUE 'Y'.
001166   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001167   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001168   77 COND-LOG           PIC 9(4)         VALUE 0000.
001169* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001170   01 P-PRED-CADENA.
001171     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001172     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001173     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001174       88 P-PRED-RECHAZADO                VALUE 'R'.
001175     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001176     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001177     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001178 PROCEDURE DIVISION.
001180 MAIN-PROCEDURE.
001185     PERFORM INICIAR-RUN-LOG.
001187     PERFORM VERIFICAR-PREDECESORES.
001190     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001200     PERFORM LEER-CONTROL-TOTALES.
001210     PERFORM ACUMULAR-AUDITORIA.
001215     PERFORM CALCULAR-REVERSO-DEVENGO.
001220     PERFORM VALIDAR-CUADRE-POLIZA.
001230     IF POLIZA-EN-CUADRE THEN
001240       PERFORM ESCRIBIR-POLIZA
001242       PERFORM ACTUALIZAR-DEV-SALDO
001244     END-IF.
001246     IF DEVSALDO-DISPONIBLE THEN
001248       CLOSE DEV-SALDO
001250     END-IF.
001260     PERFORM ANUNCIAR-RESULTADO.
001265     PERFORM GRABAR-RUN-LOG.
001392         MOVE 0016 TO COND-LOG
001394         PERFORM GRABAR-RUN-LOG
001400         STOP RUN
001401     END-READ.
001402     MOVE CT-BONO-PAGADO TO CTL-TOTAL-PAGADO.
001403     PERFORM LEER-CTL-CIA.
001404     PERFORM UNTIL FIN-CTL
001405       ADD 1 TO CONT-CTL-CIAS
001406       ADD CT-BONO-PAGADO TO TOTAL-CTL-CIAS
001407       MOVE CT-CIA TO CIA-AUDITADA
001408       PERFORM BUSCAR-O-CREAR-POLIZA
001409       MOVE CT-BONO-PAGADO TO TP-CTL-PAGADO(POL-HALLADA-IDX)
001410       MOVE 'Y' TO TP-CTL-HALLADO(POL-HALLADA-IDX)
001411       PERFORM LEER-CTL-CIA
001412     END-PERFORM.
001420     CLOSE CTL-TOTALES.
001421     IF CONT-CTL-CIAS > 0
001422         AND TOTAL-CTL-CIAS NOT = CTL-TOTAL-PAGADO THEN
001423       MOVE TOTAL-CTL-CIAS TO ED-TOT-A
001424       MOVE CTL-TOTAL-PAGADO TO ED-TOT-B
001425       DISPLAY "*** ERROR: LOS REGISTROS POR COMPANIA DE CTLTOT"
001426         " SUMAN " ED-TOT-A " Y EL TOTAL ES " ED-TOT-B
001427         ", SIN POLIZA ***"
001428       MOVE 0016 TO COND-LOG
001429       PERFORM GRABAR-RUN-LOG
001430       STOP RUN
001431     END-IF.
001432     PERFORM CARGAR-LIBROS.
001433     EXIT.
001434 LEER-CTL-CIA.
001435     READ CTL-TOTALES
001436       AT END
001437         MOVE 'Y' TO SWITCH-FIN-CTL
001438     END-READ.
001439     EXIT.
001440*----------------------------------------------------------
001441* EL LIBRO CONTABLE DE CADA COMPANIA SALE DE CIAREF. SIN
001442* CIAREF LA INSTALACION ES DE UNA SOLA COMPANIA Y EL LOTE VA
001443* SIN LIBRO, COMO SIEMPRE.
001444*----------------------------------------------------------
001445 CARGAR-LIBROS.
001446     OPEN INPUT CIA-REF.
001447     IF FS-CIAREF NOT = '00' THEN
001448       EXIT PARAGRAPH
001449     END-IF.
001450     MOVE 'Y' TO SWITCH-CIAREF.
001451     CLOSE CIA-REF.
001452     EXIT.
001453 BUSCAR-LIBRO.
001454     MOVE 'N' TO SWITCH-CIA-HALLADA.
001455     MOVE 'N' TO SWITCH-FIN-CIAS.
001456     OPEN INPUT CIA-REF.
001457     PERFORM UNTIL FIN-CIAS OR CIA-HALLADA
001458       READ CIA-REF
001459         AT END
001460           MOVE 'Y' TO SWITCH-FIN-CIAS
001461         NOT AT END
001462           IF CR-CIA = TP-CIA(POL) THEN
001463             MOVE 'Y' TO SWITCH-CIA-HALLADA
001464             MOVE CR-LIBRO TO TP-LIBRO(POL)
001465           END-IF
001466       END-READ
001467     END-PERFORM.
001468     CLOSE CIA-REF.
001469     EXIT.
001470*----------------------------------------------------------
001471* ACUMULA EN MEMORIA LOS CARGOS POR DEPARTAMENTO Y MONEDA Y
001472* LOS ABONOS POR MONEDA. NADA SE ESCRIBE TODAVIA.
001473*----------------------------------------------------------
001480 ACUMULAR-AUDITORIA.
001490     OPEN INPUT AUDITORIA.
001500     OPEN INPUT EMPMAST.
001870       NOT INVALID KEY
001880         MOVE DEPTO-MAST TO DEPTO-AUDITADO
001890     END-READ.
001893     MOVE AUD-CIA TO CIA-AUDITADA.
001896     PERFORM BUSCAR-O-CREAR-POLIZA.
001900     PERFORM BUSCAR-O-CREAR-DEPTO.
001901* EL NETO SE DERIVA DEL BRUTO MENOS LO RETENIDO, ASI EL
001902* CARGO Y LOS DOS ABONOS CUADRAN POR CONSTRUCCION.
001903     IF AUD-RETENCION > AUD-BONO THEN
001904       DISPLAY "*** ATENCION: RETENCION MAYOR QUE EL BONO,"
001905         " ID " AUD-ID-EMP ", SE POSTEA SIN RETENCION ***"
001906       MOVE ZERO TO AUD-RETENCION
001907     END-IF.
001908     COMPUTE NETO-DECISION = AUD-BONO - AUD-RETENCION.
001910     EVALUATE AUD-MONEDA
001920       WHEN 'USD'
001930         ADD AUD-BONO TO TC-CARGO-USD(DEP-HALLADO-IDX)
001935         ADD NETO-DECISION TO TP-ABONO-USD(POL-HALLADA-IDX)
001940         ADD AUD-RETENCION
001945           TO TP-RETENCION-USD(POL-HALLADA-IDX)
001950       WHEN 'EUR'
001960         ADD AUD-BONO TO TC-CARGO-EUR(DEP-HALLADO-IDX)
001965         ADD NETO-DECISION TO TP-ABONO-EUR(POL-HALLADA-IDX)
001970         ADD AUD-RETENCION
001975           TO TP-RETENCION-EUR(POL-HALLADA-IDX)
001980       WHEN 'MXN'
001990         ADD AUD-BONO TO TC-CARGO-MXN(DEP-HALLADO-IDX)
001995         ADD NETO-DECISION TO TP-ABONO-MXN(POL-HALLADA-IDX)
002000         ADD AUD-RETENCION
002005           TO TP-RETENCION-MXN(POL-HALLADA-IDX)
002010       WHEN OTHER
002020         ADD 1 TO CONT-MONEDA-DESC
002030         DISPLAY "*** ATENCION: MONEDA '" AUD-MONEDA
002050           ", NO ENTRA A LA POLIZA ***"
002060     END-EVALUATE.
002070     EXIT.
002071*----------------------------------------------------------
002072* UNA ENTRADA DE POLIZA POR COMPANIA, EN EL ORDEN EN QUE
002073* APARECEN EN CTLTOT Y EN AUDITIN.
002074*----------------------------------------------------------
002075 BUSCAR-O-CREAR-POLIZA.
002076     MOVE 0 TO POL-HALLADA-IDX.
002077     PERFORM VARYING POL FROM 1 BY 1
002078         UNTIL POL > CANT-POLIZAS OR POL-HALLADA-IDX > 0
002079       IF TP-CIA(POL) = CIA-AUDITADA THEN
002080         MOVE POL TO POL-HALLADA-IDX
002081       END-IF
002082     END-PERFORM.
002083     IF POL-HALLADA-IDX = 0 THEN
002084       IF CANT-POLIZAS >= 9 THEN
002085         DISPLAY "*** ERROR: TABLA DE COMPANIAS LLENA, COMPANIA '"
002086           CIA-AUDITADA "' NO CABE, SIN POLIZA ***"
002087         MOVE 0016 TO COND-LOG
002088         PERFORM GRABAR-RUN-LOG
002089         STOP RUN
002090       END-IF
002091       ADD 1 TO CANT-POLIZAS
002092       MOVE CIA-AUDITADA TO TP-CIA(CANT-POLIZAS)
002093       MOVE SPACES TO TP-LIBRO(CANT-POLIZAS)
002094       MOVE ZERO TO TP-ABONO-USD(CANT-POLIZAS)
002095       MOVE ZERO TO TP-ABONO-EUR(CANT-POLIZAS)
002096       MOVE ZERO TO TP-ABONO-MXN(CANT-POLIZAS)
002097       MOVE ZERO TO TP-RETENCION-USD(CANT-POLIZAS)
002098       MOVE ZERO TO TP-RETENCION-EUR(CANT-POLIZAS)
002099       MOVE ZERO TO TP-RETENCION-MXN(CANT-POLIZAS)
002100       MOVE ZERO TO TP-CARGOS(CANT-POLIZAS)
002101       MOVE ZERO TO TP-ABONOS(CANT-POLIZAS)
002102       MOVE ZERO TO TP-CTL-PAGADO(CANT-POLIZAS)
002103       MOVE 'N' TO TP-CTL-HALLADO(CANT-POLIZAS)
002104       MOVE CANT-POLIZAS TO POL-HALLADA-IDX
002105     END-IF.
002106     EXIT.
002107 BUSCAR-O-CREAR-DEPTO.
002108     MOVE 0 TO DEP-HALLADO-IDX.
002109     PERFORM VARYING DEP FROM 1 BY 1
002110         UNTIL DEP > CANT-DEPTOS OR DEP-HALLADO-IDX > 0
002116       IF TC-DEPTO(DEP) = DEPTO-AUDITADO
002122           AND TC-CIA(DEP) = CIA-AUDITADA THEN
002130         MOVE DEP TO DEP-HALLADO-IDX
002140       END-IF
002150     END-PERFORM.
002220       END-IF
002230       ADD 1 TO CANT-DEPTOS
002240       MOVE DEPTO-AUDITADO TO TC-DEPTO(CANT-DEPTOS)
002245       MOVE CIA-AUDITADA TO TC-CIA(CANT-DEPTOS)
002250       MOVE ZERO TO TC-CARGO-USD(CANT-DEPTOS)
002260       MOVE ZERO TO TC-CARGO-EUR(CANT-DEPTOS)
002270       MOVE ZERO TO TC-CARGO-MXN(CANT-DEPTOS)
002272       MOVE ZERO TO TC-REVERSO-USD(CANT-DEPTOS)
002274       MOVE ZERO TO TC-REVERSO-EUR(CANT-DEPTOS)
002276       MOVE ZERO TO TC-REVERSO-MXN(CANT-DEPTOS)
002280       MOVE CANT-DEPTOS TO DEP-HALLADO-IDX
002290     END-IF.
002300     EXIT.
002310*----------------------------------------------------------
002311* REVERSO DEL DEVENGO: POR DEPARTAMENTO Y MONEDA CON CARGO
002312* EN ESTA CORRIDA, EL PASIVO DEVENGADO VIVO (DS-DEVENGADO
002313* MENOS DS-REVERTIDO) DE TODOS SUS ANIOS EN DEVSALDO. SOLO SE
002314* LEE AQUI; SE ACTUALIZA CUANDO LA POLIZA YA SE ESCRIBIO.
002315*----------------------------------------------------------
002316 CALCULAR-REVERSO-DEVENGO.
002317     OPEN I-O DEV-SALDO.
002318     IF FS-DEVSALDO NOT = '00' THEN
002319       DISPLAY "*** ATENCION: SIN DEVSALDO (FILE STATUS "
002320         FS-DEVSALDO "), NO HAY DEVENGO QUE REVERTIR ***"
002321       EXIT PARAGRAPH
002322     END-IF.
002323     MOVE 'Y' TO SWITCH-DEVSALDO.
002324     MOVE ZERO TO TOTAL-REVERSO.
002325     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
002326       IF TC-CARGO-USD(DEP) > 0 THEN
002327         MOVE 'USD' TO MONEDA-SALDO
002328         PERFORM LEER-DEV-SALDO
002329         MOVE REVERSO-MONEDA TO TC-REVERSO-USD(DEP)
002330       END-IF
002331       IF TC-CARGO-EUR(DEP) > 0 THEN
002332         MOVE 'EUR' TO MONEDA-SALDO
002333         PERFORM LEER-DEV-SALDO
002334         MOVE REVERSO-MONEDA TO TC-REVERSO-EUR(DEP)
002335       END-IF
002336       IF TC-CARGO-MXN(DEP) > 0 THEN
002337         MOVE 'MXN' TO MONEDA-SALDO
002338         PERFORM LEER-DEV-SALDO
002339         MOVE REVERSO-MONEDA TO TC-REVERSO-MXN(DEP)
002340       END-IF
002341     END-PERFORM.
002342     EXIT.
002343 LEER-DEV-SALDO.
002344     MOVE ZERO TO REVERSO-MONEDA.
002345     MOVE 'N' TO SWITCH-FIN-DEVSALDO.
002346     MOVE TC-DEPTO(DEP) TO DS-DEPTO.
002347     MOVE MONEDA-SALDO TO DS-MONEDA.
002348     MOVE ZERO TO DS-ANIO.
002349     START DEV-SALDO KEY >= DS-LLAVE
002350       INVALID KEY
002351         EXIT PARAGRAPH
002352     END-START.
002353     PERFORM LEER-DEV-SALDO-SIG.
002354     PERFORM UNTIL FIN-DEVSALDO
002355       IF DS-DEVENGADO > DS-REVERTIDO THEN
002356         COMPUTE REVERSO-MONEDA = REVERSO-MONEDA
002357           + DS-DEVENGADO - DS-REVERTIDO
002358       END-IF
002359       PERFORM LEER-DEV-SALDO-SIG
002360     END-PERFORM.
002361     ADD REVERSO-MONEDA TO TOTAL-REVERSO.
002362     EXIT.
002363 LEER-DEV-SALDO-SIG.
002364     READ DEV-SALDO NEXT
002365       AT END
002366         MOVE 'Y' TO SWITCH-FIN-DEVSALDO
002367       NOT AT END
002368         IF DS-DEPTO NOT = TC-DEPTO(DEP)
002369             OR DS-MONEDA NOT = MONEDA-SALDO THEN
002370           MOVE 'Y' TO SWITCH-FIN-DEVSALDO
002371         END-IF
002372     END-READ.
002373     EXIT.
002374*----------------------------------------------------------
002375* CON LA POLIZA YA ESCRITA, DEVSALDO ANOTA POR DEPARTAMENTO Y
002376* MONEDA LO REVERTIDO Y LO PAGADO EN ESTA CORRIDA. CADA ANIO
002377* CON PASIVO VIVO QUEDA REVERTIDO COMPLETO, QUE ES LO QUE LA
002378* POLIZA REVIRTIO, Y LO PAGADO SE ANOTA EN EL MAS ANTIGUO DE
002379* ELLOS. SIN NADA QUE REVERTIR, LO PAGADO VA AL ANIO EN CURSO
002380* (QUE SE ABRE SI NO EXISTE) PARA QUE EL DEVENGO SEPA QUE EL
002381* DEPARTAMENTO YA SE PAGO.
002382*----------------------------------------------------------
002383 ACTUALIZAR-DEV-SALDO.
002384     IF NOT DEVSALDO-DISPONIBLE THEN
002385       EXIT PARAGRAPH
002386     END-IF.
002387     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
002388       IF TC-CARGO-USD(DEP) > 0 THEN
002389         MOVE 'USD' TO MONEDA-SALDO
002390         MOVE TC-CARGO-USD(DEP) TO CARGO-MONEDA
002391         PERFORM ANOTAR-DEV-SALDO
002392       END-IF
002393       IF TC-CARGO-EUR(DEP) > 0 THEN
002394         MOVE 'EUR' TO MONEDA-SALDO
002395         MOVE TC-CARGO-EUR(DEP) TO CARGO-MONEDA
002396         PERFORM ANOTAR-DEV-SALDO
002397       END-IF
002398       IF TC-CARGO-MXN(DEP) > 0 THEN
002399         MOVE 'MXN' TO MONEDA-SALDO
002400         MOVE TC-CARGO-MXN(DEP) TO CARGO-MONEDA
002401         PERFORM ANOTAR-DEV-SALDO
002402       END-IF
002403     END-PERFORM.
002404     EXIT.
002405 ANOTAR-DEV-SALDO.
002406     MOVE 'N' TO SWITCH-FIN-DEVSALDO.
002407     MOVE TC-DEPTO(DEP) TO DS-DEPTO.
002408     MOVE MONEDA-SALDO TO DS-MONEDA.
002409     MOVE ZERO TO DS-ANIO.
002410     START DEV-SALDO KEY >= DS-LLAVE
002411       INVALID KEY
002412         MOVE 'Y' TO SWITCH-FIN-DEVSALDO
002413     END-START.
002414     IF NOT FIN-DEVSALDO THEN
002415       PERFORM LEER-DEV-SALDO-SIG
002416     END-IF.
002417     PERFORM UNTIL FIN-DEVSALDO
002418       IF DS-DEVENGADO > DS-REVERTIDO THEN
002419         PERFORM REVERTIR-DEV-SALDO
002420       END-IF
002421       PERFORM LEER-DEV-SALDO-SIG
002422     END-PERFORM.
002423     IF CARGO-MONEDA > 0 THEN
002424       PERFORM ANOTAR-PAGO-DEV-SALDO
002425     END-IF.
002426     EXIT.
002427 REVERTIR-DEV-SALDO.
002428     MOVE DS-DEVENGADO TO DS-REVERTIDO.
002429     ADD CARGO-MONEDA TO DS-PAGADO.
002430     MOVE ZERO TO CARGO-MONEDA.
002431     REWRITE REG-DEV-SALDO
002432       INVALID KEY
002433         DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR DEVSALDO "
002434           DS-DEPTO " " DS-MONEDA " " DS-ANIO " ***"
002435     END-REWRITE.
002436     EXIT.
002437 ANOTAR-PAGO-DEV-SALDO.
002438     MOVE 'N' TO SWITCH-SALDO-NUEVO.
002439     MOVE TC-DEPTO(DEP) TO DS-DEPTO.
002440     MOVE MONEDA-SALDO TO DS-MONEDA.
002441     MOVE FC-ANIO TO DS-ANIO.
002442     READ DEV-SALDO
002443       INVALID KEY
002444         MOVE 'Y' TO SWITCH-SALDO-NUEVO
002445     END-READ.
002446     IF SALDO-NUEVO THEN
002447       MOVE TC-DEPTO(DEP) TO DS-DEPTO
002448       MOVE MONEDA-SALDO TO DS-MONEDA
002449       MOVE FC-ANIO TO DS-ANIO
002450       MOVE ZERO TO DS-ULT-PERIODO
002451       MOVE ZERO TO DS-PROYECCION
002452       MOVE ZERO TO DS-DEVENGADO
002453       MOVE ZERO TO DS-REVERTIDO
002454       MOVE ZERO TO DS-PAGADO
002455     END-IF.
002456     ADD CARGO-MONEDA TO DS-PAGADO.
002457     IF SALDO-NUEVO THEN
002458       WRITE REG-DEV-SALDO
002459         INVALID KEY
002460           DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN DEVSALDO "
002461             DS-DEPTO " " DS-MONEDA " ***"
002462       END-WRITE
002463     ELSE
002464       REWRITE REG-DEV-SALDO
002465         INVALID KEY
002466           DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR DEVSALDO "
002467             DS-DEPTO " " DS-MONEDA " ***"
002468       END-REWRITE
002469     END-IF.
002470     EXIT.
002471*----------------------------------------------------------
002472* CADA LOTE SOLO SE ESCRIBE SI CARGO = ABONO (PUENTE MAS
002473* IMPUESTOS POR PAGAR) Y SI SU CARGO AMARRA CON EL TOTAL
002474* PAGADO DE SU COMPANIA EN CTLTOT; EL CARGO DE TODOS LOS
002475* LOTES AMARRA ADEMAS CON EL REGISTRO DEL TOTAL. UN CTLTOT SIN
002476* REGISTROS POR COMPANIA (UNA SOLA COMPANIA) SOLO SE CRUZA
002477* CONTRA EL TOTAL. LA MONEDA NO SE MEZCLA: EL CUADRE ES SOBRE
002478* LA SUMA NOMINAL, IGUAL QUE CT-BONO-PAGADO.
002479*----------------------------------------------------------
002480 VALIDAR-CUADRE-POLIZA.
002481     MOVE ZERO TO TOTAL-CARGOS.
002482     MOVE ZERO TO TOTAL-ABONOS.
002483     MOVE ZERO TO TOTAL-RETENCION.
002484     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
002485       MOVE TC-CIA(DEP) TO CIA-AUDITADA
002486       PERFORM BUSCAR-O-CREAR-POLIZA
002487       ADD TC-CARGO-USD(DEP) TO TP-CARGOS(POL-HALLADA-IDX)
002488       ADD TC-CARGO-EUR(DEP) TO TP-CARGOS(POL-HALLADA-IDX)
002489       ADD TC-CARGO-MXN(DEP) TO TP-CARGOS(POL-HALLADA-IDX)
002490     END-PERFORM.
002491     PERFORM VARYING POL FROM 1 BY 1 UNTIL POL > CANT-POLIZAS
002492       PERFORM VALIDAR-CUADRE-LOTE
002493     END-PERFORM.
002494     IF TOTAL-CARGOS NOT = CTL-TOTAL-PAGADO THEN
002495       MOVE 'N' TO SWITCH-POLIZA-OK
002496       MOVE TOTAL-CARGOS TO ED-TOT-A
002497       MOVE CTL-TOTAL-PAGADO TO ED-TOT-B
002570       DISPLAY "*** ERROR: LA POLIZA SUMA " ED-TOT-A
002580         " Y CTLTOT REPORTA " ED-TOT-B
002590         ", NO SE PRODUCE GLPOST ***"
002600     END-IF.
002610     EXIT.
002611 VALIDAR-CUADRE-LOTE.
002612     COMPUTE TP-ABONOS(POL) = TP-ABONO-USD(POL)
002613       + TP-ABONO-EUR(POL) + TP-ABONO-MXN(POL)
002614       + TP-RETENCION-USD(POL)
002615       + TP-RETENCION-EUR(POL) + TP-RETENCION-MXN(POL).
002616     ADD TP-CARGOS(POL) TO TOTAL-CARGOS.
002617     ADD TP-ABONOS(POL) TO TOTAL-ABONOS.
002618     COMPUTE TOTAL-RETENCION = TOTAL-RETENCION
002619       + TP-RETENCION-USD(POL) + TP-RETENCION-EUR(POL)
002620       + TP-RETENCION-MXN(POL).
002621     IF TP-CARGOS(POL) NOT = TP-ABONOS(POL) THEN
002622       MOVE 'N' TO SWITCH-POLIZA-OK
002623       MOVE TP-CARGOS(POL) TO ED-TOT-A
002624       MOVE TP-ABONOS(POL) TO ED-TOT-B
002625       DISPLAY "*** ERROR: LOTE DE LA COMPANIA '" TP-CIA(POL)
002626         "' DESCUADRADO, CARGOS " ED-TOT-A " VS ABONOS " ED-TOT-B
002627         ", NO SE PRODUCE GLPOST ***"
002628     END-IF.
002629     IF CONT-CTL-CIAS > 0 THEN
002630       IF TP-CTL-HALLADO(POL) NOT = 'Y' THEN
002631         MOVE 'N' TO SWITCH-POLIZA-OK
002632         DISPLAY "*** ERROR: LA COMPANIA '" TP-CIA(POL)
002633           "' NO TIENE REGISTRO EN CTLTOT, NO SE PRODUCE"
002634           " GLPOST ***"
002635       ELSE IF TP-CARGOS(POL) NOT = TP-CTL-PAGADO(POL) THEN
002636         MOVE 'N' TO SWITCH-POLIZA-OK
002637         MOVE TP-CARGOS(POL) TO ED-TOT-A
002638         MOVE TP-CTL-PAGADO(POL) TO ED-TOT-B
002639         DISPLAY "*** ERROR: EL LOTE DE LA COMPANIA '" TP-CIA(POL)
002640           "' SUMA " ED-TOT-A " Y CTLTOT REPORTA " ED-TOT-B
002641           ", NO SE PRODUCE GLPOST ***"
002642       END-IF
002643       END-IF
002644     END-IF.
002645     IF CIAREF-DISPONIBLE THEN
002646       PERFORM BUSCAR-LIBRO
002647       IF NOT CIA-HALLADA THEN
002648         MOVE 'N' TO SWITCH-POLIZA-OK
002649         DISPLAY "*** ERROR: LA COMPANIA '" TP-CIA(POL)
002650           "' NO EXISTE EN CIAREF, SIN LIBRO CONTABLE, NO SE"
002651           " PRODUCE GLPOST ***"
002652       END-IF
002653     END-IF.
002654     EXIT.
002655*----------------------------------------------------------
002656* ESCRIBE LA POLIZA YA VALIDADA, UN LOTE POR COMPANIA:
002657* ENCABEZADO CON COMPANIA Y LIBRO, UN CARGO POR DEPARTAMENTO Y
002658* MONEDA CON SALDO, UN ABONO POR MONEDA A LA CUENTA PUENTE
002659* (NETO), UN ABONO POR MONEDA A IMPUESTOS POR PAGAR
002660* (RETENIDO), LOS PARES DE REVERSO DEL DEVENGO Y LA COLA CON
002661* CANTIDAD Y TOTAL DE CONTROL (CARGOS MAS ABONOS) DEL LOTE.
002670*----------------------------------------------------------
002680 ESCRIBIR-POLIZA.
002690     OPEN OUTPUT POLIZA.
002691     PERFORM VARYING POL FROM 1 BY 1 UNTIL POL > CANT-POLIZAS
002692       PERFORM ESCRIBIR-LOTE-POLIZA
002693     END-PERFORM.
002694     CLOSE POLIZA.
002695     EXIT.
002696 ESCRIBIR-LOTE-POLIZA.
002697     MOVE CONT-DETALLES TO DETALLES-INICIO-LOTE.
002698     MOVE ZERO TO HASH-POLIZA.
002700     MOVE SPACES TO REG-POLIZA.
002710     MOVE 'H' TO PZ-TIPO.
002720     MOVE FECHA-CORRIDA-R TO PH-FECHA.
002730     MOVE 'BONOS' TO PH-ORIGEN.
002733     MOVE TP-CIA(POL) TO PH-CIA.
002736     MOVE TP-LIBRO(POL) TO PH-LIBRO.
002740     MOVE REG-POLIZA TO REG-POLIZA-SAL.
002750     WRITE REG-POLIZA-SAL.
002755     MOVE SPACES TO REG-POLIZA.
002760     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
002768       IF TC-CIA(DEP) = TP-CIA(POL) THEN
002776         IF TC-CARGO-USD(DEP) > 0 THEN
002784           MOVE 'USD' TO PD-MONEDA
002792           MOVE TC-CARGO-USD(DEP) TO PD-IMPORTE
002800           PERFORM ESCRIBIR-CARGO-DEPTO
002808         END-IF
002816         IF TC-CARGO-EUR(DEP) > 0 THEN
002824           MOVE 'EUR' TO PD-MONEDA
002832           MOVE TC-CARGO-EUR(DEP) TO PD-IMPORTE
002840           PERFORM ESCRIBIR-CARGO-DEPTO
002848         END-IF
002856         IF TC-CARGO-MXN(DEP) > 0 THEN
002864           MOVE 'MXN' TO PD-MONEDA
002872           MOVE TC-CARGO-MXN(DEP) TO PD-IMPORTE
002880           PERFORM ESCRIBIR-CARGO-DEPTO
002888         END-IF
002910       END-IF
002920     END-PERFORM.
002930     IF TP-ABONO-USD(POL) > 0 THEN
002940       MOVE 'USD' TO PD-MONEDA
002950       MOVE TP-ABONO-USD(POL) TO PD-IMPORTE
002960       PERFORM ESCRIBIR-ABONO-PUENTE
002970     END-IF.
002980     IF TP-ABONO-EUR(POL) > 0 THEN
002990       MOVE 'EUR' TO PD-MONEDA
003000       MOVE TP-ABONO-EUR(POL) TO PD-IMPORTE
003010       PERFORM ESCRIBIR-ABONO-PUENTE
003020     END-IF.
003030     IF TP-ABONO-MXN(POL) > 0 THEN
003040       MOVE 'MXN' TO PD-MONEDA
003041       MOVE TP-ABONO-MXN(POL) TO PD-IMPORTE
003042       PERFORM ESCRIBIR-ABONO-PUENTE
003043     END-IF.
003044     IF TP-RETENCION-USD(POL) > 0 THEN
003045       MOVE 'USD' TO PD-MONEDA
003046       MOVE TP-RETENCION-USD(POL) TO PD-IMPORTE
003047       PERFORM ESCRIBIR-ABONO-RETENCION
003048     END-IF.
003049     IF TP-RETENCION-EUR(POL) > 0 THEN
003050       MOVE 'EUR' TO PD-MONEDA
003051       MOVE TP-RETENCION-EUR(POL) TO PD-IMPORTE
003052       PERFORM ESCRIBIR-ABONO-RETENCION
003053     END-IF.
003054     IF TP-RETENCION-MXN(POL) > 0 THEN
003055       MOVE 'MXN' TO PD-MONEDA
003056       MOVE TP-RETENCION-MXN(POL) TO PD-IMPORTE
003057       PERFORM ESCRIBIR-ABONO-RETENCION
003058     END-IF.
003059     IF TOTAL-REVERSO > 0 THEN
003060       PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
003061         IF TC-CIA(DEP) = TP-CIA(POL) THEN
003062           IF TC-REVERSO-USD(DEP) > 0 THEN
003063             MOVE 'USD' TO PD-MONEDA
003064             MOVE TC-REVERSO-USD(DEP) TO PD-IMPORTE
003065             PERFORM ESCRIBIR-REVERSO-DEVENGO
003066           END-IF
003067           IF TC-REVERSO-EUR(DEP) > 0 THEN
003068             MOVE 'EUR' TO PD-MONEDA
003069             MOVE TC-REVERSO-EUR(DEP) TO PD-IMPORTE
003070             PERFORM ESCRIBIR-REVERSO-DEVENGO
003071           END-IF
003072           IF TC-REVERSO-MXN(DEP) > 0 THEN
003073             MOVE 'MXN' TO PD-MONEDA
003074             MOVE TC-REVERSO-MXN(DEP) TO PD-IMPORTE
003075             PERFORM ESCRIBIR-REVERSO-DEVENGO
003076           END-IF
003077         END-IF
003078       END-PERFORM
003079     END-IF.
003080     MOVE SPACES TO REG-POLIZA.
003090     MOVE 'T' TO PZ-TIPO.
003100     COMPUTE PT-CANTIDAD = CONT-DETALLES - DETALLES-INICIO-LOTE.
003110     MOVE HASH-POLIZA TO PT-HASH-TOTAL.
003120     MOVE REG-POLIZA TO REG-POLIZA-SAL.
003130     WRITE REG-POLIZA-SAL.
003150     EXIT.
003160*----------------------------------------------------------
003170* PD-MONEDA Y PD-IMPORTE LOS DEJA PUESTOS QUIEN LLAMA; AQUI
003370     MOVE REG-POLIZA TO REG-POLIZA-SAL.
003380     WRITE REG-POLIZA-SAL.
003390     EXIT.
003391 ESCRIBIR-ABONO-RETENCION.
003392     MOVE 'D' TO PZ-TIPO.
003393     MOVE CUENTA-IMPUESTO-RET TO PD-CUENTA.
003394     MOVE SPACES TO PD-DEPTO.
003395     MOVE 'C' TO PD-CARGO-ABONO.
003396     ADD 1 TO CONT-DETALLES.
003397     ADD PD-IMPORTE TO HASH-POLIZA.
003398     MOVE REG-POLIZA TO REG-POLIZA-SAL.
003399     WRITE REG-POLIZA-SAL.
003400     EXIT.
003401*----------------------------------------------------------
003402* REVERSO DEL DEVENGO DE UN DEPARTAMENTO Y MONEDA: CARGO A LA
003403* CUENTA DE BONOS DEVENGADOS Y ABONO AL GASTO, AMBOS CON EL
003404* DEPARTAMENTO, POR EL MISMO IMPORTE.
003405*----------------------------------------------------------
003406 ESCRIBIR-REVERSO-DEVENGO.
003407     MOVE 'D' TO PZ-TIPO.
003408     MOVE CUENTA-BONO-DEVENG TO PD-CUENTA.
003409     MOVE TC-DEPTO(DEP) TO PD-DEPTO.
003410     MOVE 'D' TO PD-CARGO-ABONO.
003411     ADD 1 TO CONT-DETALLES.
003412     ADD PD-IMPORTE TO HASH-POLIZA.
003413     MOVE REG-POLIZA TO REG-POLIZA-SAL.
003414     WRITE REG-POLIZA-SAL.
003415     MOVE CUENTA-GASTO-BONO TO PD-CUENTA.
003416     MOVE 'C' TO PD-CARGO-ABONO.
003417     ADD 1 TO CONT-DETALLES.
003418     ADD PD-IMPORTE TO HASH-POLIZA.
003419     MOVE REG-POLIZA TO REG-POLIZA-SAL.
003420     WRITE REG-POLIZA-SAL.
003421     EXIT.
003422 ANUNCIAR-RESULTADO.
003430     DISPLAY "---------- POLIZA CONTABLE DE BONOS ----------".
003440     DISPLAY " DECISIONES LEIDAS:        " CONT-AUD-LEIDOS.
003450     DISPLAY " SIN BONO (NO POSTEAN):    " CONT-SIN-BONO.
003460     DISPLAY " SIN REGISTRO EN MAESTRO:  " CONT-SIN-MAESTRO.
003470     DISPLAY " MONEDA DESCONOCIDA:       " CONT-MONEDA-DESC.
003480     DISPLAY " DEPARTAMENTOS CON CARGO:  " CANT-DEPTOS.
003485     DISPLAY " LOTES (COMPANIAS):        " CANT-POLIZAS.
003490     MOVE TOTAL-CARGOS TO ED-TOT-A.
003500     DISPLAY " TOTAL CARGADO A GASTO:    " ED-TOT-A.
003502     MOVE TOTAL-RETENCION TO ED-TOT-B.
003504     DISPLAY " RETENIDO A IMPUESTOS:     " ED-TOT-B.
003506     MOVE TOTAL-REVERSO TO ED-TOT-B.
003508     DISPLAY " DEVENGO REVERTIDO:        " ED-TOT-B.
003510     IF POLIZA-EN-CUADRE THEN
003520       DISPLAY " DETALLES ESCRITOS:        " CONT-DETALLES
003530       DISPLAY " POLIZA EN CUADRE, GLPOST GENERADO"
003690     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
003700     ACCEPT HORA-ACEPT-LOG FROM TIME.
003710     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
003711     EXIT.
003712*----------------------------------------------------------
003713* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
003714* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
003715* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
003716* REGISTRA PREDEC1A.
003717*----------------------------------------------------------
003718 VERIFICAR-PREDECESORES.
003719     MOVE 'CONTAB1A' TO P-PRED-PROGRAMA.
003720     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
003721     CALL 'PREDEC1A' USING P-PRED-CADENA.
003722     IF P-PRED-RECHAZADO THEN
003723       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
003724         " CORRIDA ABORTADA ***"
003725       MOVE 0016 TO COND-LOG
003726       PERFORM GRABAR-RUN-LOG
003727       STOP RUN
003728     END-IF.
003729     EXIT.
003730 GRABAR-RUN-LOG.
003740     OPEN EXTEND RUN-LOG.
003750     IF FS-RUNLOG = '35' THEN
003930       MOVE 0016 TO COND-LOG
003940     END-IF.
003950     MOVE COND-LOG TO RL-COND.
003951     MOVE P-PRED-RESULTADO TO RL-TIPO.
003952     MOVE P-PRED-PASO TO RL-PREDECESOR.
003953     MOVE P-PRED-COND TO RL-COND-PRED.
003954     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003955     MOVE SPACES TO RL-MOTIVO.
003960     WRITE REG-RUN-LOG.
003970     CLOSE RUN-LOG.
003980     EXIT.
