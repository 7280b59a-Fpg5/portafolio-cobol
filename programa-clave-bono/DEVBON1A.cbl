000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: DEVENGO MENSUAL DE BONOS. CORRE CADA CIERRE DE MES,   *
000050*           ANTES DE LA CORRIDA REAL. RECORRE EL MAESTRO EMPMAST *
000060*           Y LLAMA A SBPROG1A CON EL REND/ANT VIGENTES Y EL     *
000070*           PLAN DEL DEPARTAMENTO (DEPTREF), IGUAL QUE LA        *
000080*           CORRIDA, PARA PROYECTAR EL BONO ANUAL POR            *
000090*           DEPARTAMENTO Y MONEDA. EL DEVENGO DEL MES ES 1/12    *
000100*           DE LA PROYECCION (METODO 'D') O EL AJUSTE PARA QUE   *
000110*           EL GASTO DEL ANIO LLEGUE A LA PROPORCION DEL MES     *
000120*           (METODO 'T'); SE CARGA A GASTO DE BONOS Y SE ABONA   *
000130*           AL PASIVO DE BONOS DEVENGADOS EN UNA POLIZA CON EL   *
000140*           MISMO FORMATO DE GLPOST (GLDEVEN). EL SALDO          *
000150*           DEVENGADO QUEDA EN DEVSALDO, QUE CONTAB1A REVIERTE   *
000160*           AL POSTEAR EL PAGO REAL. IMPRIME DEVENGADO VS        *
000170*           PAGADO POR DEPARTAMENTO CONTRA DR-PRESUPUESTO.       *
000180*           METODO Y PERIODO (AAAAMM) VIENEN EN DEVCTL; POR      *
000190*           OMISION METODO 'D' Y EL MES EN CURSO.                *
000191* MOD-HISTORY:                                                   *
000192*   15/10/2026 FPG  LA LLAMADA A SBPROG1A LLEVA EL PARAMETRO     *
000193*                   P-REND-DERIV (REND USADO, METODO Y PERIODOS  *
000194*                   DEL PROMEDIO DE RENDHIST).                   *
000195*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000196*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000197*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000198*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000199*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000200*                   EL RESULTADO DE LA VERIFICACION.             *
000201*   15/10/2026 FPG  LA POLIZA GLDEVEN LLEVA UN LOTE POR COMPANIA *
000202*                   DEL DEPARTAMENTO (DR-CIA) CON SU LIBRO       *
000203*                   CONTABLE DE CIAREF, Y EL SALDO DEVENGADO DE  *
000204*                   DEVSALDO SE LLEVA POR ANIO.                  *
000205******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. DEVBON1A.
000230 ENVIRONMENT DIVISION.
000240*CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EMPMAST ASSIGN TO EMPMAST
000280       ORGANIZATION IS INDEXED
000290       ACCESS MODE IS DYNAMIC
000300       RECORD KEY IS ID-MAST
000310       FILE STATUS IS FS-EMPMAST.
000320     SELECT DEPTO-REF ASSIGN TO DEPTREF
000330       ORGANIZATION IS SEQUENTIAL
000340       FILE STATUS IS FS-DEPTREF.
000342     SELECT CIA-REF ASSIGN TO CIAREF
000344       ORGANIZATION IS SEQUENTIAL
000346       FILE STATUS IS FS-CIAREF.
000350     SELECT CTL-DEVENGO ASSIGN TO DEVCTL
000360       ORGANIZATION IS SEQUENTIAL
000370       FILE STATUS IS FS-CTL.
000380     SELECT DEV-SALDO ASSIGN TO DEVSALDO
000390       ORGANIZATION IS INDEXED
000400       ACCESS MODE IS RANDOM
000410       RECORD KEY IS DS-LLAVE
000420       FILE STATUS IS FS-DEVSALDO.
000430     SELECT POLIZA ASSIGN TO GLDEVEN
000440       ORGANIZATION IS SEQUENTIAL.
000450     SELECT RPT-DEVENGO ASSIGN TO RPTDEV
000460       ORGANIZATION IS SEQUENTIAL.
000470     SELECT RUN-LOG ASSIGN TO RUNLOG
000480       ORGANIZATION IS SEQUENTIAL
000490       FILE STATUS IS FS-RUNLOG.
000500 DATA DIVISION.
000510 FILE SECTION.
000520   FD EMPMAST
000530       RECORDING MODE IS F
000540       DATA RECORD IS REG-MAST.
000550   COPY EMPMASTR.
000560   FD DEPTO-REF
000570       RECORDING MODE IS F
000580       DATA RECORD IS REG-DEPTO-REF.
000590   COPY DEPTOREF.
000592   FD CIA-REF
000594       RECORDING MODE IS F
000596       DATA RECORD IS REG-CIA-REF.
000598   COPY CIAREFRG.
000600   FD CTL-DEVENGO
000610       RECORDING MODE IS F
000620       DATA RECORD IS REG-CTL-DEVENGO.
000630   01 REG-CTL-DEVENGO.
000640     05 DC-METODO         PIC X(1).
000650       88 DC-METODO-DOCEAVO               VALUE 'D'.
000660       88 DC-METODO-AJUSTE                VALUE 'T'.
000670     05 DC-PERIODO        PIC 9(6).
000680   FD DEV-SALDO
000690       RECORDING MODE IS F
000700       DATA RECORD IS REG-DEV-SALDO.
000710   COPY DEVSALRG.
000720   FD POLIZA
000730       RECORDING MODE IS F
000740       DATA RECORD IS REG-POLIZA-SAL.
000750   01 REG-POLIZA-SAL      PIC X(80).
000760   FD RPT-DEVENGO
000770       RECORDING MODE IS F
000780       DATA RECORD IS LINEA-RPT-DEV.
000790   01 LINEA-RPT-DEV       PIC X(90).
000800   FD RUN-LOG
000810       RECORDING MODE IS F
000820       DATA RECORD IS REG-RUN-LOG.
000830   COPY RUNLOGRG.
000840 WORKING-STORAGE SECTION.
000850* IMAGEN COMUN DE LOS REGISTROS DE LA POLIZA, IDENTICA A LA DE
000860* CONTAB1A (GLPOST): ENCABEZADO DE LOTE, DETALLE Y COLA DE
000870* CONTROL, TODOS DE 80 BYTES.
000880   01 REG-POLIZA.
000890     05 PZ-TIPO           PIC X(1).
000900     05 PZ-RESTO          PIC X(79).
000910   01 ENCABEZADO-POLIZA REDEFINES REG-POLIZA.
000920     05 FILLER            PIC X(1).
000930     05 PH-FECHA          PIC 9(8).
000940     05 PH-ORIGEN         PIC X(8).
000945     05 PH-CIA            PIC X(1).
000950     05 PH-LIBRO          PIC X(4).
000955     05 FILLER            PIC X(58).
000960   01 DETALLE-POLIZA REDEFINES REG-POLIZA.
000970     05 FILLER            PIC X(1).
000980     05 PD-CUENTA         PIC X(4).
000990     05 PD-DEPTO          PIC X(3).
001000     05 PD-MONEDA         PIC X(3).
001010     05 PD-CARGO-ABONO    PIC X(1).
001020     05 PD-IMPORTE        PIC 9(9)V99.
001030     05 FILLER            PIC X(57).
001040   01 COLA-POLIZA REDEFINES REG-POLIZA.
001050     05 FILLER            PIC X(1).
001060     05 PT-CANTIDAD       PIC 9(6).
001070     05 PT-HASH-TOTAL     PIC 9(11)V99.
001080     05 FILLER            PIC X(60).
001090* CUENTAS CONTABLES DEL DEVENGO.
001100   77 CUENTA-GASTO-BONO   PIC X(4)         VALUE '5200'.
001110   77 CUENTA-BONO-DEVENG  PIC X(4)         VALUE '2140'.
001120* TABLA DE DEPARTAMENTOS (DEPTREF) CON LA PROYECCION ANUAL, EL
001130* MOVIMIENTO DEL MES Y LOS SALDOS DEL ANIO POR MONEDA. LOS
001140* EMPLEADOS DE UN DEPARTAMENTO QUE NO ESTA EN DEPTREF O SIN
001150* DEPARTAMENTO ENTRAN COMO '???' PARA NO PERDER EL DEVENGO;
001153* ESE DEPARTAMENTO TOMA LA COMPANIA DEL PRIMER EMPLEADO QUE
001156* LO ABRE.
001160   01 TABLA-DEPTOS.
001170     05 CANT-DEPTOS       PIC 9(3)         VALUE 000.
001180     05 ENTRADA-DEPTO OCCURS 50 TIMES.
001190       10 TD-DEPTO        PIC X(3).
001200       10 TD-NOMBRE       PIC X(20).
001210       10 TD-PRESUPUESTO  PIC 9(9)V99.
001220       10 TD-PLAN         PIC X(2).
001225       10 TD-CIA          PIC X(1).
001230       10 TD-MON OCCURS 3 TIMES.
001240         15 TD-PROYECCION PIC 9(9)V99.
001250         15 TD-MOVIMIENTO PIC S9(9)V99.
001260         15 TD-DEVENGADO  PIC 9(9)V99.
001270         15 TD-PAGADO     PIC 9(9)V99.
001280   01 TABLA-MONEDAS.
001290     05 FILLER            PIC X(9)         VALUE 'USDEURMXN'.
001300   01 TABLA-MONEDAS-R REDEFINES TABLA-MONEDAS.
001310     05 TM-MONEDA         PIC X(3) OCCURS 3 TIMES.
001311* UN LOTE DE POLIZA POR COMPANIA, CON SU LIBRO CONTABLE DE
001312* CIAREF Y LOS CARGOS Y ABONOS DEL LOTE PARA EL CUADRE.
001313   01 TABLA-POLIZAS.
001314     05 CANT-POLIZAS      PIC 9(1)         VALUE 0.
001315     05 ENTRADA-POLIZA OCCURS 9 TIMES.
001316       10 TP-CIA          PIC X(1).
001317       10 TP-LIBRO        PIC X(4).
001318       10 TP-CARGOS       PIC 9(11)V99.
001319       10 TP-ABONOS       PIC 9(11)V99.
001320   77 DEP                 PIC 9(3)         VALUE 000.
001330   77 DEP-HALLADO-IDX     PIC 9(3)         VALUE 000.
001340   77 MON                 PIC 9            VALUE 0.
001350   77 MON-HALLADA-IDX     PIC 9            VALUE 0.
001360   77 DEPTO-BUSCADO       PIC X(3)         VALUE SPACES.
001362   77 POL                 PIC 9(2)         VALUE 00.
001364   77 POL-HALLADA-IDX     PIC 9(2)         VALUE 00.
001366   77 CIA-BUSCADA         PIC X(1)         VALUE SPACE.
001370   01 SWITCH-FIN-DEPTOS   PIC X            VALUE 'N'.
001380     88 FIN-DEPTOS                         VALUE 'Y'.
001390   01 SWITCH-FIN-MAST     PIC X            VALUE 'N'.
001400     88 FIN-MAST                           VALUE 'Y'.
001410   01 SWITCH-POLIZA-OK    PIC X            VALUE 'Y'.
001420     88 POLIZA-EN-CUADRE                   VALUE 'Y'.
001430   01 SWITCH-SALDO-NUEVO  PIC X            VALUE 'N'.
001440     88 SALDO-NUEVO                        VALUE 'Y'.
001441   01 SWITCH-CIAREF       PIC X            VALUE 'N'.
001442     88 CIAREF-DISPONIBLE                  VALUE 'Y'.
001443   01 SWITCH-CIA-HALLADA  PIC X            VALUE 'N'.
001444     88 CIA-HALLADA                        VALUE 'Y'.
001445   01 SWITCH-FIN-CIAS     PIC X            VALUE 'N'.
001446     88 FIN-CIAS                           VALUE 'Y'.
001450   77 FS-EMPMAST          PIC XX           VALUE '00'.
001460   77 FS-DEPTREF          PIC XX           VALUE '00'.
001470   77 FS-CTL              PIC XX           VALUE '00'.
001480   77 FS-DEVSALDO         PIC XX           VALUE '00'.
001485   77 FS-CIAREF           PIC XX           VALUE '00'.
001490* METODO Y PERIODO DEL DEVENGO.
001500   77 METODO-DEVENGO      PIC X            VALUE 'D'.
001510     88 METODO-DOCEAVO                     VALUE 'D'.
001520     88 METODO-AJUSTE                      VALUE 'T'.
001530   01 PERIODO-DEVENGO.
001540     05 PER-ANIO          PIC 9(4).
001550     05 PER-MES           PIC 99.
001560   01 PERIODO-DEVENGO-R   REDEFINES PERIODO-DEVENGO PIC 9(6).
001570   77 META-ANIO           PIC 9(9)V99      VALUE 0.
001580   77 GASTO-ANIO          PIC 9(9)V99      VALUE 0.
001590   77 PASIVO-VIVO         PIC 9(9)V99      VALUE 0.
001600   77 MOV-CALC            PIC S9(9)V99     VALUE 0.
001610   77 IMPORTE-ABS         PIC 9(9)V99      VALUE 0.
001620   77 TOTAL-CARGOS        PIC 9(11)V99     VALUE 0.
001630   77 TOTAL-ABONOS        PIC 9(11)V99     VALUE 0.
001640   77 HASH-POLIZA         PIC 9(11)V99     VALUE 0.
001650   77 CONT-EMP-LEIDOS     PIC 9(6)         VALUE 000000.
001660   77 CONT-EMP-PROYECT    PIC 9(6)         VALUE 000000.
001670   77 CONT-MONEDA-DESC    PIC 9(6)         VALUE 000000.
001680   77 CONT-YA-DEVENGADO   PIC 9(6)         VALUE 000000.
001690   77 CONT-DETALLES       PIC 9(6)         VALUE 000000.
001695   77 DETALLES-INICIO-LOTE PIC 9(6)        VALUE 000000.
001700   77 ED-TOT-A            PIC ZZZ,ZZZ,ZZ9.99.
001710   77 ED-TOT-B            PIC ZZZ,ZZZ,ZZ9.99.
001720   01 FECHA-CORRIDA.
001730     05 FC-ANIO           PIC 9(4).
001740     05 FC-MES            PIC 99.
001750     05 FC-DIA            PIC 99.
001760   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001770* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.
001780   77 P-ID                PIC X(4).
001790   77 P-NOM               PIC X(19).
001800   77 P-SEXO              PIC X.
001810   77 P-PUESTO            PIC X(15).
001820   77 P-ANT               PIC X(3).
001830   77 P-REND              PIC X(3).
001840   77 P-SAL               PIC X(9).
001850   77 P-TIPO-EMPLEO       PIC X(1).
001860   77 P-MONEDA            PIC X(3).
001870   77 P-CLAVE             PIC X(25).
001880   77 P-APLICA-BONO       PIC X            VALUE 'N'.
001890   77 P-BONO              PIC 9(7)V99.
001900   77 P-PORC-APLICADO     PIC 99           VALUE 00.
001910   77 P-TIPO-REND         PIC X(13)        VALUE SPACES.
001920   77 P-BONO-FMT          PIC X(15)        VALUE SPACES.
001930   77 P-ORIGEN-TASAS      PIC X            VALUE 'A'.
001940   77 P-FECHA-ALTA        PIC X(8)         VALUE SPACES.
001950   77 P-STATUS            PIC X(1)         VALUE 'A'.
001960   77 P-FECHA-STATUS      PIC X(6)         VALUE SPACES.
001970   77 P-FECHA-CORRIDA     PIC X(8)         VALUE SPACES.
001980   77 P-PLAN              PIC X(2)         VALUE SPACES.
001982   01 P-REND-DERIV.
001984     05 P-REND-USADO      PIC X(3)         VALUE SPACES.
001986     05 P-REND-METODO     PIC X(1)         VALUE SPACE.
001988     05 P-REND-PERIODOS   PIC 9(1)         VALUE 0.
001990* LINEAS DEL REPORTE DEVENGADO VS PAGADO.
002000   01 TITULO-DEV.
002010     05 FILLER            PIC X(36)        VALUE
002020          "DEVENGO MENSUAL DE BONOS - PERIODO ".
002030     05 TIT-PERIODO       PIC 9(6).
002040     05 FILLER            PIC X(10)        VALUE "  METODO: ".
002050     05 TIT-METODO        PIC X(12).
002060   01 ENCABEZADO-DEV.
002070     05 FILLER            PIC X(25)        VALUE "DEPARTAMENTO".
002080     05 FILLER            PIC X(15)        VALUE "   PRESUPUESTO".
002090     05 FILLER            PIC X(15)        VALUE
002100                "     PROYECTADO".
002110     05 FILLER            PIC X(15)        VALUE "     DEVENGADO".
002120     05 FILLER            PIC X(15)        VALUE "        PAGADO".
002130   01 DETALLE-DEV.
002140     05 DET-DEV-CODIGO    PIC X(3).
002150     05 FILLER            PIC X(1)         VALUE SPACE.
002160     05 DET-DEV-NOMBRE    PIC X(20).
002170     05 FILLER            PIC X(1)         VALUE SPACE.
002180     05 DET-DEV-PRESUP    PIC ZZZ,ZZZ,ZZ9.99.
002190     05 FILLER            PIC X(1)         VALUE SPACE.
002200     05 DET-DEV-PROYEC    PIC ZZZ,ZZZ,ZZ9.99.
002210     05 FILLER            PIC X(1)         VALUE SPACE.
002220     05 DET-DEV-DEVENG    PIC ZZZ,ZZZ,ZZ9.99.
002230     05 FILLER            PIC X(1)         VALUE SPACE.
002240     05 DET-DEV-PAGADO    PIC ZZZ,ZZZ,ZZ9.99.
002250     05 FILLER            PIC X(1)         VALUE SPACE.
002260     05 DET-DEV-MARCA     PIC X(10).
002270   77 SUMA-PROYECCION     PIC 9(9)V99      VALUE 0.
002280   77 SUMA-DEVENGADO      PIC 9(9)V99      VALUE 0.
002290   77 SUMA-PAGADO         PIC 9(9)V99      VALUE 0.
002300* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002310* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002320* ESTADO DE LA CADENA (CADENA1A).
002330   77 FS-RUNLOG          PIC XX           VALUE '00'.
002340   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
002350   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
002360   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
002370   77 COND-LOG           PIC 9(4)         VALUE 0000.
002371* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002372   01 P-PRED-CADENA.
002373     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002374     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002375     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002376       88 P-PRED-RECHAZADO                VALUE 'R'.
002377     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002378     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002379     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002380 PROCEDURE DIVISION.
002390 MAIN-PROCEDURE.
002400     PERFORM INICIAR-RUN-LOG.
002405     PERFORM VERIFICAR-PREDECESORES.
002410     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002420     MOVE FC-ANIO TO PER-ANIO.
002430     MOVE FC-MES TO PER-MES.
002440     PERFORM LEER-CONTROL-DEVENGO.
002450     PERFORM CARGAR-DEPTOS.
002455     PERFORM CARGAR-LIBROS.
002460     PERFORM PROYECTAR-EMPLEADOS.
002470     PERFORM ABRIR-DEV-SALDO.
002480     PERFORM CALCULAR-DEVENGO.
002490     PERFORM VALIDAR-CUADRE-POLIZA.
002500     IF POLIZA-EN-CUADRE THEN
002510       PERFORM ESCRIBIR-POLIZA
002520       PERFORM ACTUALIZAR-SALDOS
002530     END-IF.
002540     CLOSE DEV-SALDO.
002550     PERFORM IMPRIMIR-REPORTE-DEV.
002560     PERFORM ANUNCIAR-RESULTADO.
002570     PERFORM GRABAR-RUN-LOG.
002580     STOP RUN.
002590*----------------------------------------------------------
002600* METODO Y PERIODO DEL CONTROL DEVCTL (OPCIONAL). UN METODO
002610* DESCONOCIDO O UN PERIODO INVALIDO SE AVISAN Y SE USA EL
002620* VALOR POR OMISION.
002630*----------------------------------------------------------
002640 LEER-CONTROL-DEVENGO.
002650     OPEN INPUT CTL-DEVENGO.
002660     IF FS-CTL NOT = '00' THEN
002670       EXIT PARAGRAPH
002680     END-IF.
002690     READ CTL-DEVENGO
002700       AT END
002710         CLOSE CTL-DEVENGO
002720         EXIT PARAGRAPH
002730     END-READ.
002740     CLOSE CTL-DEVENGO.
002750     IF DC-METODO-DOCEAVO OR DC-METODO-AJUSTE THEN
002760       MOVE DC-METODO TO METODO-DEVENGO
002770     ELSE
002780       IF DC-METODO NOT = SPACE THEN
002790         DISPLAY "*** ATENCION: METODO '" DC-METODO
002800           "' DESCONOCIDO EN DEVCTL, SE USA 'D' ***"
002810       END-IF
002820     END-IF.
002830     IF DC-PERIODO NUMERIC AND DC-PERIODO NOT = ZERO THEN
002840       IF DC-PERIODO(5:2) >= '01' AND DC-PERIODO(5:2) <= '12'
002850         MOVE DC-PERIODO TO PERIODO-DEVENGO-R
002860       ELSE
002870         DISPLAY "*** ATENCION: PERIODO " DC-PERIODO
002880           " INVALIDO EN DEVCTL, SE DEVENGA EL MES EN CURSO ***"
002890       END-IF
002900     END-IF.
002910     EXIT.
002920*----------------------------------------------------------
002930* CARGA CODIGO, NOMBRE, PRESUPUESTO Y PLAN DE CADA
002940* DEPARTAMENTO DESDE DEPTREF. SIN ARCHIVO SE AVISA Y TODO EL
002950* DEVENGO CAE EN DEPARTAMENTOS SIN PRESUPUESTO.
002960*----------------------------------------------------------
002970 CARGAR-DEPTOS.
002980     OPEN INPUT DEPTO-REF.
002990     IF FS-DEPTREF NOT = '00' THEN
003000       DISPLAY "*** ATENCION: NO SE PUDO ABRIR DEPTREF (FILE"
003010         " STATUS " FS-DEPTREF "), SE PROYECTA CON EL JUEGO"
003020         " BASE DE TASAS Y SIN PRESUPUESTO ***"
003030       EXIT PARAGRAPH
003040     END-IF.
003050     PERFORM LEER-DEPTO-REF.
003060     PERFORM UNTIL FIN-DEPTOS
003070       IF CANT-DEPTOS < 50 THEN
003080         ADD 1 TO CANT-DEPTOS
003090         MOVE DR-DEPTO TO DEPTO-BUSCADO
003100         PERFORM INICIAR-ENTRADA-DEPTO
003110         MOVE DR-NOMBRE TO TD-NOMBRE(CANT-DEPTOS)
003120         MOVE DR-PRESUPUESTO TO TD-PRESUPUESTO(CANT-DEPTOS)
003130         MOVE DR-PLAN TO TD-PLAN(CANT-DEPTOS)
003135         MOVE DR-CIA TO TD-CIA(CANT-DEPTOS)
003140       ELSE
003150         DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
003160           " SE IGNORA " DR-DEPTO " ***"
003170       END-IF
003180       PERFORM LEER-DEPTO-REF
003190     END-PERFORM.
003200     CLOSE DEPTO-REF.
003210     EXIT.
003220 LEER-DEPTO-REF.
003230     READ DEPTO-REF
003240       AT END
003250         MOVE 'Y' TO SWITCH-FIN-DEPTOS
003260     END-READ.
003270     EXIT.
003280 INICIAR-ENTRADA-DEPTO.
003290     MOVE DEPTO-BUSCADO TO TD-DEPTO(CANT-DEPTOS).
003300     MOVE SPACES TO TD-NOMBRE(CANT-DEPTOS).
003310     MOVE ZERO TO TD-PRESUPUESTO(CANT-DEPTOS).
003320     MOVE SPACES TO TD-PLAN(CANT-DEPTOS).
003325     MOVE SPACES TO TD-CIA(CANT-DEPTOS).
003330     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
003340       MOVE ZERO TO TD-PROYECCION(CANT-DEPTOS, MON)
003350       MOVE ZERO TO TD-MOVIMIENTO(CANT-DEPTOS, MON)
003360       MOVE ZERO TO TD-DEVENGADO(CANT-DEPTOS, MON)
003370       MOVE ZERO TO TD-PAGADO(CANT-DEPTOS, MON)
003380     END-PERFORM.
003390     EXIT.
003400 BUSCAR-O-CREAR-DEPTO.
003410     MOVE 0 TO DEP-HALLADO-IDX.
003420     PERFORM VARYING DEP FROM 1 BY 1
003430         UNTIL DEP > CANT-DEPTOS OR DEP-HALLADO-IDX > 0
003440       IF TD-DEPTO(DEP) = DEPTO-BUSCADO THEN
003450         MOVE DEP TO DEP-HALLADO-IDX
003460       END-IF
003470     END-PERFORM.
003480     IF DEP-HALLADO-IDX = 0 THEN
003490       IF CANT-DEPTOS >= 50 THEN
003500         DISPLAY "*** ERROR: TABLA DE DEPARTAMENTOS LLENA,"
003510           " DEPARTAMENTO " DEPTO-BUSCADO " NO CABE,"
003520           " CORRIDA ABORTADA ***"
003530         MOVE 0016 TO COND-LOG
003540         PERFORM GRABAR-RUN-LOG
003550         STOP RUN
003560       END-IF
003570       ADD 1 TO CANT-DEPTOS
003580       PERFORM INICIAR-ENTRADA-DEPTO
003590       MOVE "SIN DEPTREF" TO TD-NOMBRE(CANT-DEPTOS)
003595       MOVE CIA-MAST TO TD-CIA(CANT-DEPTOS)
003600       MOVE CANT-DEPTOS TO DEP-HALLADO-IDX
003610     END-IF.
003620     EXIT.
003630 BUSCAR-MONEDA.
003640     MOVE 0 TO MON-HALLADA-IDX.
003650     PERFORM VARYING MON FROM 1 BY 1
003660         UNTIL MON > 3 OR MON-HALLADA-IDX > 0
003670       IF TM-MONEDA(MON) = P-MONEDA THEN
003680         MOVE MON TO MON-HALLADA-IDX
003690       END-IF
003700     END-PERFORM.
003710     EXIT.
003720*----------------------------------------------------------
003730* PROYECCION DEL BONO ANUAL: UNA LLAMADA A SBPROG1A POR
003740* EMPLEADO DEL MAESTRO CON SUS DATOS VIGENTES, LAS TASAS DE
003750* PRODUCCION Y EL PLAN DE SU DEPARTAMENTO. EL PRORRATEO POR
003760* ALTA Y LA EXCLUSION DEL PERSONAL NO ACTIVO LOS HACE
003770* SBPROG1A IGUAL QUE EN LA CORRIDA.
003780*----------------------------------------------------------
003790 PROYECTAR-EMPLEADOS.
003800     OPEN INPUT EMPMAST.
003810     IF FS-EMPMAST NOT = '00' THEN
003820       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
003830         " (FILE STATUS " FS-EMPMAST "), SIN EMPLEADOS NO HAY"
003840         " DEVENGO, CORRIDA ABORTADA ***"
003850       MOVE 0016 TO COND-LOG
003860       PERFORM GRABAR-RUN-LOG
003870       STOP RUN
003880     END-IF.
003890     MOVE PERIODO-DEVENGO-R TO P-FECHA-CORRIDA(1:6).
003900     MOVE '01' TO P-FECHA-CORRIDA(7:2).
003910     PERFORM LEER-MAESTRO.
003920     PERFORM UNTIL FIN-MAST
003930       PERFORM PROYECTAR-EMPLEADO
003940       PERFORM LEER-MAESTRO
003950     END-PERFORM.
003960     CLOSE EMPMAST.
003970     EXIT.
003980 LEER-MAESTRO.
003990     READ EMPMAST NEXT
004000       AT END
004010         MOVE 'Y' TO SWITCH-FIN-MAST
004020     END-READ.
004030     EXIT.
004040 PROYECTAR-EMPLEADO.
004050     ADD 1 TO CONT-EMP-LEIDOS.
004060     IF DEPTO-MAST = SPACES THEN
004070       MOVE '???' TO DEPTO-BUSCADO
004080     ELSE
004090       MOVE DEPTO-MAST TO DEPTO-BUSCADO
004100     END-IF.
004110     PERFORM BUSCAR-O-CREAR-DEPTO.
004120     MOVE SPACES TO P-NOM.
004130     MOVE ID-MAST TO P-ID.
004140     MOVE NOM-MAST TO P-NOM.
004150     MOVE SEXO-MAST TO P-SEXO.
004160     MOVE PUESTO-MAST TO P-PUESTO.
004170     MOVE ANT-MAST TO P-ANT.
004180     MOVE REND-MAST TO P-REND.
004190     MOVE SAL-MAST TO P-SAL.
004200     MOVE TIPO-EMPLEO-MAST TO P-TIPO-EMPLEO.
004210     MOVE MONEDA-MAST TO P-MONEDA.
004220     MOVE FECHA-ALTA-MAST TO P-FECHA-ALTA.
004230     MOVE STATUS-MAST TO P-STATUS.
004240     MOVE FECHA-STATUS-MAST TO P-FECHA-STATUS.
004250     MOVE TD-PLAN(DEP-HALLADO-IDX) TO P-PLAN.
004260     MOVE 'N' TO P-APLICA-BONO.
004270     MOVE ZERO TO P-BONO.
004280     CALL 'SBPROG1A' USING P-ID, P-NOM, P-SEXO, P-PUESTO, P-ANT,
004290-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
004300-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
004310-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
004320-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
004325-      P-REND-DERIV.
004330     IF P-APLICA-BONO NOT = 'Y' OR P-BONO = ZERO THEN
004340       EXIT PARAGRAPH
004350     END-IF.
004360     PERFORM BUSCAR-MONEDA.
004370     IF MON-HALLADA-IDX = 0 THEN
004380       ADD 1 TO CONT-MONEDA-DESC
004390       DISPLAY "*** ATENCION: MONEDA '" P-MONEDA
004400         "' DESCONOCIDA PARA ID " ID-MAST
004410         ", NO ENTRA AL DEVENGO ***"
004420       EXIT PARAGRAPH
004430     END-IF.
004440     ADD 1 TO CONT-EMP-PROYECT.
004450     ADD P-BONO TO
004460       TD-PROYECCION(DEP-HALLADO-IDX, MON-HALLADA-IDX).
004470     EXIT.
004480 ABRIR-DEV-SALDO.
004490     OPEN I-O DEV-SALDO.
004500     IF FS-DEVSALDO = '35' THEN
004510       OPEN OUTPUT DEV-SALDO
004520       CLOSE DEV-SALDO
004530       OPEN I-O DEV-SALDO
004540     END-IF.
004550     IF FS-DEVSALDO NOT = '00' THEN
004560       DISPLAY "*** ERROR: NO SE PUDO ABRIR DEVSALDO (FILE"
004570         " STATUS " FS-DEVSALDO "), CORRIDA ABORTADA ***"
004580       MOVE 0016 TO COND-LOG
004590       PERFORM GRABAR-RUN-LOG
004600       STOP RUN
004610     END-IF.
004620     EXIT.
004630*----------------------------------------------------------
004640* MOVIMIENTO DEL MES POR DEPARTAMENTO Y MONEDA CONTRA EL
004650* SALDO DEL ANIO EN DEVSALDO. NADA SE ESCRIBE TODAVIA.
004660*   METODO 'D': 1/12 DE LA PROYECCION, SIN PASAR DE LA
004670*     PROYECCION; SI EL ANIO YA SE PAGO NO SE DEVENGA MAS.
004680*   METODO 'T': META = PROYECCION * MES / 12; EL MOVIMIENTO
004690*     LLEVA EL GASTO DEL ANIO (PASIVO VIVO MAS LO PAGADO) A
004700*     LA META. UN AJUSTE NEGATIVO NO PASA DEL PASIVO VIVO.
004710* UN PERIODO YA DEVENGADO NO SE VUELVE A DEVENGAR.
004720*----------------------------------------------------------
004730 CALCULAR-DEVENGO.
004740     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
004750       PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
004760         PERFORM CALCULAR-DEVENGO-MONEDA
004770       END-PERFORM
004780     END-PERFORM.
004790     EXIT.
004800 CALCULAR-DEVENGO-MONEDA.
004810     PERFORM LEER-SALDO-DEPTO.
004820     IF SALDO-NUEVO AND TD-PROYECCION(DEP, MON) = ZERO THEN
004830       EXIT PARAGRAPH
004840     END-IF.
004850     MOVE DS-DEVENGADO TO TD-DEVENGADO(DEP, MON).
004860     MOVE DS-PAGADO TO TD-PAGADO(DEP, MON).
004870     IF DS-ULT-PERIODO >= PERIODO-DEVENGO-R THEN
004880       ADD 1 TO CONT-YA-DEVENGADO
004890       DISPLAY "*** ATENCION: " TD-DEPTO(DEP) " " TM-MONEDA(MON)
004900         " YA DEVENGADO HASTA " DS-ULT-PERIODO
004910         ", NO SE REPITE ***"
004920       EXIT PARAGRAPH
004930     END-IF.
004940     COMPUTE PASIVO-VIVO = DS-DEVENGADO - DS-REVERTIDO.
004950     MOVE ZERO TO MOV-CALC.
004960     IF METODO-DOCEAVO THEN
004970       IF DS-PAGADO = ZERO THEN
004980         COMPUTE MOV-CALC ROUNDED =
004990           TD-PROYECCION(DEP, MON) / 12
005000         IF DS-DEVENGADO + MOV-CALC > TD-PROYECCION(DEP, MON)
005010           COMPUTE MOV-CALC =
005020             TD-PROYECCION(DEP, MON) - DS-DEVENGADO
005030         END-IF
005040         IF MOV-CALC < 0 THEN
005050           MOVE ZERO TO MOV-CALC
005060         END-IF
005070       END-IF
005080     ELSE
005090       COMPUTE META-ANIO ROUNDED =
005100         TD-PROYECCION(DEP, MON) * PER-MES / 12
005110       COMPUTE GASTO-ANIO = PASIVO-VIVO + DS-PAGADO
005120       COMPUTE MOV-CALC = META-ANIO - GASTO-ANIO
005130       IF MOV-CALC < 0 AND (0 - MOV-CALC) > PASIVO-VIVO THEN
005140         COMPUTE MOV-CALC = 0 - PASIVO-VIVO
005150       END-IF
005160     END-IF.
005170     MOVE MOV-CALC TO TD-MOVIMIENTO(DEP, MON).
005180     ADD MOV-CALC TO TD-DEVENGADO(DEP, MON).
005190     EXIT.
005198*----------------------------------------------------------
005206* LEE EL SALDO DEL DEPARTAMENTO Y MONEDA DEL ANIO QUE SE
005214* DEVENGA. SI NO EXISTE SE PARTE DE CERO. EL PASIVO QUE QUEDE
005222* VIVO DE UN ANIO ANTERIOR SIGUE EN EL REGISTRO DE SU ANIO
005230* HASTA QUE CONTAB1A LO REVIERTE CON EL PAGO.
005238*----------------------------------------------------------
005250 LEER-SALDO-DEPTO.
005260     MOVE 'N' TO SWITCH-SALDO-NUEVO.
005270     MOVE TD-DEPTO(DEP) TO DS-DEPTO.
005280     MOVE TM-MONEDA(MON) TO DS-MONEDA.
005285     MOVE PER-ANIO TO DS-ANIO.
005290     READ DEV-SALDO
005300       INVALID KEY
005310         MOVE 'Y' TO SWITCH-SALDO-NUEVO
005320     END-READ.
005430     IF SALDO-NUEVO THEN
005440       MOVE TD-DEPTO(DEP) TO DS-DEPTO
005450       MOVE TM-MONEDA(MON) TO DS-MONEDA
005460       MOVE PER-ANIO TO DS-ANIO
005470       MOVE ZERO TO DS-ULT-PERIODO
005480       MOVE ZERO TO DS-PROYECCION
005490       MOVE ZERO TO DS-DEVENGADO
005500       MOVE ZERO TO DS-REVERTIDO
005510       MOVE ZERO TO DS-PAGADO
005520     END-IF.
005530     EXIT.
005533*----------------------------------------------------------
005536* EL LIBRO CONTABLE DE CADA COMPANIA SALE DE CIAREF, IGUAL QUE
005539* EN CONTAB1A. SIN CIAREF LA INSTALACION ES DE UNA SOLA
005542* COMPANIA Y EL LOTE VA SIN LIBRO.
005545*----------------------------------------------------------
005548 CARGAR-LIBROS.
005551     OPEN INPUT CIA-REF.
005554     IF FS-CIAREF NOT = '00' THEN
005557       EXIT PARAGRAPH
005560     END-IF.
005563     MOVE 'Y' TO SWITCH-CIAREF.
005566     CLOSE CIA-REF.
005569     EXIT.
005572 BUSCAR-LIBRO.
005575     MOVE 'N' TO SWITCH-CIA-HALLADA.
005578     MOVE 'N' TO SWITCH-FIN-CIAS.
005581     OPEN INPUT CIA-REF.
005584     PERFORM UNTIL FIN-CIAS OR CIA-HALLADA
005587       READ CIA-REF
005590         AT END
005593           MOVE 'Y' TO SWITCH-FIN-CIAS
005596         NOT AT END
005599           IF CR-CIA = TP-CIA(POL) THEN
005602             MOVE 'Y' TO SWITCH-CIA-HALLADA
005605             MOVE CR-LIBRO TO TP-LIBRO(POL)
005608           END-IF
005611       END-READ
005614     END-PERFORM.
005617     CLOSE CIA-REF.
005620     EXIT.
005623*----------------------------------------------------------
005626* UNA ENTRADA DE POLIZA POR COMPANIA, EN EL ORDEN EN QUE
005629* APARECE EN LA TABLA DE DEPARTAMENTOS.
005632*----------------------------------------------------------
005635 BUSCAR-O-CREAR-POLIZA.
005638     MOVE 0 TO POL-HALLADA-IDX.
005641     PERFORM VARYING POL FROM 1 BY 1
005644         UNTIL POL > CANT-POLIZAS OR POL-HALLADA-IDX > 0
005647       IF TP-CIA(POL) = CIA-BUSCADA THEN
005650         MOVE POL TO POL-HALLADA-IDX
005653       END-IF
005656     END-PERFORM.
005659     IF POL-HALLADA-IDX = 0 THEN
005662       IF CANT-POLIZAS >= 9 THEN
005665         DISPLAY "*** ERROR: TABLA DE LOTES LLENA, COMPANIA '"
005668           CIA-BUSCADA "' NO CABE, CORRIDA ABORTADA ***"
005671         MOVE 0016 TO COND-LOG
005674         PERFORM GRABAR-RUN-LOG
005677         STOP RUN
005680       END-IF
005683       ADD 1 TO CANT-POLIZAS
005686       MOVE CIA-BUSCADA TO TP-CIA(CANT-POLIZAS)
005689       MOVE SPACES TO TP-LIBRO(CANT-POLIZAS)
005692       MOVE ZERO TO TP-CARGOS(CANT-POLIZAS)
005695       MOVE ZERO TO TP-ABONOS(CANT-POLIZAS)
005698       MOVE CANT-POLIZAS TO POL-HALLADA-IDX
005701     END-IF.
005704     EXIT.
005707*----------------------------------------------------------
005710* LA POLIZA SE ARMA EN PARES CARGO/ABONO POR DEPARTAMENTO Y
005713* MONEDA, ASI QUE CADA LOTE CUADRA POR CONSTRUCCION; SE VALIDA
005716* IGUAL QUE EN CONTAB1A ANTES DE ESCRIBIR, LOTE POR LOTE, Y
005719* CON CIAREF PRESENTE CADA COMPANIA DEBE TENER SU LIBRO. UN
005722* LOTE QUE FALLA DETIENE TODA LA POLIZA.
005725*----------------------------------------------------------
005728 VALIDAR-CUADRE-POLIZA.
005731     MOVE ZERO TO TOTAL-CARGOS.
005734     MOVE ZERO TO TOTAL-ABONOS.
005737     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
005740       MOVE TD-CIA(DEP) TO CIA-BUSCADA
005743       PERFORM BUSCAR-O-CREAR-POLIZA
005746       PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
005749         IF TD-MOVIMIENTO(DEP, MON) < 0 THEN
005752           SUBTRACT TD-MOVIMIENTO(DEP, MON)
005755             FROM TP-CARGOS(POL-HALLADA-IDX)
005758           SUBTRACT TD-MOVIMIENTO(DEP, MON)
005761             FROM TP-ABONOS(POL-HALLADA-IDX)
005764         ELSE
005767           ADD TD-MOVIMIENTO(DEP, MON)
005770             TO TP-CARGOS(POL-HALLADA-IDX)
005773           ADD TD-MOVIMIENTO(DEP, MON)
005776             TO TP-ABONOS(POL-HALLADA-IDX)
005779         END-IF
005782       END-PERFORM
005785     END-PERFORM.
005788     PERFORM VARYING POL FROM 1 BY 1 UNTIL POL > CANT-POLIZAS
005791       PERFORM VALIDAR-CUADRE-LOTE
005794     END-PERFORM.
005797     EXIT.
005800 VALIDAR-CUADRE-LOTE.
005803     ADD TP-CARGOS(POL) TO TOTAL-CARGOS.
005806     ADD TP-ABONOS(POL) TO TOTAL-ABONOS.
005809     IF TP-CARGOS(POL) NOT = TP-ABONOS(POL) THEN
005812       MOVE 'N' TO SWITCH-POLIZA-OK
005815       MOVE TP-CARGOS(POL) TO ED-TOT-A
005818       MOVE TP-ABONOS(POL) TO ED-TOT-B
005821       DISPLAY "*** ERROR: LOTE DE LA COMPANIA '" TP-CIA(POL)
005824         "' DESCUADRADO, CARGOS " ED-TOT-A " VS ABONOS " ED-TOT-B
005827         ", NO SE PRODUCE GLDEVEN ***"
005830     END-IF.
005833     IF CIAREF-DISPONIBLE THEN
005836       PERFORM BUSCAR-LIBRO
005839       IF NOT CIA-HALLADA THEN
005842         MOVE 'N' TO SWITCH-POLIZA-OK
005845         DISPLAY "*** ERROR: LA COMPANIA '" TP-CIA(POL)
005848           "' NO EXISTE EN CIAREF, SIN LIBRO CONTABLE, NO SE"
005851           " PRODUCE GLDEVEN ***"
005854       END-IF
005857     END-IF.
005860     EXIT.
005863*----------------------------------------------------------
005866* ESCRIBE LA POLIZA DEL DEVENGO, UN LOTE POR COMPANIA:
005869* ENCABEZADO CON ORIGEN 'DEVENGO', COMPANIA Y LIBRO, POR CADA
005872* DEPARTAMENTO Y MONEDA CON MOVIMIENTO UN CARGO A GASTO Y UN
005875* ABONO AL PASIVO DEVENGADO (AL REVES SI EL AJUSTE ES
005878* NEGATIVO), Y LA COLA CON CANTIDAD Y TOTAL DE CONTROL
005881* (CARGOS MAS ABONOS) DEL LOTE, COMO GLPOST.
005884*----------------------------------------------------------
005887 ESCRIBIR-POLIZA.
005890     OPEN OUTPUT POLIZA.
005893     PERFORM VARYING POL FROM 1 BY 1 UNTIL POL > CANT-POLIZAS
005896       PERFORM ESCRIBIR-LOTE-POLIZA
005899     END-PERFORM.
005902     CLOSE POLIZA.
005905     EXIT.
005908 ESCRIBIR-LOTE-POLIZA.
005911     MOVE CONT-DETALLES TO DETALLES-INICIO-LOTE.
005914     MOVE ZERO TO HASH-POLIZA.
005917     MOVE SPACES TO REG-POLIZA.
005920     MOVE 'H' TO PZ-TIPO.
005923     MOVE FECHA-CORRIDA-R TO PH-FECHA.
005926     MOVE 'DEVENGO' TO PH-ORIGEN.
005929     MOVE TP-CIA(POL) TO PH-CIA.
005932     MOVE TP-LIBRO(POL) TO PH-LIBRO.
005935     MOVE REG-POLIZA TO REG-POLIZA-SAL.
005938     WRITE REG-POLIZA-SAL.
005941     MOVE SPACES TO REG-POLIZA.
005944     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
005947       IF TD-CIA(DEP) = TP-CIA(POL) THEN
005950         PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
005953           IF TD-MOVIMIENTO(DEP, MON) NOT = ZERO THEN
005956             PERFORM ESCRIBIR-PAR-DEVENGO
005959           END-IF
005962         END-PERFORM
005965       END-IF
005968     END-PERFORM.
005971     MOVE SPACES TO REG-POLIZA.
005974     MOVE 'T' TO PZ-TIPO.
005977     COMPUTE PT-CANTIDAD = CONT-DETALLES - DETALLES-INICIO-LOTE.
005980     MOVE HASH-POLIZA TO PT-HASH-TOTAL.
005983     MOVE REG-POLIZA TO REG-POLIZA-SAL.
005986     WRITE REG-POLIZA-SAL.
005989     EXIT.
006120 ESCRIBIR-PAR-DEVENGO.
006130     IF TD-MOVIMIENTO(DEP, MON) < 0 THEN
006140       COMPUTE IMPORTE-ABS = 0 - TD-MOVIMIENTO(DEP, MON)
006150     ELSE
006160       MOVE TD-MOVIMIENTO(DEP, MON) TO IMPORTE-ABS
006170     END-IF.
006180     MOVE 'D' TO PZ-TIPO.
006190     MOVE TD-DEPTO(DEP) TO PD-DEPTO.
006200     MOVE TM-MONEDA(MON) TO PD-MONEDA.
006210     MOVE IMPORTE-ABS TO PD-IMPORTE.
006220     MOVE CUENTA-GASTO-BONO TO PD-CUENTA.
006230     IF TD-MOVIMIENTO(DEP, MON) > 0 THEN
006240       MOVE 'D' TO PD-CARGO-ABONO
006250     ELSE
006260       MOVE 'C' TO PD-CARGO-ABONO
006270     END-IF.
006280     PERFORM ESCRIBIR-DETALLE-POLIZA.
006290     MOVE CUENTA-BONO-DEVENG TO PD-CUENTA.
006300     IF TD-MOVIMIENTO(DEP, MON) > 0 THEN
006310       MOVE 'C' TO PD-CARGO-ABONO
006320     ELSE
006330       MOVE 'D' TO PD-CARGO-ABONO
006340     END-IF.
006350     PERFORM ESCRIBIR-DETALLE-POLIZA.
006360     EXIT.
006370 ESCRIBIR-DETALLE-POLIZA.
006380     ADD 1 TO CONT-DETALLES.
006390     ADD PD-IMPORTE TO HASH-POLIZA.
006400     MOVE REG-POLIZA TO REG-POLIZA-SAL.
006410     WRITE REG-POLIZA-SAL.
006420     EXIT.
006430*----------------------------------------------------------
006440* CON LA POLIZA YA ESCRITA SE ACTUALIZA DEVSALDO: NUEVO
006450* DEVENGADO, PROYECCION Y ULTIMO PERIODO DEVENGADO.
006460*----------------------------------------------------------
006470 ACTUALIZAR-SALDOS.
006480     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
006490       PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
006500         PERFORM ACTUALIZAR-SALDO-MONEDA
006510       END-PERFORM
006520     END-PERFORM.
006530     EXIT.
006540 ACTUALIZAR-SALDO-MONEDA.
006550     PERFORM LEER-SALDO-DEPTO.
006560     IF SALDO-NUEVO AND TD-PROYECCION(DEP, MON) = ZERO THEN
006570       EXIT PARAGRAPH
006580     END-IF.
006590     IF DS-ULT-PERIODO >= PERIODO-DEVENGO-R THEN
006600       EXIT PARAGRAPH
006610     END-IF.
006620     MOVE TD-DEVENGADO(DEP, MON) TO DS-DEVENGADO.
006630     MOVE TD-PROYECCION(DEP, MON) TO DS-PROYECCION.
006640     MOVE PERIODO-DEVENGO-R TO DS-ULT-PERIODO.
006650     IF SALDO-NUEVO THEN
006660       WRITE REG-DEV-SALDO
006670         INVALID KEY
006680           REWRITE REG-DEV-SALDO
006690           END-REWRITE
006700       END-WRITE
006710     ELSE
006720       REWRITE REG-DEV-SALDO
006730       END-REWRITE
006740     END-IF.
006750     EXIT.
006760*----------------------------------------------------------
006770* REPORTE DEVENGADO VS PAGADO POR DEPARTAMENTO CONTRA EL
006780* PRESUPUESTO DE DEPTREF. LAS MONEDAS SE SUMAN NOMINALES,
006790* IGUAL QUE EL RESUMEN PRESUPUESTO VS PAGADO DE MNPROG1A.
006800*----------------------------------------------------------
006810 IMPRIMIR-REPORTE-DEV.
006820     OPEN OUTPUT RPT-DEVENGO.
006830     MOVE PERIODO-DEVENGO-R TO TIT-PERIODO.
006840     IF METODO-DOCEAVO THEN
006850       MOVE "DOCEAVO" TO TIT-METODO
006860     ELSE
006870       MOVE "AJUSTE A YTD" TO TIT-METODO
006880     END-IF.
006890     MOVE TITULO-DEV TO LINEA-RPT-DEV.
006900     WRITE LINEA-RPT-DEV.
006910     MOVE SPACES TO LINEA-RPT-DEV.
006920     WRITE LINEA-RPT-DEV.
006930     MOVE ENCABEZADO-DEV TO LINEA-RPT-DEV.
006940     WRITE LINEA-RPT-DEV.
006950     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
006960       PERFORM IMPRIMIR-LINEA-DEPTO
006970     END-PERFORM.
006980     IF NOT POLIZA-EN-CUADRE THEN
006990       MOVE SPACES TO LINEA-RPT-DEV
007000       WRITE LINEA-RPT-DEV
007010       MOVE "*** POLIZA RECHAZADA: EL DEVENGO DEL MES NO SE"
007020         TO LINEA-RPT-DEV
007030       WRITE LINEA-RPT-DEV
007040       MOVE "*** POSTEO Y DEVSALDO NO SE ACTUALIZO."
007050         TO LINEA-RPT-DEV
007060       WRITE LINEA-RPT-DEV
007070     END-IF.
007080     CLOSE RPT-DEVENGO.
007090     EXIT.
007100 IMPRIMIR-LINEA-DEPTO.
007110     MOVE ZERO TO SUMA-PROYECCION.
007120     MOVE ZERO TO SUMA-DEVENGADO.
007130     MOVE ZERO TO SUMA-PAGADO.
007140     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
007150       ADD TD-PROYECCION(DEP, MON) TO SUMA-PROYECCION
007160       ADD TD-DEVENGADO(DEP, MON) TO SUMA-DEVENGADO
007170       ADD TD-PAGADO(DEP, MON) TO SUMA-PAGADO
007180     END-PERFORM.
007190     MOVE TD-DEPTO(DEP) TO DET-DEV-CODIGO.
007200     MOVE TD-NOMBRE(DEP) TO DET-DEV-NOMBRE.
007210     MOVE TD-PRESUPUESTO(DEP) TO DET-DEV-PRESUP.
007220     MOVE SUMA-PROYECCION TO DET-DEV-PROYEC.
007230     MOVE SUMA-DEVENGADO TO DET-DEV-DEVENG.
007240     MOVE SUMA-PAGADO TO DET-DEV-PAGADO.
007250     IF SUMA-PROYECCION > TD-PRESUPUESTO(DEP)
007260         OR SUMA-PAGADO > TD-PRESUPUESTO(DEP) THEN
007270       MOVE "*EXCEDIDO*" TO DET-DEV-MARCA
007280       DISPLAY "*** ATENCION: DEPARTAMENTO " TD-DEPTO(DEP)
007290         " PROYECTA O PAGA MAS QUE SU PRESUPUESTO ***"
007300     ELSE
007310       MOVE SPACES TO DET-DEV-MARCA
007320     END-IF.
007330     MOVE DETALLE-DEV TO LINEA-RPT-DEV.
007340     WRITE LINEA-RPT-DEV.
007350     EXIT.
007360 ANUNCIAR-RESULTADO.
007370     DISPLAY "---------- DEVENGO MENSUAL DE BONOS ----------".
007380     DISPLAY " PERIODO:                  " PERIODO-DEVENGO-R.
007390     DISPLAY " METODO:                   " METODO-DEVENGO.
007400     DISPLAY " EMPLEADOS LEIDOS:         " CONT-EMP-LEIDOS.
007410     DISPLAY " EMPLEADOS CON BONO:       " CONT-EMP-PROYECT.
007420     DISPLAY " MONEDA DESCONOCIDA:       " CONT-MONEDA-DESC.
007430     DISPLAY " YA DEVENGADOS EN PERIODO: " CONT-YA-DEVENGADO.
007440     MOVE TOTAL-CARGOS TO ED-TOT-A.
007450     DISPLAY " TOTAL MOVIDO A GASTO:     " ED-TOT-A.
007460     IF POLIZA-EN-CUADRE THEN
007470       DISPLAY " DETALLES ESCRITOS:        " CONT-DETALLES
007480       DISPLAY " POLIZA EN CUADRE, GLDEVEN GENERADO"
007490     ELSE
007500       DISPLAY "**********************************************"
007510       DISPLAY "*** POLIZA RECHAZADA: NO SE GENERO GLDEVEN"
007520       DISPLAY "*** ACLARAR CON CONTABILIDAD (CUADRE O CIAREF)."
007530       DISPLAY "**********************************************"
007540     END-IF.
007550     EXIT.
007560*----------------------------------------------------------
007570* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
007580* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
007590* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). UNA POLIZA
007600* RECHAZADA DEJA CONDICION 0016; UN PERIODO YA DEVENGADO
007610* O UNA MONEDA DESCONOCIDA DEJAN 0004.
007620*----------------------------------------------------------
007630 INICIAR-RUN-LOG.
007640     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
007650     ACCEPT HORA-ACEPT-LOG FROM TIME.
007660     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
007670     EXIT.
007671*----------------------------------------------------------
007672* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
007673* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
007674* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
007675* REGISTRA PREDEC1A.
007676*----------------------------------------------------------
007677 VERIFICAR-PREDECESORES.
007678     MOVE 'DEVBON1A' TO P-PRED-PROGRAMA.
007679     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
007680     CALL 'PREDEC1A' USING P-PRED-CADENA.
007681     IF P-PRED-RECHAZADO THEN
007682       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
007683         " CORRIDA ABORTADA ***"
007684       MOVE 0016 TO COND-LOG
007685       PERFORM GRABAR-RUN-LOG
007686       STOP RUN
007687     END-IF.
007688     EXIT.
007689 GRABAR-RUN-LOG.
007690     OPEN EXTEND RUN-LOG.
007700     IF FS-RUNLOG = '35' THEN
007710       OPEN OUTPUT RUN-LOG
007720     END-IF.
007730     IF FS-RUNLOG NOT = '00' THEN
007740       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
007750         " (FILE STATUS " FS-RUNLOG ") ***"
007760       EXIT PARAGRAPH
007770     END-IF.
007780     MOVE 'DEVBON1A' TO RL-PROGRAMA.
007790     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
007800     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
007810     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
007820     ACCEPT HORA-ACEPT-LOG FROM TIME.
007830     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
007840     MOVE CONT-EMP-LEIDOS TO RL-LEIDOS.
007850     MOVE CONT-DETALLES TO RL-ESCRITOS.
007860     MOVE CONT-MONEDA-DESC TO RL-RECHAZADOS.
007870     IF COND-LOG = 0000 AND NOT POLIZA-EN-CUADRE THEN
007880       MOVE 0016 TO COND-LOG
007890     END-IF.
007900     IF COND-LOG = 0000 AND (CONT-YA-DEVENGADO > 0
007910         OR CONT-MONEDA-DESC > 0) THEN
007920       MOVE 0004 TO COND-LOG
007930     END-IF.
007940     MOVE COND-LOG TO RL-COND.
007942     MOVE P-PRED-RESULTADO TO RL-TIPO.
007944     MOVE P-PRED-PASO TO RL-PREDECESOR.
007946     MOVE P-PRED-COND TO RL-COND-PRED.
007948     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
007952     MOVE SPACES TO RL-MOTIVO.
007956     WRITE REG-RUN-LOG.
007960     CLOSE RUN-LOG.
007970     EXIT.
007980 END PROGRAM DEVBON1A.
