000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: CALIBRACION DE RENDIMIENTOS POR DEPARTAMENTO. CORRE   *
000050*           ANTES DE LA CORRIDA REAL (MNPROG1A). RECORRE EL      *
000060*           MAESTRO EMPMAST Y UBICA EL REND-MAST DE CADA         *
000070*           EMPLEADO ACTIVO, NO CONTRATISTA, EN EL NIVEL QUE LE  *
000080*           DARIA APLICAR-BONO (INSUFICIENTE, BUEN, EXCELENTE,   *
000090*           SOBRESALIENTE) CON LOS CORTES DEL PLAN DE SU         *
000100*           DEPARTAMENTO (DEPTREF), LLAMANDO A SBPROG1A IGUAL    *
000110*           QUE LA CORRIDA. COMPARA LA DISTRIBUCION DE CADA      *
000120*           DEPARTAMENTO CONTRA LA DISTRIBUCION OBJETIVO DE      *
000130*           CALMETA Y MARCA LOS QUE SE SALEN DE LA TOLERANCIA.   *
000140*           DEJA EL RESULTADO EN CALBAND (ENCABEZADO CON EL      *
000150*           SELLO EMPSEAL CALIBRADO Y UN DETALLE POR             *
000160*           DEPARTAMENTO MARCADO) Y EL REPORTE EN RPTCAL. SI     *
000170*           RUNCTL EXIGE LA CALIBRACION, MNPROG1A NO ARRANCA     *
000180*           MIENTRAS UN DEPARTAMENTO MARCADO NO TENGA SU         *
000190*           AUTORIZACION DE RH EN CALOVR.                        *
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
000201******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CALREN1A.
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
000350     SELECT CAL-META ASSIGN TO CALMETA
000360       ORGANIZATION IS SEQUENTIAL
000370       FILE STATUS IS FS-CALMETA.
000380     SELECT SELLO-MAST ASSIGN TO EMPSEAL
000390       ORGANIZATION IS SEQUENTIAL
000400       FILE STATUS IS FS-SELLO.
000410     SELECT CAL-BANDA ASSIGN TO CALBAND
000420       ORGANIZATION IS SEQUENTIAL.
000430     SELECT RPT-CALIB ASSIGN TO RPTCAL
000440       ORGANIZATION IS SEQUENTIAL.
000450     SELECT RUN-LOG ASSIGN TO RUNLOG
000460       ORGANIZATION IS SEQUENTIAL
000470       FILE STATUS IS FS-RUNLOG.
000480 DATA DIVISION.
000490 FILE SECTION.
000500   FD EMPMAST
000510       RECORDING MODE IS F
000520       DATA RECORD IS REG-MAST.
000530   COPY EMPMASTR.
000540   FD DEPTO-REF
000550       RECORDING MODE IS F
000560       DATA RECORD IS REG-DEPTO-REF.
000570   COPY DEPTOREF.
000580* DISTRIBUCION OBJETIVO: PORCENTAJE ESPERADO EN CADA NIVEL (EN
000590* EL ORDEN INSUFICIENTE, BUEN, EXCELENTE, SOBRESALIENTE; DEBEN
000600* SUMAR 100), TOLERANCIA EN PUNTOS PORCENTUALES Y MINIMO DE
000610* EMPLEADOS PARA EVALUAR. UN REGISTRO CON CM-DEPTO EN BLANCO
000620* FIJA EL OBJETIVO GENERAL; LOS DEMAS LO SUSTITUYEN PARA SU
000630* DEPARTAMENTO.
000640   FD CAL-META
000650       RECORDING MODE IS F
000660       DATA RECORD IS REG-CAL-META.
000670   01 REG-CAL-META.
000680     05 CM-DEPTO          PIC X(3).
000690     05 CM-PORC-META      PIC 9(3) OCCURS 4 TIMES.
000700     05 CM-TOLERANCIA     PIC 9(3).
000710     05 CM-MIN-EMPLEADOS  PIC 9(3).
000720     05 FILLER            PIC X(9).
000730   FD SELLO-MAST
000740       RECORDING MODE IS F
000750       DATA RECORD IS REG-SELLO-MAST.
000760   COPY EMPSELRG.
000770   FD CAL-BANDA
000780       RECORDING MODE IS F
000790       DATA RECORD IS REG-CAL-BANDA.
000800   COPY CALBANRG.
000810   FD RPT-CALIB
000820       RECORDING MODE IS F
000830       DATA RECORD IS LINEA-RPT-CAL.
000840   01 LINEA-RPT-CAL       PIC X(90).
000850   FD RUN-LOG
000860       RECORDING MODE IS F
000870       DATA RECORD IS REG-RUN-LOG.
000880   COPY RUNLOGRG.
000890 WORKING-STORAGE SECTION.
000900* OBJETIVO POR OMISION CUANDO NO HAY CALMETA O NO TRAE
000910* REGISTRO GENERAL: 10% INSUFICIENTE, 50% BUEN, 30% EXCELENTE,
000920* 10% SOBRESALIENTE, TOLERANCIA DE 10 PUNTOS, MINIMO 5.
000930   01 META-OMISION.
000940     05 FILLER            PIC X(12)        VALUE '010050030010'.
000950   01 META-OMISION-R REDEFINES META-OMISION.
000960     05 MO-PORC           PIC 9(3) OCCURS 4 TIMES.
000970   77 MO-TOLERANCIA       PIC 9(3)         VALUE 010.
000980   77 MO-MIN-EMPLEADOS    PIC 9(3)         VALUE 005.
000990* OBJETIVOS PARTICULARES POR DEPARTAMENTO LEIDOS DE CALMETA.
001000   01 TABLA-METAS.
001010     05 CANT-METAS        PIC 9(3)         VALUE 000.
001020     05 ENTRADA-META OCCURS 50 TIMES.
001030       10 MT-DEPTO        PIC X(3).
001040       10 MT-PORC         PIC 9(3) OCCURS 4 TIMES.
001050       10 MT-TOLERANCIA   PIC 9(3).
001060       10 MT-MIN          PIC 9(3).
001070* NOMBRES DE LOS NIVELES, TAL COMO LOS DEVUELVE SBPROG1A EN
001080* P-TIPO-REND.
001090   01 TABLA-NIVELES.
001100     05 FILLER            PIC X(13)        VALUE 'INSUFICIENTE'.
001110     05 FILLER            PIC X(13)        VALUE 'BUEN'.
001120     05 FILLER            PIC X(13)        VALUE 'EXCELENTE'.
001130     05 FILLER            PIC X(13)        VALUE 'SOBRESALIENTE'.
001140   01 TABLA-NIVELES-R REDEFINES TABLA-NIVELES.
001150     05 TN-NIVEL          PIC X(13) OCCURS 4 TIMES.
001160* TABLA DE DEPARTAMENTOS (DEPTREF) CON EL CONTEO POR NIVEL, LA
001170* DISTRIBUCION REAL Y EL OBJETIVO QUE LE APLICA. LOS
001180* EMPLEADOS SIN DEPARTAMENTO O DE UNO QUE NO ESTA EN DEPTREF
001190* ENTRAN COMO '???' CON EL PLAN BASE.
001200   01 TABLA-DEPTOS.
001210     05 CANT-DEPTOS       PIC 9(3)         VALUE 000.
001220     05 ENTRADA-DEPTO OCCURS 50 TIMES.
001230       10 TD-DEPTO        PIC X(3).
001240       10 TD-NOMBRE       PIC X(20).
001250       10 TD-PLAN         PIC X(2).
001260       10 TD-EMPLEADOS    PIC 9(5).
001270       10 TD-CONTEO       PIC 9(5) OCCURS 4 TIMES.
001280       10 TD-PORC-REAL    PIC 9(3) OCCURS 4 TIMES.
001290       10 TD-PORC-META    PIC 9(3) OCCURS 4 TIMES.
001300       10 TD-TOLERANCIA   PIC 9(3).
001310       10 TD-MIN          PIC 9(3).
001320       10 TD-MARCA        PIC X(1).
001330         88 TD-EN-TOLERANCIA              VALUE 'N'.
001340         88 TD-FUERA-TOLERANCIA           VALUE 'S'.
001350         88 TD-POCOS-EMPLEADOS            VALUE 'P'.
001360   77 DEP                 PIC 9(3)         VALUE 000.
001370   77 DEP-HALLADO-IDX     PIC 9(3)         VALUE 000.
001380   77 MET                 PIC 9(3)         VALUE 000.
001390   77 MET-HALLADA-IDX     PIC 9(3)         VALUE 000.
001400   77 NIV                 PIC 9            VALUE 0.
001410   77 NIV-HALLADO-IDX     PIC 9            VALUE 0.
001420   77 DEPTO-BUSCADO       PIC X(3)         VALUE SPACES.
001430   77 SUMA-META           PIC 9(4)         VALUE 0.
001440   77 DIFERENCIA          PIC S9(3)        VALUE 0.
001450   01 SWITCH-FIN-DEPTOS   PIC X            VALUE 'N'.
001460     88 FIN-DEPTOS                         VALUE 'Y'.
001470   01 SWITCH-FIN-MAST     PIC X            VALUE 'N'.
001480     88 FIN-MAST                           VALUE 'Y'.
001490   01 SWITCH-FIN-METAS    PIC X            VALUE 'N'.
001500     88 FIN-METAS                          VALUE 'Y'.
001510   01 SWITCH-META-OK      PIC X            VALUE 'Y'.
001520     88 META-VALIDA                        VALUE 'Y'.
001530   77 FS-EMPMAST          PIC XX           VALUE '00'.
001540   77 FS-DEPTREF          PIC XX           VALUE '00'.
001550   77 FS-CALMETA          PIC XX           VALUE '00'.
001560   77 FS-SELLO            PIC XX           VALUE '00'.
001570   77 SELLO-FECHA         PIC 9(8)         VALUE 0.
001580   77 SELLO-HORA          PIC 9(6)         VALUE 0.
001590   77 CONT-EMP-LEIDOS     PIC 9(6)         VALUE 000000.
001600   77 CONT-EMP-CALIB      PIC 9(6)         VALUE 000000.
001610   77 CONT-FUERA-POBL     PIC 9(6)         VALUE 000000.
001620   77 CONT-REND-INVALIDO  PIC 9(6)         VALUE 000000.
001630   77 CONT-METAS-RECHAZ   PIC 9(6)         VALUE 000000.
001640   77 CONT-MARCADOS       PIC 9(3)         VALUE 000.
001650   77 CONT-POCOS          PIC 9(3)         VALUE 000.
001660   01 FECHA-CORRIDA.
001670     05 FC-ANIO           PIC 9(4).
001680     05 FC-MES            PIC 99.
001690     05 FC-DIA            PIC 99.
001700   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001710   77 HORA-CORRIDA        PIC 9(6)         VALUE 0.
001720   77 HORA-ACEPT          PIC 9(8)         VALUE 0.
001730* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.
001740   77 P-ID                PIC X(4).
001750   77 P-NOM               PIC X(19).
001760   77 P-SEXO              PIC X.
001770   77 P-PUESTO            PIC X(15).
001780   77 P-ANT               PIC X(3).
001790   77 P-REND              PIC X(3).
001800   77 P-SAL               PIC X(9).
001810   77 P-TIPO-EMPLEO       PIC X(1).
001820   77 P-MONEDA            PIC X(3).
001830   77 P-CLAVE             PIC X(25).
001840   77 P-APLICA-BONO       PIC X            VALUE 'N'.
001850   77 P-BONO              PIC 9(7)V99.
001860   77 P-PORC-APLICADO     PIC 99           VALUE 00.
001870   77 P-TIPO-REND         PIC X(13)        VALUE SPACES.
001880   77 P-BONO-FMT          PIC X(15)        VALUE SPACES.
001890   77 P-ORIGEN-TASAS      PIC X            VALUE 'A'.
001900   77 P-FECHA-ALTA        PIC X(8)         VALUE SPACES.
001910   77 P-STATUS            PIC X(1)         VALUE 'A'.
001920   77 P-FECHA-STATUS      PIC X(6)         VALUE SPACES.
001930   77 P-FECHA-CORRIDA     PIC X(8)         VALUE SPACES.
001940   77 P-PLAN              PIC X(2)         VALUE SPACES.
001942   01 P-REND-DERIV.
001944     05 P-REND-USADO      PIC X(3)         VALUE SPACES.
001946     05 P-REND-METODO     PIC X(1)         VALUE SPACE.
001948     05 P-REND-PERIODOS   PIC 9(1)         VALUE 0.
001950* LINEAS DEL REPORTE DE CALIBRACION.
001960   01 TITULO-CAL.
001970     05 FILLER            PIC X(40)        VALUE
001980          "CALIBRACION DE RENDIMIENTOS - FECHA ".
001990     05 TIT-FECHA         PIC 9(8).
002000   01 ENCABEZADO-CAL.
002010     05 FILLER            PIC X(4)         VALUE "DEP".
002020     05 FILLER            PIC X(21)        VALUE "NOMBRE".
002030     05 FILLER            PIC X(3)         VALUE "PL".
002040     05 FILLER            PIC X(5)         VALUE " EMPL".
002050     05 FILLER            PIC X(9)         VALUE "   INSUF.".
002060     05 FILLER            PIC X(9)         VALUE "    BUEN.".
002070     05 FILLER            PIC X(9)         VALUE "   EXCEL.".
002080     05 FILLER            PIC X(9)         VALUE "  SOBRES.".
002090     05 FILLER            PIC X(5)         VALUE "  TOL".
002100   01 SUBENCABEZADO-CAL.
002110     05 FILLER            PIC X(33)        VALUE SPACES.
002120     05 FILLER            PIC X(36)        VALUE
002130          "  REAL/OBJETIVO EN % DE EMPLEADOS".
002140   01 DETALLE-CAL.
002150     05 DET-CAL-CODIGO    PIC X(3).
002160     05 FILLER            PIC X(1)         VALUE SPACE.
002170     05 DET-CAL-NOMBRE    PIC X(20).
002180     05 FILLER            PIC X(1)         VALUE SPACE.
002190     05 DET-CAL-PLAN      PIC X(2).
002200     05 FILLER            PIC X(1)         VALUE SPACE.
002210     05 DET-CAL-EMPL      PIC ZZZZ9.
002220     05 DET-CAL-NIVEL OCCURS 4 TIMES.
002230       10 FILLER          PIC X(2).
002240       10 DET-CAL-REAL    PIC ZZ9.
002250       10 DET-CAL-SEP     PIC X(1).
002260       10 DET-CAL-META    PIC ZZ9.
002270     05 FILLER            PIC X(2)         VALUE SPACES.
002280     05 DET-CAL-TOL       PIC ZZ9.
002290     05 FILLER            PIC X(1)         VALUE SPACE.
002300     05 DET-CAL-MARCA     PIC X(14).
002310* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002320* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002330* ESTADO DE LA CADENA (CADENA1A).
002340   77 FS-RUNLOG          PIC XX           VALUE '00'.
002350   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
002360   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
002370   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
002380   77 COND-LOG           PIC 9(4)         VALUE 0000.
002381* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002382   01 P-PRED-CADENA.
002383     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002384     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002385     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002386       88 P-PRED-RECHAZADO                VALUE 'R'.
002387     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002388     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002389     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002390 PROCEDURE DIVISION.
002400 MAIN-PROCEDURE.
002410     PERFORM INICIAR-RUN-LOG.
002415     PERFORM VERIFICAR-PREDECESORES.
002420     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002430     ACCEPT HORA-ACEPT FROM TIME.
002440     MOVE HORA-ACEPT(1:6) TO HORA-CORRIDA.
002450     PERFORM LEER-METAS.
002460     PERFORM CARGAR-DEPTOS.
002470     PERFORM LEER-SELLO.
002480     PERFORM CLASIFICAR-EMPLEADOS.
002490     PERFORM EVALUAR-DEPTOS.
002500     PERFORM ESCRIBIR-BANDAS.
002510     PERFORM IMPRIMIR-REPORTE-CAL.
002520     PERFORM ANUNCIAR-RESULTADO.
002530     PERFORM GRABAR-RUN-LOG.
002540     STOP RUN.
002550*----------------------------------------------------------
002560* OBJETIVOS DE CALMETA (OPCIONAL). UN REGISTRO CON
002570* PORCENTAJES NO NUMERICOS O QUE NO SUMAN 100 SE AVISA Y SE
002580* IGNORA; TOLERANCIA Y MINIMO NO NUMERICOS TOMAN EL VALOR
002590* DEL OBJETIVO GENERAL.
002600*----------------------------------------------------------
002610 LEER-METAS.
002620     OPEN INPUT CAL-META.
002630     IF FS-CALMETA NOT = '00' THEN
002640       DISPLAY "*** ATENCION: SIN CALMETA (FILE STATUS "
002650         FS-CALMETA "), SE CALIBRA CONTRA EL OBJETIVO POR"
002660         " OMISION ***"
002670       EXIT PARAGRAPH
002680     END-IF.
002690     PERFORM LEER-REG-META.
002700     PERFORM UNTIL FIN-METAS
002710       PERFORM VALIDAR-META
002720       IF META-VALIDA THEN
002730         PERFORM ANOTAR-META
002740       ELSE
002750         ADD 1 TO CONT-METAS-RECHAZ
002760         DISPLAY "*** ATENCION: OBJETIVO DE CALMETA PARA '"
002770           CM-DEPTO "' NO SUMA 100 O NO ES NUMERICO,"
002780           " SE IGNORA ***"
002790       END-IF
002800       PERFORM LEER-REG-META
002810     END-PERFORM.
002820     CLOSE CAL-META.
002830     EXIT.
002840 LEER-REG-META.
002850     READ CAL-META
002860       AT END
002870         MOVE 'Y' TO SWITCH-FIN-METAS
002880     END-READ.
002890     EXIT.
002900 VALIDAR-META.
002910     MOVE 'Y' TO SWITCH-META-OK.
002920     MOVE ZERO TO SUMA-META.
002930     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
002940       IF CM-PORC-META(NIV) NUMERIC THEN
002950         ADD CM-PORC-META(NIV) TO SUMA-META
002960       ELSE
002970         MOVE 'N' TO SWITCH-META-OK
002980       END-IF
002990     END-PERFORM.
003000     IF SUMA-META NOT = 100 THEN
003010       MOVE 'N' TO SWITCH-META-OK
003020     END-IF.
003030     EXIT.
003040 ANOTAR-META.
003050     IF CM-DEPTO = SPACES THEN
003060       PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
003070         MOVE CM-PORC-META(NIV) TO MO-PORC(NIV)
003080       END-PERFORM
003090       IF CM-TOLERANCIA NUMERIC THEN
003100         MOVE CM-TOLERANCIA TO MO-TOLERANCIA
003110       END-IF
003120       IF CM-MIN-EMPLEADOS NUMERIC THEN
003130         MOVE CM-MIN-EMPLEADOS TO MO-MIN-EMPLEADOS
003140       END-IF
003150       EXIT PARAGRAPH
003160     END-IF.
003170     IF CANT-METAS >= 50 THEN
003180       DISPLAY "*** ATENCION: TABLA DE OBJETIVOS LLENA, SE"
003190         " IGNORA EL DE " CM-DEPTO " ***"
003200       EXIT PARAGRAPH
003210     END-IF.
003220     ADD 1 TO CANT-METAS.
003230     MOVE CM-DEPTO TO MT-DEPTO(CANT-METAS).
003240     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
003250       MOVE CM-PORC-META(NIV) TO MT-PORC(CANT-METAS, NIV)
003260     END-PERFORM.
003270     IF CM-TOLERANCIA NUMERIC THEN
003280       MOVE CM-TOLERANCIA TO MT-TOLERANCIA(CANT-METAS)
003290     ELSE
003300       MOVE 999 TO MT-TOLERANCIA(CANT-METAS)
003310     END-IF.
003320     IF CM-MIN-EMPLEADOS NUMERIC THEN
003330       MOVE CM-MIN-EMPLEADOS TO MT-MIN(CANT-METAS)
003340     ELSE
003350       MOVE 999 TO MT-MIN(CANT-METAS)
003360     END-IF.
003370     EXIT.
003380*----------------------------------------------------------
003390* CARGA CODIGO, NOMBRE Y PLAN DE CADA DEPARTAMENTO DESDE
003400* DEPTREF. SIN ARCHIVO SE AVISA Y TODO SE CALIBRA CON EL
003410* PLAN BASE.
003420*----------------------------------------------------------
003430 CARGAR-DEPTOS.
003440     OPEN INPUT DEPTO-REF.
003450     IF FS-DEPTREF NOT = '00' THEN
003460       DISPLAY "*** ATENCION: NO SE PUDO ABRIR DEPTREF (FILE"
003470         " STATUS " FS-DEPTREF "), SE CALIBRA CON LOS CORTES"
003480         " DEL PLAN BASE ***"
003490       EXIT PARAGRAPH
003500     END-IF.
003510     PERFORM LEER-DEPTO-REF.
003520     PERFORM UNTIL FIN-DEPTOS
003530       IF CANT-DEPTOS < 50 THEN
003540         ADD 1 TO CANT-DEPTOS
003550         MOVE DR-DEPTO TO DEPTO-BUSCADO
003560         PERFORM INICIAR-ENTRADA-DEPTO
003570         MOVE DR-NOMBRE TO TD-NOMBRE(CANT-DEPTOS)
003580         MOVE DR-PLAN TO TD-PLAN(CANT-DEPTOS)
003590       ELSE
003600         DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
003610           " SE IGNORA " DR-DEPTO " ***"
003620       END-IF
003630       PERFORM LEER-DEPTO-REF
003640     END-PERFORM.
003650     CLOSE DEPTO-REF.
003660     EXIT.
003670 LEER-DEPTO-REF.
003680     READ DEPTO-REF
003690       AT END
003700         MOVE 'Y' TO SWITCH-FIN-DEPTOS
003710     END-READ.
003720     EXIT.
003730 INICIAR-ENTRADA-DEPTO.
003740     MOVE DEPTO-BUSCADO TO TD-DEPTO(CANT-DEPTOS).
003750     MOVE SPACES TO TD-NOMBRE(CANT-DEPTOS).
003760     MOVE SPACES TO TD-PLAN(CANT-DEPTOS).
003770     MOVE ZERO TO TD-EMPLEADOS(CANT-DEPTOS).
003780     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
003790       MOVE ZERO TO TD-CONTEO(CANT-DEPTOS, NIV)
003800       MOVE ZERO TO TD-PORC-REAL(CANT-DEPTOS, NIV)
003810       MOVE ZERO TO TD-PORC-META(CANT-DEPTOS, NIV)
003820     END-PERFORM.
003830     MOVE ZERO TO TD-TOLERANCIA(CANT-DEPTOS).
003840     MOVE ZERO TO TD-MIN(CANT-DEPTOS).
003850     MOVE 'N' TO TD-MARCA(CANT-DEPTOS).
003860     EXIT.
003870 BUSCAR-O-CREAR-DEPTO.
003880     MOVE 0 TO DEP-HALLADO-IDX.
003890     PERFORM VARYING DEP FROM 1 BY 1
003900         UNTIL DEP > CANT-DEPTOS OR DEP-HALLADO-IDX > 0
003910       IF TD-DEPTO(DEP) = DEPTO-BUSCADO THEN
003920         MOVE DEP TO DEP-HALLADO-IDX
003930       END-IF
003940     END-PERFORM.
003950     IF DEP-HALLADO-IDX = 0 THEN
003960       IF CANT-DEPTOS >= 50 THEN
003970         DISPLAY "*** ERROR: TABLA DE DEPARTAMENTOS LLENA,"
003980           " DEPARTAMENTO " DEPTO-BUSCADO " NO CABE,"
003990           " CORRIDA ABORTADA ***"
004000         MOVE 0016 TO COND-LOG
004010         PERFORM GRABAR-RUN-LOG
004020         STOP RUN
004030       END-IF
004040       ADD 1 TO CANT-DEPTOS
004050       PERFORM INICIAR-ENTRADA-DEPTO
004060       MOVE "SIN DEPTREF" TO TD-NOMBRE(CANT-DEPTOS)
004070       MOVE CANT-DEPTOS TO DEP-HALLADO-IDX
004080     END-IF.
004090     EXIT.
004100*----------------------------------------------------------
004110* FECHA Y HORA DEL SELLO EMPSEAL VIGENTE. VIAJAN EN EL
004120* ENCABEZADO DE CALBAND PARA QUE LA CORRIDA RECHACE UNA
004130* CALIBRACION HECHA SOBRE OTRA VERSION DEL MAESTRO.
004140*----------------------------------------------------------
004150 LEER-SELLO.
004160     OPEN INPUT SELLO-MAST.
004170     IF FS-SELLO NOT = '00' THEN
004180       DISPLAY "*** ATENCION: SIN SELLO EMPSEAL (FILE STATUS "
004190         FS-SELLO "), LA CORRIDA NO ACEPTARA ESTA"
004200         " CALIBRACION ***"
004210       EXIT PARAGRAPH
004220     END-IF.
004230     READ SELLO-MAST
004240       AT END
004250         DISPLAY "*** ATENCION: EMPSEAL VACIO, LA CORRIDA NO"
004260           " ACEPTARA ESTA CALIBRACION ***"
004270       NOT AT END
004280         MOVE SE-FECHA TO SELLO-FECHA
004290         MOVE SE-HORA TO SELLO-HORA
004300     END-READ.
004310     CLOSE SELLO-MAST.
004320     EXIT.
004330*----------------------------------------------------------
004340* CLASIFICACION: UNA LLAMADA A SBPROG1A POR EMPLEADO ACTIVO
004350* NO CONTRATISTA, CON EL PLAN DE SU DEPARTAMENTO. SE LE
004360* PASAN ANTIGUEDAD MAXIMA, TIEMPO COMPLETO, STATUS ACTIVO Y
004370* SIN FECHA DE ALTA PARA QUE EL NIVEL DEPENDA SOLO DEL
004380* REND-MAST Y DE LOS CORTES DEL PLAN, SIN LAS EXCLUSIONES
004390* POR ANTIGUEDAD NI EL PRORRATEO DE LA CORRIDA.
004400*----------------------------------------------------------
004410 CLASIFICAR-EMPLEADOS.
004420     OPEN INPUT EMPMAST.
004430     IF FS-EMPMAST NOT = '00' THEN
004440       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
004450         " (FILE STATUS " FS-EMPMAST "), SIN EMPLEADOS NO HAY"
004460         " CALIBRACION, CORRIDA ABORTADA ***"
004470       MOVE 0016 TO COND-LOG
004480       PERFORM GRABAR-RUN-LOG
004490       STOP RUN
004500     END-IF.
004510     MOVE FECHA-CORRIDA-R TO P-FECHA-CORRIDA.
004520     PERFORM LEER-MAESTRO.
004530     PERFORM UNTIL FIN-MAST
004540       PERFORM CLASIFICAR-EMPLEADO
004550       PERFORM LEER-MAESTRO
004560     END-PERFORM.
004570     CLOSE EMPMAST.
004580     EXIT.
004590 LEER-MAESTRO.
004600     READ EMPMAST NEXT
004610       AT END
004620         MOVE 'Y' TO SWITCH-FIN-MAST
004630     END-READ.
004640     EXIT.
004650 CLASIFICAR-EMPLEADO.
004660     ADD 1 TO CONT-EMP-LEIDOS.
004670     IF NOT MAST-ACTIVO OR MAST-CONTRATO THEN
004680       ADD 1 TO CONT-FUERA-POBL
004690       EXIT PARAGRAPH
004700     END-IF.
004710     IF REND-MAST NOT NUMERIC THEN
004720       ADD 1 TO CONT-REND-INVALIDO
004730       DISPLAY "*** ATENCION: REND '" REND-MAST
004740         "' NO NUMERICO PARA ID " ID-MAST
004750         ", NO ENTRA A LA CALIBRACION ***"
004760       EXIT PARAGRAPH
004770     END-IF.
004780     IF DEPTO-MAST = SPACES THEN
004790       MOVE '???' TO DEPTO-BUSCADO
004800     ELSE
004810       MOVE DEPTO-MAST TO DEPTO-BUSCADO
004820     END-IF.
004830     PERFORM BUSCAR-O-CREAR-DEPTO.
004840     MOVE SPACES TO P-NOM.
004850     MOVE ID-MAST TO P-ID.
004860     MOVE NOM-MAST TO P-NOM.
004870     MOVE SEXO-MAST TO P-SEXO.
004880     MOVE PUESTO-MAST TO P-PUESTO.
004890     MOVE '999' TO P-ANT.
004900     MOVE REND-MAST TO P-REND.
004910     MOVE SAL-MAST TO P-SAL.
004920     MOVE 'F' TO P-TIPO-EMPLEO.
004930     MOVE MONEDA-MAST TO P-MONEDA.
004940     MOVE SPACES TO P-FECHA-ALTA.
004950     MOVE 'A' TO P-STATUS.
004960     MOVE SPACES TO P-FECHA-STATUS.
004970     MOVE TD-PLAN(DEP-HALLADO-IDX) TO P-PLAN.
004980     MOVE 'N' TO P-APLICA-BONO.
004990     MOVE ZERO TO P-BONO.
005000     CALL 'SBPROG1A' USING P-ID, P-NOM, P-SEXO, P-PUESTO, P-ANT,
005010-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
005020-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
005030-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
005040-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
005045-      P-REND-DERIV.
005050     MOVE 0 TO NIV-HALLADO-IDX.
005060     PERFORM VARYING NIV FROM 1 BY 1
005070         UNTIL NIV > 4 OR NIV-HALLADO-IDX > 0
005080       IF TN-NIVEL(NIV) = P-TIPO-REND THEN
005090         MOVE NIV TO NIV-HALLADO-IDX
005100       END-IF
005110     END-PERFORM.
005120     IF NIV-HALLADO-IDX = 0 THEN
005130       ADD 1 TO CONT-REND-INVALIDO
005140       DISPLAY "*** ATENCION: ID " ID-MAST " SIN NIVEL DE"
005150         " RENDIMIENTO (" P-TIPO-REND "), NO ENTRA A LA"
005160         " CALIBRACION ***"
005170       EXIT PARAGRAPH
005180     END-IF.
005190     ADD 1 TO CONT-EMP-CALIB.
005200     ADD 1 TO TD-EMPLEADOS(DEP-HALLADO-IDX).
005210     ADD 1 TO TD-CONTEO(DEP-HALLADO-IDX, NIV-HALLADO-IDX).
005220     EXIT.
005230*----------------------------------------------------------
005240* DISTRIBUCION REAL DE CADA DEPARTAMENTO CONTRA SU OBJETIVO
005250* (EL PARTICULAR DE CALMETA O EL GENERAL). UN NIVEL CUYO
005260* PORCENTAJE REAL SE APARTA DEL OBJETIVO MAS QUE LA
005270* TOLERANCIA MARCA AL DEPARTAMENTO. CON MENOS EMPLEADOS QUE
005280* EL MINIMO SE REPORTA PERO NO SE MARCA.
005290*----------------------------------------------------------
005300 EVALUAR-DEPTOS.
005310     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
005320       IF TD-EMPLEADOS(DEP) > 0 THEN
005330         PERFORM EVALUAR-DEPTO
005340       END-IF
005350     END-PERFORM.
005360     EXIT.
005370 EVALUAR-DEPTO.
005380     PERFORM ASIGNAR-META.
005390     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
005400       COMPUTE TD-PORC-REAL(DEP, NIV) ROUNDED =
005410         TD-CONTEO(DEP, NIV) * 100 / TD-EMPLEADOS(DEP)
005420     END-PERFORM.
005430     IF TD-EMPLEADOS(DEP) < TD-MIN(DEP) THEN
005440       MOVE 'P' TO TD-MARCA(DEP)
005450       ADD 1 TO CONT-POCOS
005460       EXIT PARAGRAPH
005470     END-IF.
005480     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
005490       COMPUTE DIFERENCIA =
005500         TD-PORC-REAL(DEP, NIV) - TD-PORC-META(DEP, NIV)
005510       IF DIFERENCIA < 0 THEN
005520         COMPUTE DIFERENCIA = 0 - DIFERENCIA
005530       END-IF
005540       IF DIFERENCIA > TD-TOLERANCIA(DEP) THEN
005550         MOVE 'S' TO TD-MARCA(DEP)
005560       END-IF
005570     END-PERFORM.
005580     IF TD-FUERA-TOLERANCIA(DEP) THEN
005590       ADD 1 TO CONT-MARCADOS
005600       DISPLAY "*** ATENCION: DEPARTAMENTO " TD-DEPTO(DEP)
005610         " FUERA DE LA DISTRIBUCION OBJETIVO ***"
005620     END-IF.
005630     EXIT.
005640 ASIGNAR-META.
005650     MOVE 0 TO MET-HALLADA-IDX.
005660     PERFORM VARYING MET FROM 1 BY 1
005670         UNTIL MET > CANT-METAS OR MET-HALLADA-IDX > 0
005680       IF MT-DEPTO(MET) = TD-DEPTO(DEP) THEN
005690         MOVE MET TO MET-HALLADA-IDX
005700       END-IF
005710     END-PERFORM.
005720     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
005730       IF MET-HALLADA-IDX > 0 THEN
005740         MOVE MT-PORC(MET-HALLADA-IDX, NIV)
005750           TO TD-PORC-META(DEP, NIV)
005760       ELSE
005770         MOVE MO-PORC(NIV) TO TD-PORC-META(DEP, NIV)
005780       END-IF
005790     END-PERFORM.
005800     MOVE MO-TOLERANCIA TO TD-TOLERANCIA(DEP).
005810     MOVE MO-MIN-EMPLEADOS TO TD-MIN(DEP).
005820     IF MET-HALLADA-IDX > 0 THEN
005830       IF MT-TOLERANCIA(MET-HALLADA-IDX) NOT = 999 THEN
005840         MOVE MT-TOLERANCIA(MET-HALLADA-IDX)
005850           TO TD-TOLERANCIA(DEP)
005860       END-IF
005870       IF MT-MIN(MET-HALLADA-IDX) NOT = 999 THEN
005880         MOVE MT-MIN(MET-HALLADA-IDX) TO TD-MIN(DEP)
005890       END-IF
005900     END-IF.
005910     EXIT.
005920*----------------------------------------------------------
005930* RESULTADO PARA LA CORRIDA: CALBAND SE REESCRIBE COMPLETO
005940* EN CADA CALIBRACION, CON ENCABEZADO AUNQUE NO HAYA
005950* DEPARTAMENTOS MARCADOS.
005960*----------------------------------------------------------
005970 ESCRIBIR-BANDAS.
005980     OPEN OUTPUT CAL-BANDA.
005990     MOVE SPACES TO REG-CAL-BANDA.
006000     MOVE 'H' TO CLB-TIPO.
006010     MOVE FECHA-CORRIDA-R TO CLB-FECHA.
006020     MOVE HORA-CORRIDA TO CLB-HORA.
006030     MOVE CONT-EMP-CALIB TO CLB-EMPLEADOS.
006040     MOVE SELLO-FECHA TO CLB-SELLO-FECHA.
006050     MOVE SELLO-HORA TO CLB-SELLO-HORA.
006060     MOVE CONT-MARCADOS TO CLB-CANT-MARCADOS.
006070     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
006080       MOVE ZERO TO CLB-PORC-REAL(NIV)
006090       MOVE MO-PORC(NIV) TO CLB-PORC-META(NIV)
006100     END-PERFORM.
006110     MOVE MO-TOLERANCIA TO CLB-TOLERANCIA.
006120     WRITE REG-CAL-BANDA.
006130     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
006140       IF TD-FUERA-TOLERANCIA(DEP) THEN
006150         PERFORM ESCRIBIR-BANDA-DEPTO
006160       END-IF
006170     END-PERFORM.
006180     CLOSE CAL-BANDA.
006190     EXIT.
006200 ESCRIBIR-BANDA-DEPTO.
006210     MOVE SPACES TO REG-CAL-BANDA.
006220     MOVE 'D' TO CLB-TIPO.
006230     MOVE FECHA-CORRIDA-R TO CLB-FECHA.
006240     MOVE HORA-CORRIDA TO CLB-HORA.
006250     MOVE TD-DEPTO(DEP) TO CLB-DEPTO.
006260     MOVE TD-PLAN(DEP) TO CLB-PLAN.
006270     MOVE TD-EMPLEADOS(DEP) TO CLB-EMPLEADOS.
006280     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
006290       MOVE TD-PORC-REAL(DEP, NIV) TO CLB-PORC-REAL(NIV)
006300       MOVE TD-PORC-META(DEP, NIV) TO CLB-PORC-META(NIV)
006310     END-PERFORM.
006320     MOVE TD-TOLERANCIA(DEP) TO CLB-TOLERANCIA.
006330     MOVE ZERO TO CLB-SELLO-FECHA.
006340     MOVE ZERO TO CLB-SELLO-HORA.
006350     MOVE ZERO TO CLB-CANT-MARCADOS.
006360     WRITE REG-CAL-BANDA.
006370     EXIT.
006380*----------------------------------------------------------
006390* REPORTE DE CALIBRACION: POR DEPARTAMENTO LA DISTRIBUCION
006400* REAL CONTRA LA OBJETIVO EN CADA NIVEL, LA TOLERANCIA Y LA
006410* MARCA. AL PIE, LO QUE FALTA PARA QUE LA CORRIDA ARRANQUE.
006420*----------------------------------------------------------
006430 IMPRIMIR-REPORTE-CAL.
006440     OPEN OUTPUT RPT-CALIB.
006450     MOVE FECHA-CORRIDA-R TO TIT-FECHA.
006460     MOVE TITULO-CAL TO LINEA-RPT-CAL.
006470     WRITE LINEA-RPT-CAL.
006480     MOVE SPACES TO LINEA-RPT-CAL.
006490     WRITE LINEA-RPT-CAL.
006500     MOVE ENCABEZADO-CAL TO LINEA-RPT-CAL.
006510     WRITE LINEA-RPT-CAL.
006520     MOVE SUBENCABEZADO-CAL TO LINEA-RPT-CAL.
006530     WRITE LINEA-RPT-CAL.
006540     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
006550       IF TD-EMPLEADOS(DEP) > 0 THEN
006560         PERFORM IMPRIMIR-LINEA-DEPTO
006570       END-IF
006580     END-PERFORM.
006590     MOVE SPACES TO LINEA-RPT-CAL.
006600     WRITE LINEA-RPT-CAL.
006610     IF CONT-MARCADOS > 0 THEN
006620       MOVE "*** DEPARTAMENTOS FUERA DE TOLERANCIA: REQUIEREN"
006630         TO LINEA-RPT-CAL
006640       WRITE LINEA-RPT-CAL
006650       MOVE "*** AUTORIZACION DE RH EN CALOVR SI RUNCTL EXIGE"
006660         TO LINEA-RPT-CAL
006670       WRITE LINEA-RPT-CAL
006680       MOVE "*** LA CALIBRACION ANTES DE LA CORRIDA."
006690         TO LINEA-RPT-CAL
006700       WRITE LINEA-RPT-CAL
006710     ELSE
006720       MOVE "TODOS LOS DEPARTAMENTOS EVALUADOS DENTRO DE"
006730         TO LINEA-RPT-CAL
006740       WRITE LINEA-RPT-CAL
006750       MOVE "TOLERANCIA." TO LINEA-RPT-CAL
006760       WRITE LINEA-RPT-CAL
006770     END-IF.
006780     CLOSE RPT-CALIB.
006790     EXIT.
006800 IMPRIMIR-LINEA-DEPTO.
006810     MOVE SPACES TO DETALLE-CAL.
006820     MOVE TD-DEPTO(DEP) TO DET-CAL-CODIGO.
006830     MOVE TD-NOMBRE(DEP) TO DET-CAL-NOMBRE.
006840     MOVE TD-PLAN(DEP) TO DET-CAL-PLAN.
006850     MOVE TD-EMPLEADOS(DEP) TO DET-CAL-EMPL.
006860     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
006870       MOVE TD-PORC-REAL(DEP, NIV) TO DET-CAL-REAL(NIV)
006880       MOVE '/' TO DET-CAL-SEP(NIV)
006890       MOVE TD-PORC-META(DEP, NIV) TO DET-CAL-META(NIV)
006900     END-PERFORM.
006910     MOVE TD-TOLERANCIA(DEP) TO DET-CAL-TOL.
006920     EVALUATE TRUE
006930       WHEN TD-FUERA-TOLERANCIA(DEP)
006940         MOVE "*FUERA TOLER.*" TO DET-CAL-MARCA
006950       WHEN TD-POCOS-EMPLEADOS(DEP)
006960         MOVE "POCOS EMPL." TO DET-CAL-MARCA
006970       WHEN OTHER
006980         MOVE SPACES TO DET-CAL-MARCA
006990     END-EVALUATE.
007000     MOVE DETALLE-CAL TO LINEA-RPT-CAL.
007010     WRITE LINEA-RPT-CAL.
007020     EXIT.
007030 ANUNCIAR-RESULTADO.
007040     DISPLAY "---------- CALIBRACION DE RENDIMIENTOS ----------".
007050     DISPLAY " EMPLEADOS LEIDOS:         " CONT-EMP-LEIDOS.
007060     DISPLAY " EMPLEADOS CALIBRADOS:     " CONT-EMP-CALIB.
007070     DISPLAY " NO ACTIVOS / CONTRATO:    " CONT-FUERA-POBL.
007080     DISPLAY " SIN NIVEL DE REND:        " CONT-REND-INVALIDO.
007090     DISPLAY " OBJETIVOS RECHAZADOS:     " CONT-METAS-RECHAZ.
007100     DISPLAY " DEPTOS CON POCOS EMPL.:   " CONT-POCOS.
007110     DISPLAY " DEPTOS FUERA DE TOLER.:   " CONT-MARCADOS.
007120     EXIT.
007130*----------------------------------------------------------
007140* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
007150* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
007160* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). UN
007170* DEPARTAMENTO MARCADO, UN REND SIN NIVEL O UN OBJETIVO
007180* RECHAZADO DEJAN CONDICION 0004.
007190*----------------------------------------------------------
007200 INICIAR-RUN-LOG.
007210     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
007220     ACCEPT HORA-ACEPT-LOG FROM TIME.
007230     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
007240     EXIT.
007241*----------------------------------------------------------
007242* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
007243* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
007244* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
007245* REGISTRA PREDEC1A.
007246*----------------------------------------------------------
007247 VERIFICAR-PREDECESORES.
007248     MOVE 'CALREN1A' TO P-PRED-PROGRAMA.
007249     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
007250     CALL 'PREDEC1A' USING P-PRED-CADENA.
007251     IF P-PRED-RECHAZADO THEN
007252       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
007253         " CORRIDA ABORTADA ***"
007254       MOVE 0016 TO COND-LOG
007255       PERFORM GRABAR-RUN-LOG
007256       STOP RUN
007257     END-IF.
007258     EXIT.
007259 GRABAR-RUN-LOG.
007260     OPEN EXTEND RUN-LOG.
007270     IF FS-RUNLOG = '35' THEN
007280       OPEN OUTPUT RUN-LOG
007290     END-IF.
007300     IF FS-RUNLOG NOT = '00' THEN
007310       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
007320         " (FILE STATUS " FS-RUNLOG ") ***"
007330       EXIT PARAGRAPH
007340     END-IF.
007350     MOVE 'CALREN1A' TO RL-PROGRAMA.
007360     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
007370     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
007380     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
007390     ACCEPT HORA-ACEPT-LOG FROM TIME.
007400     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
007410     MOVE CONT-EMP-LEIDOS TO RL-LEIDOS.
007420     MOVE CONT-MARCADOS TO RL-ESCRITOS.
007430     MOVE CONT-REND-INVALIDO TO RL-RECHAZADOS.
007440     IF COND-LOG = 0000 AND (CONT-MARCADOS > 0
007450         OR CONT-REND-INVALIDO > 0
007460         OR CONT-METAS-RECHAZ > 0) THEN
007470       MOVE 0004 TO COND-LOG
007480     END-IF.
007490     MOVE COND-LOG TO RL-COND.
007492     MOVE P-PRED-RESULTADO TO RL-TIPO.
007494     MOVE P-PRED-PASO TO RL-PREDECESOR.
007496     MOVE P-PRED-COND TO RL-COND-PRED.
007498     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
007502     MOVE SPACES TO RL-MOTIVO.
007506     WRITE REG-RUN-LOG.
007510     CLOSE RUN-LOG.
007520     EXIT.
007530 END PROGRAM CALREN1A.
