000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: PRONOSTICO DEL PRESUPUESTO DE BONOS DEL ANIO SIGUIENTE*
000050*           POR DEPARTAMENTO Y MONEDA, PARA LA PLANEACION DE     *
000060*           FINANZAS. PARTE DE LA PLANTILLA VIGENTE EN EMPMAST   *
000070*           CON LA ANTIGUEDAD AVANZADA UN ANIO Y DE LA MEZCLA DE *
000080*           NIVELES DE RENDIMIENTO (INSUFICIENTE, BUEN,          *
000090*           EXCELENTE, SOBRESALIENTE) QUE CADA DEPARTAMENTO HA   *
000100*           TENIDO EN LOS ULTIMOS ANIOS SEGUN EL HISTORICO       *
000110*           AUDHIST. LLAMA A SBPROG1A CON EL PLAN DEL            *
000120*           DEPARTAMENTO (DEPTREF) Y LAS TASAS ACTUALES          *
000130*           (BONORATE) O LAS PROPUESTAS (BONOPROP) PARA VALUAR   *
000140*           A CADA EMPLEADO EN CADA NIVEL, Y PONDERA CON LA      *
000150*           MEZCLA: ESCENARIO ESPERADO CON LA MEZCLA HISTORICA,  *
000160*           BAJO CON LA MEZCLA RECORRIDA UN NIVEL ABAJO Y ALTO   *
000170*           CON LA MEZCLA RECORRIDA UN NIVEL ARRIBA. CONSOLIDA   *
000180*           A LA MONEDA DE REPORTE CON LAS TASAS VIGENTES DE     *
000190*           MONHIST. IMPRIME EL PRONOSTICO (RPTPRO) Y DEJA EN    *
000200*           DEPTPROP UN DEPTREF PROPUESTO, CON EL PRESUPUESTO    *
000210*           DEL ESCENARIO ELEGIDO, PARA QUE FINANZAS LO REVISE   *
000220*           Y LO CARGUE. NO ACTUALIZA DEPTREF. ANIO, ORIGEN DE   *
000230*           TASAS, ANIOS DE HISTORIA, AVANCE DE ANTIGUEDAD Y     *
000240*           ESCENARIO VIENEN EN PROCTL; POR OMISION EL ANIO      *
000250*           SIGUIENTE, TASAS ACTUALES, 3 ANIOS, 012 Y ESPERADO.  *
000252* MOD-HISTORY:                                                   *
000254*   15/10/2026 FPG  EL PRESUPUESTO PROPUESTO (DEPTPROP) LLEVA LA *
000256*                   COMPANIA DEL DEPARTAMENTO (DP-CIA, TOMADA    *
000258*                   DEL FILLER).                                 *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PROBON1A.
000290 ENVIRONMENT DIVISION.
000300*CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EMPMAST ASSIGN TO EMPMAST
000340       ORGANIZATION IS INDEXED
000350       ACCESS MODE IS DYNAMIC
000360       RECORD KEY IS ID-MAST
000370       FILE STATUS IS FS-EMPMAST.
000380     SELECT DEPTO-REF ASSIGN TO DEPTREF
000390       ORGANIZATION IS SEQUENTIAL
000400       FILE STATUS IS FS-DEPTREF.
000410     SELECT CTL-PRONOSTICO ASSIGN TO PROCTL
000420       ORGANIZATION IS SEQUENTIAL
000430       FILE STATUS IS FS-CTL.
000440     SELECT AUD-HISTORIA ASSIGN TO AUDHIST
000450       ORGANIZATION IS SEQUENTIAL
000460       FILE STATUS IS FS-AUDHIST.
000470     SELECT MONEDA-HIST ASSIGN TO MONHIST
000480       ORGANIZATION IS SEQUENTIAL
000490       FILE STATUS IS FS-MONHIST.
000500     SELECT DEPTO-PROP ASSIGN TO DEPTPROP
000510       ORGANIZATION IS SEQUENTIAL.
000520     SELECT RPT-PRONOSTICO ASSIGN TO RPTPRO
000530       ORGANIZATION IS SEQUENTIAL.
000540     SELECT RUN-LOG ASSIGN TO RUNLOG
000550       ORGANIZATION IS SEQUENTIAL
000560       FILE STATUS IS FS-RUNLOG.
000570 DATA DIVISION.
000580 FILE SECTION.
000590   FD EMPMAST
000600       RECORDING MODE IS F
000610       DATA RECORD IS REG-MAST.
000620   COPY EMPMASTR.
000630   FD DEPTO-REF
000640       RECORDING MODE IS F
000650       DATA RECORD IS REG-DEPTO-REF.
000660   COPY DEPTOREF.
000670   FD CTL-PRONOSTICO
000680       RECORDING MODE IS F
000690       DATA RECORD IS REG-CTL-PRONOSTICO.
000700   01 REG-CTL-PRONOSTICO.
000710     05 PC-ANIO           PIC 9(4).
000720     05 PC-ORIGEN-TASAS   PIC X(1).
000730       88 PC-TASAS-ACTUALES               VALUE 'A'.
000740       88 PC-TASAS-PROPUESTAS             VALUE 'P'.
000750     05 PC-ANIOS-HIST     PIC 9(1).
000760     05 PC-AVANCE-ANT     PIC 9(3).
000770     05 PC-ESCENARIO      PIC X(1).
000780       88 PC-ESCENARIO-VALIDO             VALUE 'B' 'E' 'A'.
000790   FD AUD-HISTORIA
000800       RECORDING MODE IS F
000810       DATA RECORD IS REG-AUD-HIST.
000820   COPY AUDHSTRG.
000830   FD MONEDA-HIST
000840       RECORDING MODE IS F
000850       DATA RECORD IS REG-MONEDA-HIST.
000860   COPY MONHISTR.
000870   FD DEPTO-PROP
000880       RECORDING MODE IS F
000890       DATA RECORD IS REG-DEPTO-PROP.
000900   01 REG-DEPTO-PROP      PIC X(40).
000910   FD RPT-PRONOSTICO
000920       RECORDING MODE IS F
000930       DATA RECORD IS LINEA-RPT-PRO.
000940   01 LINEA-RPT-PRO       PIC X(100).
000950   FD RUN-LOG
000960       RECORDING MODE IS F
000970       DATA RECORD IS REG-RUN-LOG.
000980   COPY RUNLOGRG.
000990 WORKING-STORAGE SECTION.
001000* IMAGEN DEL DEPTREF PROPUESTO (DEPTPROP), CON EL MISMO LAYOUT
001010* DE DEPTOREF (INCLUIDA LA COMPANIA DEL DEPARTAMENTO) PARA QUE
001015* FINANZAS LO CARGUE TAL CUAL.
001020   01 DEPTO-PROPUESTO.
001030     05 DP-DEPTO          PIC X(3).
001040     05 DP-NOMBRE         PIC X(20).
001050     05 DP-PRESUPUESTO    PIC 9(9)V99.
001060     05 DP-PLAN           PIC X(2).
001070     05 DP-CIA            PIC X(1).
001075     05 FILLER            PIC X(3).
001080* NOMBRES DE LOS NIVELES, TAL COMO LOS DEVUELVE SBPROG1A EN
001090* P-TIPO-REND.
001100   01 TABLA-NIVELES.
001110     05 FILLER            PIC X(13)        VALUE 'INSUFICIENTE'.
001120     05 FILLER            PIC X(13)        VALUE 'BUEN'.
001130     05 FILLER            PIC X(13)        VALUE 'EXCELENTE'.
001140     05 FILLER            PIC X(13)        VALUE 'SOBRESALIENTE'.
001150   01 TABLA-NIVELES-R REDEFINES TABLA-NIVELES.
001160     05 TN-NIVEL          PIC X(13) OCCURS 4 TIMES.
001170* TABLA DE DEPARTAMENTOS (DEPTREF) CON LA MEZCLA HISTORICA DE
001180* NIVELES, UN REND REPRESENTATIVO DE CADA NIVEL SEGUN LOS
001190* CORTES DEL PLAN Y EL PRONOSTICO POR MONEDA. LOS EMPLEADOS
001200* SIN DEPARTAMENTO O DE UNO QUE NO ESTA EN DEPTREF ENTRAN COMO
001210* '???' O CON SU CODIGO Y EL PLAN BASE, Y NO VAN A DEPTPROP.
001220   01 TABLA-DEPTOS.
001230     05 CANT-DEPTOS       PIC 9(3)         VALUE 000.
001240     05 ENTRADA-DEPTO OCCURS 50 TIMES.
001250       10 TD-DEPTO        PIC X(3).
001260       10 TD-NOMBRE       PIC X(20).
001270       10 TD-PRESUPUESTO  PIC 9(9)V99.
001280       10 TD-PLAN         PIC X(2).
001285       10 TD-CIA          PIC X(1).
001290       10 TD-EN-DEPTREF   PIC X(1).
001300       10 TD-NIVELES-LISTOS PIC X(1).
001310       10 TD-REND-NIVEL   PIC X(3) OCCURS 4 TIMES.
001320       10 TD-HIST-TOTAL   PIC 9(6).
001330       10 TD-HIST-CONTEO  PIC 9(6) OCCURS 4 TIMES.
001340       10 TD-MEZCLA-GRAL  PIC X(1).
001350       10 TD-MON OCCURS 3 TIMES.
001360         15 TD-PLANTILLA  PIC 9(5).
001370         15 TD-ELEGIBLES  PIC 9(5).
001380         15 TD-BAJO       PIC 9(9)V99.
001390         15 TD-ESPERADO   PIC 9(9)V99.
001400         15 TD-ALTO       PIC 9(9)V99.
001410   01 TABLA-MONEDAS.
001420     05 FILLER            PIC X(9)         VALUE 'USDEURMXN'.
001430   01 TABLA-MONEDAS-R REDEFINES TABLA-MONEDAS.
001440     05 TM-MONEDA         PIC X(3) OCCURS 3 TIMES.
001450* TASA VIGENTE DE CADA MONEDA HACIA LA MONEDA DE REPORTE (CERO
001460* SI MONHIST NO LA TRAE).
001470   01 TABLA-TASAS-MON.
001480     05 TT-TASA           PIC 9(3)V9(6) OCCURS 3 TIMES.
001490* MEZCLA GENERAL DE TODOS LOS DEPARTAMENTOS, PARA LOS QUE NO
001500* TIENEN HISTORIA PROPIA, Y MEZCLA QUE SE APLICA AL EMPLEADO.
001510   01 MEZCLA-GENERAL.
001520     05 MG-TOTAL          PIC 9(6)         VALUE 0.
001530     05 MG-CONTEO         PIC 9(6) OCCURS 4 TIMES.
001540   01 MEZCLA-USO.
001550     05 MU-TOTAL          PIC 9(6)         VALUE 0.
001560     05 MU-CONTEO         PIC 9(6) OCCURS 4 TIMES.
001570* BONO DEL EMPLEADO EN CADA NIVEL (INSUFICIENTE NO PAGA).
001580   01 BONOS-NIVEL.
001590     05 BN-BONO           PIC 9(7)V99 OCCURS 4 TIMES.
001600   77 BONO-BAJO           PIC 9(9)V99      VALUE 0.
001610   77 BONO-ESPERADO       PIC 9(9)V99      VALUE 0.
001620   77 BONO-ALTO           PIC 9(9)V99      VALUE 0.
001630   77 DEP                 PIC 9(3)         VALUE 000.
001640   77 DEP-HALLADO-IDX     PIC 9(3)         VALUE 000.
001650   77 MON                 PIC 9            VALUE 0.
001660   77 MON-HALLADA-IDX     PIC 9            VALUE 0.
001670   77 NIV                 PIC 9            VALUE 0.
001680   77 NIV-HALLADO-IDX     PIC 9            VALUE 0.
001690   77 DEPTO-BUSCADO       PIC X(3)         VALUE SPACES.
001700   77 REND-PRUEBA         PIC 9(4)         VALUE 0.
001710   77 REND-PRUEBA-3       PIC 9(3)         VALUE 0.
001720   77 ANT-AVANZADA        PIC 9(4)         VALUE 0.
001730   77 ANT-AVANZADA-3      PIC 9(3)         VALUE 0.
001740   01 SWITCH-FIN-DEPTOS   PIC X            VALUE 'N'.
001750     88 FIN-DEPTOS                         VALUE 'Y'.
001760   01 SWITCH-FIN-MAST     PIC X            VALUE 'N'.
001770     88 FIN-MAST                           VALUE 'Y'.
001780   01 SWITCH-FIN-AUDHIST  PIC X            VALUE 'N'.
001790     88 FIN-AUDHIST                        VALUE 'Y'.
001800   01 SWITCH-FIN-MONHIST  PIC X            VALUE 'N'.
001810     88 FIN-MONHIST                        VALUE 'Y'.
001820   01 SWITCH-ELEGIBLE     PIC X            VALUE 'N'.
001830     88 EMPLEADO-ELEGIBLE                  VALUE 'Y'.
001840   01 SWITCH-CONSOLIDA    PIC X            VALUE 'Y'.
001850     88 CONSOLIDACION-OK                   VALUE 'Y'.
001860   01 SWITCH-CONS-DEPTO   PIC X            VALUE 'Y'.
001870     88 CONS-DEPTO-OK                      VALUE 'Y'.
001880   77 FS-EMPMAST          PIC XX           VALUE '00'.
001890   77 FS-DEPTREF          PIC XX           VALUE '00'.
001900   77 FS-CTL              PIC XX           VALUE '00'.
001910   77 FS-AUDHIST          PIC XX           VALUE '00'.
001920   77 FS-MONHIST          PIC XX           VALUE '00'.
001930* PARAMETROS DEL PRONOSTICO.
001940   77 ANIO-PRONOSTICO     PIC 9(4)         VALUE 0.
001950   77 ANIOS-HISTORIA      PIC 9(1)         VALUE 3.
001960   77 ANIO-HIST-DESDE     PIC 9(4)         VALUE 0.
001970   77 AVANCE-ANT          PIC 9(3)         VALUE 012.
001980   77 ORIGEN-TASAS        PIC X            VALUE 'A'.
001990     88 TASAS-PROPUESTAS                   VALUE 'P'.
002000   77 ESCENARIO-PROP      PIC X            VALUE 'E'.
002010     88 ESCENARIO-BAJO                     VALUE 'B'.
002020     88 ESCENARIO-ALTO                     VALUE 'A'.
002030   01 FECHA-HIST.
002040     05 FH-ANIO           PIC 9(4).
002050     05 FILLER            PIC 9(4).
002060   01 FECHA-HIST-R        REDEFINES FECHA-HIST PIC 9(8).
002070* HISTORIAL DE TIPOS DE CAMBIO (MONHIST) Y MONEDA DE REPORTE.
002080   77 MONEDA-REPORTE      PIC X(3)         VALUE 'USD'.
002090   01 TABLA-HIST-TASAS.
002100     05 CANT-HIST         PIC 9(3)         VALUE 000.
002110     05 ENTRADA-HIST OCCURS 200 TIMES.
002120       10 TH-MONEDA       PIC X(3).
002130       10 TH-TASA         PIC 9(3)V9(6).
002140       10 TH-FECHA        PIC 9(8).
002150   77 MH                  PIC 9(3)         VALUE 000.
002160   77 FECHA-OBJETIVO      PIC 9(8)         VALUE 0.
002170   77 MONEDA-A-RESTATEAR  PIC X(3)         VALUE SPACES.
002180   77 TASA-HALLADA        PIC 9(3)V9(6)    VALUE 0.
002190   77 FECHA-TASA-HALLADA  PIC 9(8)         VALUE 0.
002200* CONTADORES Y SUMAS.
002210   77 CONT-EMP-LEIDOS     PIC 9(6)         VALUE 000000.
002220   77 CONT-EMP-ELEGIBLES  PIC 9(6)         VALUE 000000.
002230   77 CONT-MONEDA-DESC    PIC 9(6)         VALUE 000000.
002240   77 CONT-HIST-LEIDOS    PIC 9(6)         VALUE 000000.
002250   77 CONT-HIST-USADOS    PIC 9(6)         VALUE 000000.
002260   77 CONT-HIST-SIN-MAST  PIC 9(6)         VALUE 000000.
002270   77 CONT-MEZCLA-GRAL    PIC 9(6)         VALUE 000000.
002280   77 CONT-MEZCLA-PROPIA  PIC 9(6)         VALUE 000000.
002290   77 CONT-DEPTOS-PROP    PIC 9(6)         VALUE 000000.
002300   77 SUMA-PLANTILLA      PIC 9(5)         VALUE 0.
002310   77 SUMA-ELEGIBLES      PIC 9(5)         VALUE 0.
002320   77 SUMA-BAJO           PIC 9(11)V99     VALUE 0.
002330   77 SUMA-ESPERADO       PIC 9(11)V99     VALUE 0.
002340   77 SUMA-ALTO           PIC 9(11)V99     VALUE 0.
002350   77 SUMA-PROPUESTA      PIC 9(11)V99     VALUE 0.
002360   77 CONS-BAJO           PIC 9(11)V99     VALUE 0.
002370   77 CONS-ESPERADO       PIC 9(11)V99     VALUE 0.
002380   77 CONS-ALTO           PIC 9(11)V99     VALUE 0.
002390   77 GRAN-CONS-BAJO      PIC 9(11)V99     VALUE 0.
002400   77 GRAN-CONS-ESPERADO  PIC 9(11)V99     VALUE 0.
002410   77 GRAN-CONS-ALTO      PIC 9(11)V99     VALUE 0.
002420   77 DIFERENCIA-PRESUP   PIC S9(11)V99    VALUE 0.
002430   01 TOTALES-MONEDA.
002440     05 TG-MON OCCURS 3 TIMES.
002450       10 TG-PLANTILLA    PIC 9(5).
002460       10 TG-ELEGIBLES    PIC 9(5).
002470       10 TG-BAJO         PIC 9(11)V99.
002480       10 TG-ESPERADO     PIC 9(11)V99.
002490       10 TG-ALTO         PIC 9(11)V99.
002500   77 ED-TOT-A            PIC ZZZ,ZZZ,ZZ9.99.
002510   01 FECHA-CORRIDA.
002520     05 FC-ANIO           PIC 9(4).
002530     05 FC-MES            PIC 99.
002540     05 FC-DIA            PIC 99.
002550   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
002560* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.
002570   77 P-ID                PIC X(4).
002580   77 P-NOM               PIC X(19).
002590   77 P-SEXO              PIC X.
002600   77 P-PUESTO            PIC X(15).
002610   77 P-ANT               PIC X(3).
002620   77 P-REND              PIC X(3).
002630   77 P-SAL               PIC X(9).
002640   77 P-TIPO-EMPLEO       PIC X(1).
002650   77 P-MONEDA            PIC X(3).
002660   77 P-CLAVE             PIC X(25).
002670   77 P-APLICA-BONO       PIC X            VALUE 'N'.
002680   77 P-BONO              PIC 9(7)V99.
002690   77 P-PORC-APLICADO     PIC 99           VALUE 00.
002700   77 P-TIPO-REND         PIC X(13)        VALUE SPACES.
002710   77 P-BONO-FMT          PIC X(15)        VALUE SPACES.
002720   77 P-ORIGEN-TASAS      PIC X            VALUE 'A'.
002730   77 P-FECHA-ALTA        PIC X(8)         VALUE SPACES.
002740   77 P-STATUS            PIC X(1)         VALUE 'A'.
002750   77 P-FECHA-STATUS      PIC X(6)         VALUE SPACES.
002760   77 P-FECHA-CORRIDA     PIC X(8)         VALUE SPACES.
002770   77 P-PLAN              PIC X(2)         VALUE SPACES.
002780   01 P-REND-DERIV.
002790     05 P-REND-USADO      PIC X(3)         VALUE SPACES.
002800     05 P-REND-METODO     PIC X(1)         VALUE SPACE.
002810     05 P-REND-PERIODOS   PIC 9(1)         VALUE 0.
002820* LINEAS DEL REPORTE DE PRONOSTICO.
002830   01 TITULO-PRO.
002840     05 FILLER            PIC X(31)        VALUE
002850          "PRONOSTICO DE BONOS DEL ANIO ".
002860     05 TIT-ANIO          PIC 9(4).
002870     05 FILLER            PIC X(9)         VALUE "  TASAS: ".
002880     05 TIT-TASAS         PIC X(12).
002890     05 FILLER            PIC X(17)        VALUE
002900          "  CONSOLIDA EN ".
002910     05 TIT-MONEDA-RPT    PIC X(3).
002920   01 TITULO-PRO-2.
002930     05 FILLER            PIC X(21)        VALUE
002940          "MEZCLA DE NIVELES DE ".
002950     05 TIT-HIST-DESDE    PIC 9(4).
002960     05 FILLER            PIC X(3)         VALUE " A ".
002970     05 TIT-HIST-HASTA    PIC 9(4).
002980     05 FILLER            PIC X(20)        VALUE
002990          " (AUDHIST)  ANT + ".
003000     05 TIT-AVANCE        PIC 9(3).
003010     05 FILLER            PIC X(24)        VALUE
003020          "  DEPTPROP: ESCENARIO ".
003030     05 TIT-ESCENARIO     PIC X(8).
003040   01 ENCABEZADO-PRO.
003050     05 FILLER            PIC X(20)        VALUE "DEP NOMBRE".
003060     05 FILLER            PIC X(33)        VALUE
003070          "MON PLANT  ELEG MEZCLA I/B/E/S".
003080     05 FILLER            PIC X(15)        VALUE "          BAJO".
003090     05 FILLER            PIC X(15)        VALUE "      ESPERADO".
003100     05 FILLER            PIC X(15)        VALUE "          ALTO".
003110   01 DETALLE-PRO.
003120     05 DET-CODIGO        PIC X(3).
003130     05 FILLER            PIC X(1)         VALUE SPACE.
003140     05 DET-NOMBRE        PIC X(15).
003150     05 FILLER            PIC X(1)         VALUE SPACE.
003160     05 DET-MONEDA        PIC X(3).
003170     05 FILLER            PIC X(1)         VALUE SPACE.
003180     05 DET-PLANTILLA     PIC ZZZZ9.
003190     05 FILLER            PIC X(1)         VALUE SPACE.
003200     05 DET-ELEGIBLES     PIC ZZZZ9.
003210     05 FILLER            PIC X(1)         VALUE SPACE.
003220     05 DET-MEZCLA        PIC X(16).
003230     05 FILLER            PIC X(1)         VALUE SPACE.
003240     05 DET-BAJO          PIC ZZZ,ZZZ,ZZ9.99.
003250     05 FILLER            PIC X(1)         VALUE SPACE.
003260     05 DET-ESPERADO      PIC ZZZ,ZZZ,ZZ9.99.
003270     05 FILLER            PIC X(1)         VALUE SPACE.
003280     05 DET-ALTO          PIC ZZZ,ZZZ,ZZ9.99.
003290   01 MEZCLA-ED.
003300     05 MZ-PORC-1         PIC ZZ9.
003310     05 FILLER            PIC X(1)         VALUE '/'.
003320     05 MZ-PORC-2         PIC ZZ9.
003330     05 FILLER            PIC X(1)         VALUE '/'.
003340     05 MZ-PORC-3         PIC ZZ9.
003350     05 FILLER            PIC X(1)         VALUE '/'.
003360     05 MZ-PORC-4         PIC ZZ9.
003370     05 MZ-MARCA          PIC X(1).
003380   01 LINEA-CONS-PRO.
003390     05 FILLER            PIC X(6)         VALUE SPACES.
003400     05 FILLER            PIC X(15)        VALUE
003410          "CONSOLIDADO EN ".
003420     05 CONS-MONEDA       PIC X(3).
003430     05 FILLER            PIC X(29)        VALUE SPACES.
003440     05 CONS-ED-BAJO      PIC ZZZ,ZZZ,ZZ9.99.
003450     05 FILLER            PIC X(1)         VALUE SPACE.
003460     05 CONS-ED-ESPERADO  PIC ZZZ,ZZZ,ZZ9.99.
003470     05 FILLER            PIC X(1)         VALUE SPACE.
003480     05 CONS-ED-ALTO      PIC ZZZ,ZZZ,ZZ9.99.
003490   01 LINEA-SIN-TASA.
003500     05 FILLER            PIC X(6)         VALUE SPACES.
003510     05 FILLER            PIC X(47)        VALUE
003520          "CONSOLIDADO: SIN TASA VIGENTE EN MONHIST PARA ".
003530     05 SIN-TASA-MONEDA   PIC X(3).
003540   01 LINEA-PRESUP-PRO.
003550     05 FILLER            PIC X(6)         VALUE SPACES.
003560     05 FILLER            PIC X(20)        VALUE
003570          "PRESUPUESTO ACTUAL: ".
003580     05 PRE-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99.
003590     05 FILLER            PIC X(13)        VALUE "  PROPUESTO: ".
003600     05 PRE-PROPUESTO     PIC ZZZ,ZZZ,ZZ9.99.
003610     05 FILLER            PIC X(14)        VALUE "  DIFERENCIA: ".
003620     05 PRE-DIFERENCIA    PIC -ZZZ,ZZZ,ZZ9.99.
003630     05 FILLER            PIC X(1)         VALUE SPACE.
003640     05 PRE-MARCA         PIC X(12).
003650* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
003660* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
003670* ESTADO DE LA CADENA (CADENA1A).
003680   77 FS-RUNLOG          PIC XX           VALUE '00'.
003690   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
003700   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
003710   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
003720   77 COND-LOG           PIC 9(4)         VALUE 0000.
003730* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
003740   01 P-PRED-CADENA.
003750     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
003760     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
003770     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
003780       88 P-PRED-RECHAZADO                VALUE 'R'.
003790     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
003800     05 P-PRED-COND      PIC 9(4)         VALUE 0.
003810     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
003820 PROCEDURE DIVISION.
003830 MAIN-PROCEDURE.
003840     PERFORM INICIAR-RUN-LOG.
003850     PERFORM VERIFICAR-PREDECESORES.
003860     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
003870     COMPUTE ANIO-PRONOSTICO = FC-ANIO + 1.
003880     PERFORM LEER-CONTROL-PRONOSTICO.
003890     COMPUTE ANIO-HIST-DESDE = ANIO-PRONOSTICO - ANIOS-HISTORIA.
003900     MOVE ORIGEN-TASAS TO P-ORIGEN-TASAS.
003910     MOVE ANIO-PRONOSTICO TO P-FECHA-CORRIDA(1:4).
003920     MOVE '1231' TO P-FECHA-CORRIDA(5:4).
003930     PERFORM CARGAR-DEPTOS.
003940     PERFORM CARGAR-HISTORIA-TASAS.
003950     PERFORM ABRIR-MAESTRO.
003960     PERFORM CARGAR-MEZCLA-HISTORICA.
003970     PERFORM PRONOSTICAR-EMPLEADOS.
003980     CLOSE EMPMAST.
003990     PERFORM ASIGNAR-TASAS.
004000     PERFORM IMPRIMIR-REPORTE-PRO.
004010     PERFORM ESCRIBIR-PROPUESTA.
004020     PERFORM ANUNCIAR-RESULTADO.
004030     PERFORM GRABAR-RUN-LOG.
004040     STOP RUN.
004050*----------------------------------------------------------
004060* PARAMETROS DEL CONTROL PROCTL (OPCIONAL). UN VALOR INVALIDO
004070* SE AVISA Y SE USA EL VALOR POR OMISION.
004080*----------------------------------------------------------
004090 LEER-CONTROL-PRONOSTICO.
004100     OPEN INPUT CTL-PRONOSTICO.
004110     IF FS-CTL NOT = '00' THEN
004120       EXIT PARAGRAPH
004130     END-IF.
004140     READ CTL-PRONOSTICO
004150       AT END
004160         CLOSE CTL-PRONOSTICO
004170         EXIT PARAGRAPH
004180     END-READ.
004190     CLOSE CTL-PRONOSTICO.
004200     IF PC-ANIO NUMERIC AND PC-ANIO NOT = ZERO THEN
004210       MOVE PC-ANIO TO ANIO-PRONOSTICO
004220     END-IF.
004230     IF PC-TASAS-ACTUALES OR PC-TASAS-PROPUESTAS THEN
004240       MOVE PC-ORIGEN-TASAS TO ORIGEN-TASAS
004250     ELSE
004260       IF PC-ORIGEN-TASAS NOT = SPACE THEN
004270         DISPLAY "*** ATENCION: ORIGEN DE TASAS '" PC-ORIGEN-TASAS
004280           "' DESCONOCIDO EN PROCTL, SE USA 'A' ***"
004290       END-IF
004300     END-IF.
004310     IF PC-ANIOS-HIST NUMERIC AND PC-ANIOS-HIST NOT = ZERO THEN
004320       MOVE PC-ANIOS-HIST TO ANIOS-HISTORIA
004330     END-IF.
004340     IF PC-AVANCE-ANT NUMERIC THEN
004350       MOVE PC-AVANCE-ANT TO AVANCE-ANT
004360     END-IF.
004370     IF PC-ESCENARIO-VALIDO THEN
004380       MOVE PC-ESCENARIO TO ESCENARIO-PROP
004390     ELSE
004400       IF PC-ESCENARIO NOT = SPACE THEN
004410         DISPLAY "*** ATENCION: ESCENARIO '" PC-ESCENARIO
004420           "' DESCONOCIDO EN PROCTL, SE PROPONE EL ESPERADO ***"
004430       END-IF
004440     END-IF.
004450     EXIT.
004460*----------------------------------------------------------
004470* CARGA CODIGO, NOMBRE, PRESUPUESTO Y PLAN DE CADA
004480* DEPARTAMENTO DESDE DEPTREF. SIN ARCHIVO SE AVISA, SE
004490* PRONOSTICA CON EL PLAN BASE Y NO HAY DEPTREF PROPUESTO.
004500*----------------------------------------------------------
004510 CARGAR-DEPTOS.
004520     OPEN INPUT DEPTO-REF.
004530     IF FS-DEPTREF NOT = '00' THEN
004540       DISPLAY "*** ATENCION: NO SE PUDO ABRIR DEPTREF (FILE"
004550         " STATUS " FS-DEPTREF "), SE PRONOSTICA CON EL PLAN"
004560         " BASE Y SIN PRESUPUESTO ***"
004570       EXIT PARAGRAPH
004580     END-IF.
004590     PERFORM LEER-DEPTO-REF.
004600     PERFORM UNTIL FIN-DEPTOS
004610       IF CANT-DEPTOS < 50 THEN
004620         ADD 1 TO CANT-DEPTOS
004630         MOVE DR-DEPTO TO DEPTO-BUSCADO
004640         PERFORM INICIAR-ENTRADA-DEPTO
004650         MOVE DR-NOMBRE TO TD-NOMBRE(CANT-DEPTOS)
004660         MOVE DR-PRESUPUESTO TO TD-PRESUPUESTO(CANT-DEPTOS)
004670         MOVE DR-PLAN TO TD-PLAN(CANT-DEPTOS)
004675         MOVE DR-CIA TO TD-CIA(CANT-DEPTOS)
004680         MOVE 'Y' TO TD-EN-DEPTREF(CANT-DEPTOS)
004690       ELSE
004700         DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
004710           " SE IGNORA " DR-DEPTO " ***"
004720       END-IF
004730       PERFORM LEER-DEPTO-REF
004740     END-PERFORM.
004750     CLOSE DEPTO-REF.
004760     EXIT.
004770 LEER-DEPTO-REF.
004780     READ DEPTO-REF
004790       AT END
004800         MOVE 'Y' TO SWITCH-FIN-DEPTOS
004810     END-READ.
004820     EXIT.
004830 INICIAR-ENTRADA-DEPTO.
004840     MOVE DEPTO-BUSCADO TO TD-DEPTO(CANT-DEPTOS).
004850     MOVE SPACES TO TD-NOMBRE(CANT-DEPTOS).
004860     MOVE ZERO TO TD-PRESUPUESTO(CANT-DEPTOS).
004870     MOVE SPACES TO TD-PLAN(CANT-DEPTOS).
004875     MOVE SPACES TO TD-CIA(CANT-DEPTOS).
004880     MOVE 'N' TO TD-EN-DEPTREF(CANT-DEPTOS).
004890     MOVE 'N' TO TD-NIVELES-LISTOS(CANT-DEPTOS).
004900     MOVE 'N' TO TD-MEZCLA-GRAL(CANT-DEPTOS).
004910     MOVE ZERO TO TD-HIST-TOTAL(CANT-DEPTOS).
004920     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
004930       MOVE SPACES TO TD-REND-NIVEL(CANT-DEPTOS, NIV)
004940       MOVE ZERO TO TD-HIST-CONTEO(CANT-DEPTOS, NIV)
004950     END-PERFORM.
004960     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
004970       MOVE ZERO TO TD-PLANTILLA(CANT-DEPTOS, MON)
004980       MOVE ZERO TO TD-ELEGIBLES(CANT-DEPTOS, MON)
004990       MOVE ZERO TO TD-BAJO(CANT-DEPTOS, MON)
005000       MOVE ZERO TO TD-ESPERADO(CANT-DEPTOS, MON)
005010       MOVE ZERO TO TD-ALTO(CANT-DEPTOS, MON)
005020     END-PERFORM.
005030     EXIT.
005040 BUSCAR-O-CREAR-DEPTO.
005050     MOVE 0 TO DEP-HALLADO-IDX.
005060     PERFORM VARYING DEP FROM 1 BY 1
005070         UNTIL DEP > CANT-DEPTOS OR DEP-HALLADO-IDX > 0
005080       IF TD-DEPTO(DEP) = DEPTO-BUSCADO THEN
005090         MOVE DEP TO DEP-HALLADO-IDX
005100       END-IF
005110     END-PERFORM.
005120     IF DEP-HALLADO-IDX = 0 THEN
005130       IF CANT-DEPTOS >= 50 THEN
005140         DISPLAY "*** ERROR: TABLA DE DEPARTAMENTOS LLENA,"
005150           " DEPARTAMENTO " DEPTO-BUSCADO " NO CABE,"
005160           " CORRIDA ABORTADA ***"
005170         MOVE 0016 TO COND-LOG
005180         PERFORM GRABAR-RUN-LOG
005190         STOP RUN
005200       END-IF
005210       ADD 1 TO CANT-DEPTOS
005220       PERFORM INICIAR-ENTRADA-DEPTO
005230       MOVE "SIN DEPTREF" TO TD-NOMBRE(CANT-DEPTOS)
005240       MOVE CANT-DEPTOS TO DEP-HALLADO-IDX
005250     END-IF.
005260     EXIT.
005270 BUSCAR-MONEDA.
005280     MOVE 0 TO MON-HALLADA-IDX.
005290     PERFORM VARYING MON FROM 1 BY 1
005300         UNTIL MON > 3 OR MON-HALLADA-IDX > 0
005310       IF TM-MONEDA(MON) = P-MONEDA THEN
005320         MOVE MON TO MON-HALLADA-IDX
005330       END-IF
005340     END-PERFORM.
005350     EXIT.
005360 BUSCAR-NIVEL.
005370     MOVE 0 TO NIV-HALLADO-IDX.
005380     PERFORM VARYING NIV FROM 1 BY 1
005390         UNTIL NIV > 4 OR NIV-HALLADO-IDX > 0
005400       IF TN-NIVEL(NIV) = P-TIPO-REND THEN
005410         MOVE NIV TO NIV-HALLADO-IDX
005420       END-IF
005430     END-PERFORM.
005440     EXIT.
005450 ABRIR-MAESTRO.
005460     OPEN INPUT EMPMAST.
005470     IF FS-EMPMAST NOT = '00' THEN
005480       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
005490         " (FILE STATUS " FS-EMPMAST "), SIN PLANTILLA NO HAY"
005500         " PRONOSTICO, CORRIDA ABORTADA ***"
005510       MOVE 0016 TO COND-LOG
005520       PERFORM GRABAR-RUN-LOG
005530       STOP RUN
005540     END-IF.
005550     EXIT.
005560*----------------------------------------------------------
005570* MEZCLA HISTORICA: CUENTA POR DEPARTAMENTO LOS NIVELES QUE
005580* AUDHIST REGISTRA EN LOS ANIOS DE HISTORIA ANTERIORES AL
005590* ANIO DEL PRONOSTICO. EL DEPARTAMENTO ES EL QUE EL EMPLEADO
005600* TIENE HOY EN EL MAESTRO; UN EMPLEADO QUE YA NO ESTA SOLO
005610* CUENTA EN LA MEZCLA GENERAL. LAS RECUPERACIONES Y LOS
005620* REGISTROS SIN NIVEL (NO ACTIVO, CONTRATO, ANTIGUEDAD) NO
005630* SON CALIFICACIONES Y NO ENTRAN.
005640*----------------------------------------------------------
005650 CARGAR-MEZCLA-HISTORICA.
005660     OPEN INPUT AUD-HISTORIA.
005670     IF FS-AUDHIST NOT = '00' THEN
005680       DISPLAY "*** ATENCION: NO SE PUDO ABRIR AUDHIST (FILE"
005690         " STATUS " FS-AUDHIST "), CADA EMPLEADO SE PRONOSTICA"
005700         " CON SU NIVEL ACTUAL ***"
005710       EXIT PARAGRAPH
005720     END-IF.
005730     PERFORM LEER-AUD-HIST.
005740     PERFORM UNTIL FIN-AUDHIST
005750       PERFORM ANOTAR-MEZCLA
005760       PERFORM LEER-AUD-HIST
005770     END-PERFORM.
005780     CLOSE AUD-HISTORIA.
005790     EXIT.
005800 LEER-AUD-HIST.
005810     READ AUD-HISTORIA
005820       AT END
005830         MOVE 'Y' TO SWITCH-FIN-AUDHIST
005840     END-READ.
005850     EXIT.
005860 ANOTAR-MEZCLA.
005870     ADD 1 TO CONT-HIST-LEIDOS.
005880     MOVE HST-FECHA TO FECHA-HIST-R.
005890     IF FH-ANIO < ANIO-HIST-DESDE OR FH-ANIO >= ANIO-PRONOSTICO
005900       EXIT PARAGRAPH
005910     END-IF.
005920     IF HST-RECUPERACION THEN
005930       EXIT PARAGRAPH
005940     END-IF.
005950     MOVE HST-TIPO-REND TO P-TIPO-REND.
005960     PERFORM BUSCAR-NIVEL.
005970     IF NIV-HALLADO-IDX = 0 THEN
005980       EXIT PARAGRAPH
005990     END-IF.
006000     ADD 1 TO CONT-HIST-USADOS.
006010     ADD 1 TO MG-TOTAL.
006020     ADD 1 TO MG-CONTEO(NIV-HALLADO-IDX).
006030     MOVE HST-ID-EMP TO ID-MAST.
006040     READ EMPMAST
006050       INVALID KEY
006060         ADD 1 TO CONT-HIST-SIN-MAST
006070         EXIT PARAGRAPH
006080     END-READ.
006090     IF DEPTO-MAST = SPACES THEN
006100       MOVE '???' TO DEPTO-BUSCADO
006110     ELSE
006120       MOVE DEPTO-MAST TO DEPTO-BUSCADO
006130     END-IF.
006140     PERFORM BUSCAR-O-CREAR-DEPTO.
006150     ADD 1 TO TD-HIST-TOTAL(DEP-HALLADO-IDX).
006160     ADD 1 TO TD-HIST-CONTEO(DEP-HALLADO-IDX, NIV-HALLADO-IDX).
006170     EXIT.
006180*----------------------------------------------------------
006190* PRONOSTICO POR EMPLEADO DEL MAESTRO (SE RECORRE DESDE EL
006200* PRINCIPIO). UN EMPLEADO DADO DE BAJA NO ES PLANTILLA DEL
006210* ANIO SIGUIENTE.
006220*----------------------------------------------------------
006230 PRONOSTICAR-EMPLEADOS.
006240     MOVE LOW-VALUES TO ID-MAST.
006250     START EMPMAST KEY IS NOT LESS THAN ID-MAST
006260       INVALID KEY
006270         MOVE 'Y' TO SWITCH-FIN-MAST
006280     END-START.
006290     IF NOT FIN-MAST THEN
006300       PERFORM LEER-MAESTRO
006310     END-IF.
006320     PERFORM UNTIL FIN-MAST
006330       PERFORM PRONOSTICAR-EMPLEADO
006340       PERFORM LEER-MAESTRO
006350     END-PERFORM.
006360     EXIT.
006370 LEER-MAESTRO.
006380     READ EMPMAST NEXT
006390       AT END
006400         MOVE 'Y' TO SWITCH-FIN-MAST
006410     END-READ.
006420     EXIT.
006430*----------------------------------------------------------
006440* VALUA AL EMPLEADO EN CADA NIVEL QUE PAGA, CON SU SALARIO,
006450* TIPO DE EMPLEO, ALTA Y STATUS VIGENTES, LA ANTIGUEDAD
006460* AVANZADA UN ANIO Y EL REND REPRESENTATIVO DEL NIVEL EN EL
006470* PLAN DE SU DEPARTAMENTO. SE LLAMA SIN ID PARA QUE EL NIVEL
006480* LO DECIDA EL REND DE PRUEBA Y NO EL PROMEDIO DE RENDHIST.
006490* SI EN EL NIVEL BUEN NO CALIFICA (NO ACTIVO, CONTRATO O
006500* ANTIGUEDAD) NO ENTRA AL PRESUPUESTO. LOS ESCENARIOS
006510* PONDERAN LOS BONOS POR NIVEL CON LA MEZCLA:
006520*   ESPERADO = (C2*B2 + C3*B3 + C4*B4) / N
006530*   BAJO     = (C3*B2 + C4*B3) / N
006540*   ALTO     = (C1*B2 + C2*B3 + (C3+C4)*B4) / N
006550*----------------------------------------------------------
006560 PRONOSTICAR-EMPLEADO.
006570     ADD 1 TO CONT-EMP-LEIDOS.
006580     IF MAST-BAJA THEN
006590       EXIT PARAGRAPH
006600     END-IF.
006610     MOVE MONEDA-MAST TO P-MONEDA.
006620     PERFORM BUSCAR-MONEDA.
006630     IF MON-HALLADA-IDX = 0 THEN
006640       ADD 1 TO CONT-MONEDA-DESC
006650       DISPLAY "*** ATENCION: MONEDA '" P-MONEDA
006660         "' DESCONOCIDA PARA ID " ID-MAST
006670         ", NO ENTRA AL PRONOSTICO ***"
006680       EXIT PARAGRAPH
006690     END-IF.
006700     IF DEPTO-MAST = SPACES THEN
006710       MOVE '???' TO DEPTO-BUSCADO
006720     ELSE
006730       MOVE DEPTO-MAST TO DEPTO-BUSCADO
006740     END-IF.
006750     PERFORM BUSCAR-O-CREAR-DEPTO.
006760     MOVE DEP-HALLADO-IDX TO DEP.
006770     IF TD-NIVELES-LISTOS(DEP) NOT = 'Y' THEN
006780       PERFORM DESCUBRIR-NIVELES
006790     END-IF.
006800     ADD 1 TO TD-PLANTILLA(DEP, MON-HALLADA-IDX).
006810     PERFORM CALCULAR-BONOS-NIVEL.
006820     IF NOT EMPLEADO-ELEGIBLE THEN
006830       EXIT PARAGRAPH
006840     END-IF.
006850     ADD 1 TO CONT-EMP-ELEGIBLES.
006860     ADD 1 TO TD-ELEGIBLES(DEP, MON-HALLADA-IDX).
006870     PERFORM ELEGIR-MEZCLA.
006880     COMPUTE BONO-ESPERADO ROUNDED =
006890       (MU-CONTEO(2) * BN-BONO(2) + MU-CONTEO(3) * BN-BONO(3)
006900        + MU-CONTEO(4) * BN-BONO(4)) / MU-TOTAL.
006910     COMPUTE BONO-BAJO ROUNDED =
006920       (MU-CONTEO(3) * BN-BONO(2) + MU-CONTEO(4) * BN-BONO(3))
006930        / MU-TOTAL.
006940     COMPUTE BONO-ALTO ROUNDED =
006950       (MU-CONTEO(1) * BN-BONO(2) + MU-CONTEO(2) * BN-BONO(3)
006960        + (MU-CONTEO(3) + MU-CONTEO(4)) * BN-BONO(4)) / MU-TOTAL.
006970     ADD BONO-BAJO TO TD-BAJO(DEP, MON-HALLADA-IDX).
006980     ADD BONO-ESPERADO TO TD-ESPERADO(DEP, MON-HALLADA-IDX).
006990     ADD BONO-ALTO TO TD-ALTO(DEP, MON-HALLADA-IDX).
007000     EXIT.
007010*----------------------------------------------------------
007020* REND REPRESENTATIVO DE CADA NIVEL EN EL PLAN DEL
007030* DEPARTAMENTO: EL MENOR REND CON EL QUE SBPROG1A DEVUELVE
007040* ESE NIVEL, PROBANDO DE 000 HACIA ARRIBA CON ANTIGUEDAD
007050* MAXIMA, TIEMPO COMPLETO Y STATUS ACTIVO, COMO CALREN1A.
007060*----------------------------------------------------------
007070 DESCUBRIR-NIVELES.
007080     MOVE SPACES TO P-ID.
007090     MOVE 'PRONOSTICO DE BONO' TO P-NOM.
007100     MOVE 'M' TO P-SEXO.
007110     MOVE SPACES TO P-PUESTO.
007120     MOVE '999' TO P-ANT.
007130     MOVE '100000' TO P-SAL.
007140     MOVE 'F' TO P-TIPO-EMPLEO.
007150     MOVE 'USD' TO P-MONEDA.
007160     MOVE SPACES TO P-FECHA-ALTA.
007170     MOVE 'A' TO P-STATUS.
007180     MOVE SPACES TO P-FECHA-STATUS.
007190     MOVE TD-PLAN(DEP) TO P-PLAN.
007200     PERFORM VARYING REND-PRUEBA FROM 0 BY 1
007210         UNTIL REND-PRUEBA > 999
007220            OR TD-REND-NIVEL(DEP, 4) NOT = SPACES
007230       MOVE REND-PRUEBA TO REND-PRUEBA-3
007240       MOVE REND-PRUEBA-3 TO P-REND
007250       PERFORM LLAMAR-SBPROG1A
007260       PERFORM BUSCAR-NIVEL
007270       IF NIV-HALLADO-IDX > 0 THEN
007280         IF TD-REND-NIVEL(DEP, NIV-HALLADO-IDX) = SPACES THEN
007290           MOVE P-REND TO TD-REND-NIVEL(DEP, NIV-HALLADO-IDX)
007300         END-IF
007310       END-IF
007320     END-PERFORM.
007330     MOVE 'Y' TO TD-NIVELES-LISTOS(DEP).
007340     EXIT.
007350 LLAMAR-SBPROG1A.
007360     MOVE 'N' TO P-APLICA-BONO.
007370     MOVE ZERO TO P-BONO.
007380     MOVE SPACES TO P-TIPO-REND.
007390     CALL 'SBPROG1A' USING P-ID, P-NOM, P-SEXO, P-PUESTO, P-ANT,
007400-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
007410-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
007420-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
007430-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
007440-      P-REND-DERIV.
007450     EXIT.
007460*----------------------------------------------------------
007470* BONO DEL EMPLEADO EN CADA NIVEL. UN NIVEL QUE EL PLAN NO
007480* ALCANZA TOMA EL BONO DEL NIVEL ANTERIOR.
007490*----------------------------------------------------------
007500 CALCULAR-BONOS-NIVEL.
007510     MOVE 'N' TO SWITCH-ELEGIBLE.
007520     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
007530       MOVE ZERO TO BN-BONO(NIV)
007540     END-PERFORM.
007550     IF TD-REND-NIVEL(DEP, 2) = SPACES THEN
007560       EXIT PARAGRAPH
007570     END-IF.
007580     MOVE SPACES TO P-ID.
007590     MOVE SPACES TO P-NOM.
007600     MOVE NOM-MAST TO P-NOM.
007610     MOVE SEXO-MAST TO P-SEXO.
007620     MOVE PUESTO-MAST TO P-PUESTO.
007630     IF ANT-MAST NUMERIC THEN
007640       MOVE ANT-MAST TO ANT-AVANZADA-3
007650       COMPUTE ANT-AVANZADA = ANT-AVANZADA-3 + AVANCE-ANT
007660       IF ANT-AVANZADA > 999 THEN
007670         MOVE 999 TO ANT-AVANZADA
007680       END-IF
007690       MOVE ANT-AVANZADA TO ANT-AVANZADA-3
007700       MOVE ANT-AVANZADA-3 TO P-ANT
007710     ELSE
007720       MOVE ANT-MAST TO P-ANT
007730     END-IF.
007740     MOVE SAL-MAST TO P-SAL.
007750     MOVE TIPO-EMPLEO-MAST TO P-TIPO-EMPLEO.
007760     MOVE MONEDA-MAST TO P-MONEDA.
007770     MOVE FECHA-ALTA-MAST TO P-FECHA-ALTA.
007780     MOVE STATUS-MAST TO P-STATUS.
007790     MOVE FECHA-STATUS-MAST TO P-FECHA-STATUS.
007800     MOVE TD-PLAN(DEP) TO P-PLAN.
007810     PERFORM VARYING NIV FROM 2 BY 1 UNTIL NIV > 4
007820       IF TD-REND-NIVEL(DEP, NIV) = SPACES THEN
007830         MOVE BN-BONO(NIV - 1) TO BN-BONO(NIV)
007840       ELSE
007850         MOVE TD-REND-NIVEL(DEP, NIV) TO P-REND
007860         PERFORM LLAMAR-SBPROG1A
007870         IF P-APLICA-BONO = 'Y' THEN
007880           MOVE P-BONO TO BN-BONO(NIV)
007890           MOVE 'Y' TO SWITCH-ELEGIBLE
007900         END-IF
007910       END-IF
007920     END-PERFORM.
007930     EXIT.
007940*----------------------------------------------------------
007950* MEZCLA QUE SE APLICA: LA DEL DEPARTAMENTO SI TIENE
007960* HISTORIA, SI NO LA GENERAL; SIN NINGUNA HISTORIA, EL NIVEL
007970* QUE EL EMPLEADO TENDRIA HOY CON SU REND-MAST (BUEN SI NO
007980* SE PUEDE CLASIFICAR).
007990*----------------------------------------------------------
008000 ELEGIR-MEZCLA.
008010     IF TD-HIST-TOTAL(DEP) > 0 THEN
008020       MOVE TD-HIST-TOTAL(DEP) TO MU-TOTAL
008030       PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
008040         MOVE TD-HIST-CONTEO(DEP, NIV) TO MU-CONTEO(NIV)
008050       END-PERFORM
008060       EXIT PARAGRAPH
008070     END-IF.
008080     IF MG-TOTAL > 0 THEN
008090       MOVE MEZCLA-GENERAL TO MEZCLA-USO
008100       MOVE 'Y' TO TD-MEZCLA-GRAL(DEP)
008110       ADD 1 TO CONT-MEZCLA-GRAL
008120       EXIT PARAGRAPH
008130     END-IF.
008140     ADD 1 TO CONT-MEZCLA-PROPIA.
008150     MOVE 1 TO MU-TOTAL.
008160     PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
008170       MOVE ZERO TO MU-CONTEO(NIV)
008180     END-PERFORM.
008190     MOVE '999' TO P-ANT.
008200     MOVE 'F' TO P-TIPO-EMPLEO.
008210     MOVE SPACES TO P-FECHA-ALTA.
008220     MOVE 'A' TO P-STATUS.
008230     MOVE REND-MAST TO P-REND.
008240     PERFORM LLAMAR-SBPROG1A.
008250     PERFORM BUSCAR-NIVEL.
008260     IF NIV-HALLADO-IDX = 0 THEN
008270       MOVE 2 TO NIV-HALLADO-IDX
008280     END-IF.
008290     MOVE 1 TO MU-CONTEO(NIV-HALLADO-IDX).
008300     EXIT.
008310*----------------------------------------------------------
008320* CARGA EL HISTORIAL DE TASAS CON FECHA DE VIGENCIA
008330* (MONHIST). SIN HISTORIAL EL PRONOSTICO SALE POR MONEDA,
008340* SIN CONSOLIDAR.
008350*----------------------------------------------------------
008360 CARGAR-HISTORIA-TASAS.
008370     OPEN INPUT MONEDA-HIST.
008380     IF FS-MONHIST NOT = '00' THEN
008390       DISPLAY "*** ATENCION: SIN HISTORIAL MONHIST (FILE"
008400         " STATUS " FS-MONHIST "), EL PRONOSTICO NO SE"
008410         " CONSOLIDA ***"
008420       EXIT PARAGRAPH
008430     END-IF.
008440     PERFORM LEER-MONHIST.
008450     PERFORM UNTIL FIN-MONHIST
008460       IF CANT-HIST < 200 THEN
008470         ADD 1 TO CANT-HIST
008480         MOVE MH-MONEDA TO TH-MONEDA(CANT-HIST)
008490         MOVE MH-TASA TO TH-TASA(CANT-HIST)
008500         MOVE MH-FECHA-VIGENCIA TO TH-FECHA(CANT-HIST)
008510         IF MH-MONEDA-RPT NOT = SPACES THEN
008520           MOVE MH-MONEDA-RPT TO MONEDA-REPORTE
008530         END-IF
008540       ELSE
008550         DISPLAY "*** ATENCION: HISTORIAL DE TASAS LLENO, SE"
008560           " IGNORA " MH-MONEDA " " MH-FECHA-VIGENCIA " ***"
008570       END-IF
008580       PERFORM LEER-MONHIST
008590     END-PERFORM.
008600     CLOSE MONEDA-HIST.
008610     EXIT.
008620 LEER-MONHIST.
008630     READ MONEDA-HIST
008640       AT END
008650         MOVE 'Y' TO SWITCH-FIN-MONHIST
008660     END-READ.
008670     EXIT.
008680*----------------------------------------------------------
008690* BUSQUEDA PUNTUAL EN EL HISTORIAL: LA TASA DE LA MONEDA EN
008700* MONEDA-A-RESTATEAR CON LA FECHA DE VIGENCIA MAS RECIENTE
008710* QUE NO EXCEDA FECHA-OBJETIVO.
008720*----------------------------------------------------------
008730 BUSCAR-TASA-VIGENTE.
008740     MOVE ZERO TO TASA-HALLADA.
008750     MOVE ZERO TO FECHA-TASA-HALLADA.
008760     PERFORM VARYING MH FROM 1 BY 1 UNTIL MH > CANT-HIST
008770       IF TH-MONEDA(MH) = MONEDA-A-RESTATEAR
008780           AND TH-FECHA(MH) <= FECHA-OBJETIVO
008790           AND TH-FECHA(MH) >= FECHA-TASA-HALLADA THEN
008800         MOVE TH-TASA(MH) TO TASA-HALLADA
008810         MOVE TH-FECHA(MH) TO FECHA-TASA-HALLADA
008820       END-IF
008830     END-PERFORM.
008840     EXIT.
008850*----------------------------------------------------------
008860* TASA DE CADA MONEDA A LA FECHA DE LA CORRIDA (LA ULTIMA
008870* CONOCIDA; EL ANIO DEL PRONOSTICO NO TIENE TASA TODAVIA).
008880* LA MONEDA DE REPORTE VA A 1.
008890*----------------------------------------------------------
008900 ASIGNAR-TASAS.
008910     MOVE FECHA-CORRIDA-R TO FECHA-OBJETIVO.
008920     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
008930       IF TM-MONEDA(MON) = MONEDA-REPORTE THEN
008940         MOVE 1 TO TT-TASA(MON)
008950       ELSE
008960         MOVE TM-MONEDA(MON) TO MONEDA-A-RESTATEAR
008970         PERFORM BUSCAR-TASA-VIGENTE
008980         MOVE TASA-HALLADA TO TT-TASA(MON)
008990       END-IF
009000     END-PERFORM.
009010     EXIT.
009020*----------------------------------------------------------
009030* REPORTE DEL PRONOSTICO: POR DEPARTAMENTO UNA LINEA POR
009040* MONEDA CON PLANTILLA, ELEGIBLES, MEZCLA (% POR NIVEL, 'G'
009050* SI ES LA GENERAL) Y LOS TRES ESCENARIOS; EL CONSOLIDADO EN
009060* LA MONEDA DE REPORTE Y EL PRESUPUESTO ACTUAL CONTRA EL
009070* PROPUESTO. AL FINAL LOS TOTALES POR MONEDA Y CONSOLIDADOS.
009080*----------------------------------------------------------
009090 IMPRIMIR-REPORTE-PRO.
009100     OPEN OUTPUT RPT-PRONOSTICO.
009110     MOVE ANIO-PRONOSTICO TO TIT-ANIO.
009120     IF TASAS-PROPUESTAS THEN
009130       MOVE "PROPUESTAS" TO TIT-TASAS
009140     ELSE
009150       MOVE "ACTUALES" TO TIT-TASAS
009160     END-IF.
009170     MOVE MONEDA-REPORTE TO TIT-MONEDA-RPT.
009180     MOVE TITULO-PRO TO LINEA-RPT-PRO.
009190     WRITE LINEA-RPT-PRO.
009200     MOVE ANIO-HIST-DESDE TO TIT-HIST-DESDE.
009210     COMPUTE TIT-HIST-HASTA = ANIO-PRONOSTICO - 1.
009220     MOVE AVANCE-ANT TO TIT-AVANCE.
009230     EVALUATE TRUE
009240       WHEN ESCENARIO-BAJO
009250         MOVE "BAJO" TO TIT-ESCENARIO
009260       WHEN ESCENARIO-ALTO
009270         MOVE "ALTO" TO TIT-ESCENARIO
009280       WHEN OTHER
009290         MOVE "ESPERADO" TO TIT-ESCENARIO
009300     END-EVALUATE.
009310     MOVE TITULO-PRO-2 TO LINEA-RPT-PRO.
009320     WRITE LINEA-RPT-PRO.
009330     MOVE SPACES TO LINEA-RPT-PRO.
009340     WRITE LINEA-RPT-PRO.
009350     MOVE ENCABEZADO-PRO TO LINEA-RPT-PRO.
009360     WRITE LINEA-RPT-PRO.
009370     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
009380       MOVE ZERO TO TG-PLANTILLA(MON)
009390       MOVE ZERO TO TG-ELEGIBLES(MON)
009400       MOVE ZERO TO TG-BAJO(MON)
009410       MOVE ZERO TO TG-ESPERADO(MON)
009420       MOVE ZERO TO TG-ALTO(MON)
009430     END-PERFORM.
009440     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
009450       PERFORM IMPRIMIR-DEPTO
009460     END-PERFORM.
009470     PERFORM IMPRIMIR-TOTALES.
009480     CLOSE RPT-PRONOSTICO.
009490     EXIT.
009500 IMPRIMIR-DEPTO.
009510     MOVE ZERO TO SUMA-PLANTILLA.
009520     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
009530       ADD TD-PLANTILLA(DEP, MON) TO SUMA-PLANTILLA
009540     END-PERFORM.
009550     IF SUMA-PLANTILLA = 0 AND TD-EN-DEPTREF(DEP) NOT = 'Y' THEN
009560       EXIT PARAGRAPH
009570     END-IF.
009580     MOVE SPACES TO LINEA-RPT-PRO.
009590     WRITE LINEA-RPT-PRO.
009600     MOVE ZERO TO CONS-BAJO.
009610     MOVE ZERO TO CONS-ESPERADO.
009620     MOVE ZERO TO CONS-ALTO.
009630     MOVE ZERO TO SUMA-PROPUESTA.
009640     MOVE 'Y' TO SWITCH-CONS-DEPTO.
009650     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
009660       IF TD-PLANTILLA(DEP, MON) > 0 THEN
009670         PERFORM IMPRIMIR-LINEA-MONEDA
009680       END-IF
009690     END-PERFORM.
009700     IF SUMA-PLANTILLA = 0 THEN
009710       MOVE TD-DEPTO(DEP) TO DET-CODIGO
009720       MOVE TD-NOMBRE(DEP) TO DET-NOMBRE
009730       MOVE SPACES TO DET-MONEDA
009740       MOVE ZERO TO DET-PLANTILLA
009750       MOVE ZERO TO DET-ELEGIBLES
009760       MOVE SPACES TO DET-MEZCLA
009770       MOVE ZERO TO DET-BAJO
009780       MOVE ZERO TO DET-ESPERADO
009790       MOVE ZERO TO DET-ALTO
009800       MOVE DETALLE-PRO TO LINEA-RPT-PRO
009810       WRITE LINEA-RPT-PRO
009820     END-IF.
009830     IF CONS-DEPTO-OK THEN
009840       MOVE MONEDA-REPORTE TO CONS-MONEDA
009850       MOVE CONS-BAJO TO CONS-ED-BAJO
009860       MOVE CONS-ESPERADO TO CONS-ED-ESPERADO
009870       MOVE CONS-ALTO TO CONS-ED-ALTO
009880       MOVE LINEA-CONS-PRO TO LINEA-RPT-PRO
009890       WRITE LINEA-RPT-PRO
009900       ADD CONS-BAJO TO GRAN-CONS-BAJO
009910       ADD CONS-ESPERADO TO GRAN-CONS-ESPERADO
009920       ADD CONS-ALTO TO GRAN-CONS-ALTO
009930     ELSE
009940       MOVE 'N' TO SWITCH-CONSOLIDA
009950       MOVE LINEA-SIN-TASA TO LINEA-RPT-PRO
009960       WRITE LINEA-RPT-PRO
009970     END-IF.
009980     MOVE TD-PRESUPUESTO(DEP) TO PRE-ACTUAL.
009990     MOVE SUMA-PROPUESTA TO PRE-PROPUESTO.
010000     COMPUTE DIFERENCIA-PRESUP =
010010       SUMA-PROPUESTA - TD-PRESUPUESTO(DEP).
010020     MOVE DIFERENCIA-PRESUP TO PRE-DIFERENCIA.
010030     IF TD-EN-DEPTREF(DEP) = 'Y' THEN
010040       MOVE SPACES TO PRE-MARCA
010050     ELSE
010060       MOVE "*SIN DEPTREF" TO PRE-MARCA
010070     END-IF.
010080     MOVE LINEA-PRESUP-PRO TO LINEA-RPT-PRO.
010090     WRITE LINEA-RPT-PRO.
010100     EXIT.
010110 IMPRIMIR-LINEA-MONEDA.
010120     MOVE TD-DEPTO(DEP) TO DET-CODIGO.
010130     MOVE TD-NOMBRE(DEP) TO DET-NOMBRE.
010140     MOVE TM-MONEDA(MON) TO DET-MONEDA.
010150     MOVE TD-PLANTILLA(DEP, MON) TO DET-PLANTILLA.
010160     MOVE TD-ELEGIBLES(DEP, MON) TO DET-ELEGIBLES.
010170     PERFORM FORMATEAR-MEZCLA.
010180     MOVE TD-BAJO(DEP, MON) TO DET-BAJO.
010190     MOVE TD-ESPERADO(DEP, MON) TO DET-ESPERADO.
010200     MOVE TD-ALTO(DEP, MON) TO DET-ALTO.
010210     MOVE DETALLE-PRO TO LINEA-RPT-PRO.
010220     WRITE LINEA-RPT-PRO.
010230     ADD TD-PLANTILLA(DEP, MON) TO TG-PLANTILLA(MON).
010240     ADD TD-ELEGIBLES(DEP, MON) TO TG-ELEGIBLES(MON).
010250     ADD TD-BAJO(DEP, MON) TO TG-BAJO(MON).
010260     ADD TD-ESPERADO(DEP, MON) TO TG-ESPERADO(MON).
010270     ADD TD-ALTO(DEP, MON) TO TG-ALTO(MON).
010280     EVALUATE TRUE
010290       WHEN ESCENARIO-BAJO
010300         ADD TD-BAJO(DEP, MON) TO SUMA-PROPUESTA
010310       WHEN ESCENARIO-ALTO
010320         ADD TD-ALTO(DEP, MON) TO SUMA-PROPUESTA
010330       WHEN OTHER
010340         ADD TD-ESPERADO(DEP, MON) TO SUMA-PROPUESTA
010350     END-EVALUATE.
010360     IF TD-ALTO(DEP, MON) > 0 AND TT-TASA(MON) = ZERO THEN
010370       MOVE 'N' TO SWITCH-CONS-DEPTO
010380       MOVE TM-MONEDA(MON) TO SIN-TASA-MONEDA
010390     END-IF.
010400     COMPUTE CONS-BAJO ROUNDED =
010410       CONS-BAJO + TD-BAJO(DEP, MON) * TT-TASA(MON).
010420     COMPUTE CONS-ESPERADO ROUNDED =
010430       CONS-ESPERADO + TD-ESPERADO(DEP, MON) * TT-TASA(MON).
010440     COMPUTE CONS-ALTO ROUNDED =
010450       CONS-ALTO + TD-ALTO(DEP, MON) * TT-TASA(MON).
010460     EXIT.
010470*----------------------------------------------------------
010480* MEZCLA EN PORCENTAJE: LA DEL DEPARTAMENTO O, MARCADA CON
010490* 'G', LA GENERAL. SIN HISTORIA QUEDA EN BLANCO.
010500*----------------------------------------------------------
010510 FORMATEAR-MEZCLA.
010520     MOVE SPACES TO MZ-MARCA.
010530     IF TD-HIST-TOTAL(DEP) > 0 THEN
010540       MOVE TD-HIST-TOTAL(DEP) TO MU-TOTAL
010550       PERFORM VARYING NIV FROM 1 BY 1 UNTIL NIV > 4
010560         MOVE TD-HIST-CONTEO(DEP, NIV) TO MU-CONTEO(NIV)
010570       END-PERFORM
010580     ELSE
010590       IF MG-TOTAL > 0 THEN
010600         MOVE MEZCLA-GENERAL TO MEZCLA-USO
010610         MOVE 'G' TO MZ-MARCA
010620       ELSE
010630         MOVE SPACES TO DET-MEZCLA
010640         EXIT PARAGRAPH
010650       END-IF
010660     END-IF.
010670     COMPUTE MZ-PORC-1 ROUNDED = MU-CONTEO(1) * 100 / MU-TOTAL.
010680     COMPUTE MZ-PORC-2 ROUNDED = MU-CONTEO(2) * 100 / MU-TOTAL.
010690     COMPUTE MZ-PORC-3 ROUNDED = MU-CONTEO(3) * 100 / MU-TOTAL.
010700     COMPUTE MZ-PORC-4 ROUNDED = MU-CONTEO(4) * 100 / MU-TOTAL.
010710     MOVE MEZCLA-ED TO DET-MEZCLA.
010720     EXIT.
010730 IMPRIMIR-TOTALES.
010740     MOVE SPACES TO LINEA-RPT-PRO.
010750     WRITE LINEA-RPT-PRO.
010760     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
010770       IF TG-PLANTILLA(MON) > 0 THEN
010780         MOVE SPACES TO DET-CODIGO
010790         MOVE "TOTAL GENERAL" TO DET-NOMBRE
010800         MOVE TM-MONEDA(MON) TO DET-MONEDA
010810         MOVE TG-PLANTILLA(MON) TO DET-PLANTILLA
010820         MOVE TG-ELEGIBLES(MON) TO DET-ELEGIBLES
010830         MOVE SPACES TO DET-MEZCLA
010840         MOVE TG-BAJO(MON) TO DET-BAJO
010850         MOVE TG-ESPERADO(MON) TO DET-ESPERADO
010860         MOVE TG-ALTO(MON) TO DET-ALTO
010870         MOVE DETALLE-PRO TO LINEA-RPT-PRO
010880         WRITE LINEA-RPT-PRO
010890       END-IF
010900     END-PERFORM.
010910     IF CONSOLIDACION-OK THEN
010920       MOVE MONEDA-REPORTE TO CONS-MONEDA
010930       MOVE GRAN-CONS-BAJO TO CONS-ED-BAJO
010940       MOVE GRAN-CONS-ESPERADO TO CONS-ED-ESPERADO
010950       MOVE GRAN-CONS-ALTO TO CONS-ED-ALTO
010960       MOVE LINEA-CONS-PRO TO LINEA-RPT-PRO
010970       WRITE LINEA-RPT-PRO
010980     ELSE
010990       MOVE "CONSOLIDADO GENERAL NO DISPONIBLE: FALTAN TASAS"
011000         TO LINEA-RPT-PRO(7:48)
011010       WRITE LINEA-RPT-PRO
011020     END-IF.
011030     MOVE SPACES TO LINEA-RPT-PRO.
011040     WRITE LINEA-RPT-PRO.
011050     MOVE "MEZCLA: % INSUFIC/BUEN/EXCEL/SOBRES DEL DEPTO, AUDHIST"
011060       TO LINEA-RPT-PRO.
011070     WRITE LINEA-RPT-PRO.
011080     MOVE "G = MEZCLA GENERAL, DEPTO SIN HISTORIA PROPIA."
011090       TO LINEA-RPT-PRO.
011100     WRITE LINEA-RPT-PRO.
011110     MOVE "EL PROPUESTO SUMA LAS MONEDAS NOMINALES, IGUAL QUE EL"
011120       TO LINEA-RPT-PRO.
011130     WRITE LINEA-RPT-PRO.
011140     MOVE "RESUMEN PRESUPUESTO VS PAGADO DE LA CORRIDA."
011150       TO LINEA-RPT-PRO.
011160     WRITE LINEA-RPT-PRO.
011170     EXIT.
011180*----------------------------------------------------------
011190* DEPTREF PROPUESTO: CADA DEPARTAMENTO DE DEPTREF CON SU
011200* NOMBRE Y PLAN Y EL PRESUPUESTO DEL ESCENARIO ELEGIDO,
011210* SUMANDO LAS MONEDAS NOMINALES COMO EL RESUMEN PRESUPUESTO
011220* VS PAGADO DE MNPROG1A. LOS QUE NO ESTAN EN DEPTREF SOLO SE
011230* REPORTAN.
011240*----------------------------------------------------------
011250 ESCRIBIR-PROPUESTA.
011260     OPEN OUTPUT DEPTO-PROP.
011270     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
011280       IF TD-EN-DEPTREF(DEP) = 'Y' THEN
011290         PERFORM ESCRIBIR-DEPTO-PROP
011300       END-IF
011310     END-PERFORM.
011320     CLOSE DEPTO-PROP.
011330     EXIT.
011340 ESCRIBIR-DEPTO-PROP.
011350     MOVE SPACES TO DEPTO-PROPUESTO.
011360     MOVE TD-DEPTO(DEP) TO DP-DEPTO.
011370     MOVE TD-NOMBRE(DEP) TO DP-NOMBRE.
011380     MOVE TD-PLAN(DEP) TO DP-PLAN.
011385     MOVE TD-CIA(DEP) TO DP-CIA.
011390     MOVE ZERO TO DP-PRESUPUESTO.
011400     PERFORM VARYING MON FROM 1 BY 1 UNTIL MON > 3
011410       EVALUATE TRUE
011420         WHEN ESCENARIO-BAJO
011430           ADD TD-BAJO(DEP, MON) TO DP-PRESUPUESTO
011440         WHEN ESCENARIO-ALTO
011450           ADD TD-ALTO(DEP, MON) TO DP-PRESUPUESTO
011460         WHEN OTHER
011470           ADD TD-ESPERADO(DEP, MON) TO DP-PRESUPUESTO
011480       END-EVALUATE
011490     END-PERFORM.
011500     MOVE DEPTO-PROPUESTO TO REG-DEPTO-PROP.
011510     WRITE REG-DEPTO-PROP.
011520     ADD 1 TO CONT-DEPTOS-PROP.
011530     EXIT.
011540 ANUNCIAR-RESULTADO.
011550     DISPLAY "---------- PRONOSTICO DE BONOS ----------".
011560     DISPLAY " ANIO PRONOSTICADO:        " ANIO-PRONOSTICO.
011570     DISPLAY " ORIGEN DE TASAS:          " ORIGEN-TASAS.
011580     DISPLAY " ESCENARIO PROPUESTO:      " ESCENARIO-PROP.
011590     DISPLAY " EMPLEADOS LEIDOS:         " CONT-EMP-LEIDOS.
011600     DISPLAY " EMPLEADOS ELEGIBLES:      " CONT-EMP-ELEGIBLES.
011610     DISPLAY " MONEDA DESCONOCIDA:       " CONT-MONEDA-DESC.
011620     DISPLAY " HISTORICO LEIDO:          " CONT-HIST-LEIDOS.
011630     DISPLAY " CALIFICACIONES USADAS:    " CONT-HIST-USADOS.
011640     DISPLAY " SIN EMPLEADO EN MAESTRO:  " CONT-HIST-SIN-MAST.
011650     DISPLAY " CON MEZCLA GENERAL:       " CONT-MEZCLA-GRAL.
011660     DISPLAY " CON SU NIVEL ACTUAL:      " CONT-MEZCLA-PROPIA.
011670     DISPLAY " DEPARTAMENTOS PROPUESTOS: " CONT-DEPTOS-PROP.
011680     IF CONSOLIDACION-OK THEN
011690       MOVE GRAN-CONS-ESPERADO TO ED-TOT-A
011700       DISPLAY " ESPERADO CONSOLIDADO EN " MONEDA-REPORTE ": "
011710         ED-TOT-A
011720     ELSE
011730       DISPLAY "*** ATENCION: FALTAN TASAS EN MONHIST, EL"
011740         " PRONOSTICO NO SE CONSOLIDO ***"
011750     END-IF.
011760     EXIT.
011770*----------------------------------------------------------
011780* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
011790* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
011800* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). UNA MONEDA
011810* DESCONOCIDA O UN PRONOSTICO SIN CONSOLIDAR DEJAN 0004.
011820*----------------------------------------------------------
011830 INICIAR-RUN-LOG.
011840     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
011850     ACCEPT HORA-ACEPT-LOG FROM TIME.
011860     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
011870     EXIT.
011880*----------------------------------------------------------
011890* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
011900* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
011910* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
011920* REGISTRA PREDEC1A.
011930*----------------------------------------------------------
011940 VERIFICAR-PREDECESORES.
011950     MOVE 'PROBON1A' TO P-PRED-PROGRAMA.
011960     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
011970     CALL 'PREDEC1A' USING P-PRED-CADENA.
011980     IF P-PRED-RECHAZADO THEN
011990       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
012000         " CORRIDA ABORTADA ***"
012010       MOVE 0016 TO COND-LOG
012020       PERFORM GRABAR-RUN-LOG
012030       STOP RUN
012040     END-IF.
012050     EXIT.
012060 GRABAR-RUN-LOG.
012070     OPEN EXTEND RUN-LOG.
012080     IF FS-RUNLOG = '35' THEN
012090       OPEN OUTPUT RUN-LOG
012100     END-IF.
012110     IF FS-RUNLOG NOT = '00' THEN
012120       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
012130         " (FILE STATUS " FS-RUNLOG ") ***"
012140       EXIT PARAGRAPH
012150     END-IF.
012160     MOVE 'PROBON1A' TO RL-PROGRAMA.
012170     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
012180     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
012190     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
012200     ACCEPT HORA-ACEPT-LOG FROM TIME.
012210     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
012220     MOVE CONT-EMP-LEIDOS TO RL-LEIDOS.
012230     MOVE CONT-DEPTOS-PROP TO RL-ESCRITOS.
012240     MOVE CONT-MONEDA-DESC TO RL-RECHAZADOS.
012250     IF COND-LOG = 0000 AND (CONT-MONEDA-DESC > 0
012260         OR NOT CONSOLIDACION-OK) THEN
012270       MOVE 0004 TO COND-LOG
012280     END-IF.
012290     MOVE COND-LOG TO RL-COND.
012300     MOVE P-PRED-RESULTADO TO RL-TIPO.
012310     MOVE P-PRED-PASO TO RL-PREDECESOR.
012320     MOVE P-PRED-COND TO RL-COND-PRED.
012330     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
012335     MOVE SPACES TO RL-MOTIVO.
012340     WRITE REG-RUN-LOG.
012350     CLOSE RUN-LOG.
012360     EXIT.
012370 END PROGRAM PROBON1A.
