000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: CONSTANCIA ANUAL DE RETENCIONES SOBRE BONOS. RELEE    *
000050*           LAS AUDITORIAS ARCHIVADAS DEL ANIO (AUDHIST) Y LOS   *
000060*           AJUSTES RETROACTIVOS DEL ANIO (AJUSTANO), SUMA POR   *
000070*           EMPLEADO EL BONO BRUTO, LO RETENIDO Y EL NETO, Y     *
000080*           CRUZA EL BRUTO CONTRA EL ACUMULADO VIVO YTDBONO      *
000090*           (MISMA DERIVACION QUE RECYTD1A). PRODUCE UNA         *
000100*           CONSTANCIA IMPRESA POR EMPLEADO (RPTCERT) Y EL       *
000110*           ARCHIVO DE CONSTANCIAS PARA NOMINA (CERTRET), CADA   *
000120*           UNA MARCADA SI CUADRA O NO CON YTDBONO. EL ANIO      *
000130*           VIENE EN EL CONTROL CERCTL Y POR OMISION ES EL ANIO  *
000140*           EN CURSO.                                            *
000141* MOD-HISTORY:                                                   *
000142*   15/10/2026 FPG  LAS RECUPERACIONES POR BAJA ANTICIPADA       *
000143*                   (TIPO-REND RECUPERACION DE RECBON1A) DE UN   *
000144*                   PAGO DEL MISMO ANIO RESTAN DEL BRUTO DE LA   *
000145*                   CONSTANCIA, COMO EN YTDBONO; LO RETENIDO NO  *
000146*                   CAMBIA.                                      *
000147*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000148*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000149*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000150*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000151*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000152*                   EL RESULTADO DE LA VERIFICACION.             *
000153******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. CERRET1A.
000180 ENVIRONMENT DIVISION.
000190*CONFIGURATION SECTION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT AUD-HISTORIA ASSIGN TO AUDHIST
000230       ORGANIZATION IS SEQUENTIAL
000240       FILE STATUS IS FS-AUDHIST.
000250     SELECT AJUSTES-ANIO ASSIGN TO AJUSTANO
000260       ORGANIZATION IS SEQUENTIAL
000270       FILE STATUS IS FS-AJUSTANO.
000280     SELECT YTD-BONO ASSIGN TO YTDBONO
000290       ORGANIZATION IS INDEXED
000300       ACCESS MODE IS DYNAMIC
000310       RECORD KEY IS YTD-ID-EMP
000320       FILE STATUS IS FS-YTD.
000330     SELECT EMPMAST ASSIGN TO EMPMAST
000340       ORGANIZATION IS INDEXED
000350       ACCESS MODE IS RANDOM
000360       RECORD KEY IS ID-MAST
000370       FILE STATUS IS FS-EMPMAST.
000380     SELECT CTL-CERT ASSIGN TO CERCTL
000390       ORGANIZATION IS SEQUENTIAL
000400       FILE STATUS IS FS-CTL.
000410     SELECT TRABAJO-CERT ASSIGN TO CERTRAB
000420       ORGANIZATION IS INDEXED
000430       ACCESS MODE IS DYNAMIC
000440       RECORD KEY IS CE-ID-EMP
000450       FILE STATUS IS FS-TRAB.
000460     SELECT CONSTANCIAS ASSIGN TO CERTRET
000470       ORGANIZATION IS SEQUENTIAL.
000480     SELECT RPT-CERT ASSIGN TO RPTCERT
000490       ORGANIZATION IS SEQUENTIAL.
000500     SELECT RUN-LOG ASSIGN TO RUNLOG
000510       ORGANIZATION IS SEQUENTIAL
000520       FILE STATUS IS FS-RUNLOG.
000530 DATA DIVISION.
000540 FILE SECTION.
000550   FD AUD-HISTORIA
000560       RECORDING MODE IS F
000570       DATA RECORD IS REG-AUD-HIST.
000580   COPY AUDHSTRG.
000590   FD AJUSTES-ANIO
000600       RECORDING MODE IS F
000610       DATA RECORD IS REG-AJUSTE.
000620   COPY AJUSTREG.
000630   FD YTD-BONO
000640       RECORDING MODE IS F
000650       DATA RECORD IS REG-YTD.
000660   01 REG-YTD.
000670     05 YTD-ID-EMP        PIC X(4).
000680     05 YTD-ANIO          PIC 9(4).
000690     05 YTD-ACUMULADO     PIC 9(9)V99.
000700   FD EMPMAST
000710       RECORDING MODE IS F
000720       DATA RECORD IS REG-MAST.
000730   COPY EMPMASTR.
000740   FD CTL-CERT
000750       RECORDING MODE IS F
000760       DATA RECORD IS REG-CTL-CERT.
000770   01 REG-CTL-CERT.
000780     05 CC-ANIO           PIC 9(4).
000790* ARCHIVO DE TRABAJO DE LOS TOTALES DEL ANIO POR EMPLEADO,
000800* INDEXADO POR ID-EMP (COMO YTDTRAB EN RECYTD1A).
000810   FD TRABAJO-CERT
000820       RECORDING MODE IS F
000830       DATA RECORD IS REG-TRABAJO-CERT.
000840   01 REG-TRABAJO-CERT.
000850     05 CE-ID-EMP         PIC X(4).
000860     05 CE-MONEDA         PIC X(3).
000870     05 CE-BRUTO          PIC 9(9)V99.
000880     05 CE-RETENIDO       PIC 9(9)V99.
000890     05 CE-PAGOS          PIC 9(4).
000900* CONSTANCIA POR EMPLEADO PARA NOMINA: BRUTO, RETENIDO Y NETO
000910* DEL ANIO MAS EL ACUMULADO YTDBONO Y SI CUADRA.
000920   FD CONSTANCIAS
000930       RECORDING MODE IS F
000940       DATA RECORD IS REG-CONSTANCIA.
000950   01 REG-CONSTANCIA.
000960     05 CN-ANIO           PIC 9(4).
000970     05 CN-ID-EMP         PIC X(4).
000980     05 CN-NOMBRE         PIC X(19).
000990     05 CN-MONEDA         PIC X(3).
001000     05 CN-BRUTO          PIC 9(9)V99.
001010     05 CN-RETENIDO       PIC 9(9)V99.
001020     05 CN-NETO           PIC 9(9)V99.
001030     05 CN-YTD            PIC 9(9)V99.
001040     05 CN-CUADRA         PIC X(1).
001050       88 CN-CUADRA-YTD                   VALUE 'S'.
001060       88 CN-DISCREPA-YTD                 VALUE 'N'.
001070     05 FILLER            PIC X(5).
001080   FD RPT-CERT
001090       RECORDING MODE IS F
001100       DATA RECORD IS LINEA-RPT-CERT.
001110   01 LINEA-RPT-CERT      PIC X(90).
001120   FD RUN-LOG
001130       RECORDING MODE IS F
001140       DATA RECORD IS REG-RUN-LOG.
001150   COPY RUNLOGRG.
001160 WORKING-STORAGE SECTION.
001170   01 SWITCH-FIN-AUD     PIC X            VALUE 'N'.
001180     88 FIN-AUD                           VALUE 'Y'.
001190   01 SWITCH-FIN-AJU     PIC X            VALUE 'N'.
001200     88 FIN-AJU                           VALUE 'Y'.
001210   01 SWITCH-FIN-TRAB    PIC X            VALUE 'N'.
001220     88 FIN-TRAB                          VALUE 'Y'.
001230   01 SWITCH-MAST-DISP   PIC X            VALUE 'N'.
001240     88 MAESTRO-DISPONIBLE                VALUE 'Y'.
001250   77 FS-AUDHIST         PIC XX           VALUE '00'.
001260   77 FS-AJUSTANO        PIC XX           VALUE '00'.
001270   77 FS-YTD             PIC XX           VALUE '00'.
001280   77 FS-EMPMAST         PIC XX           VALUE '00'.
001290   77 FS-CTL             PIC XX           VALUE '00'.
001300   77 FS-TRAB            PIC XX           VALUE '00'.
001310   77 ANIO-CERT          PIC 9(4)         VALUE 0000.
001320   77 CONT-AUD-LEIDOS    PIC 9(6)         VALUE 000000.
001330   77 CONT-AUD-OTRO-ANIO PIC 9(6)         VALUE 000000.
001340   77 CONT-AJU-LEIDOS    PIC 9(6)         VALUE 000000.
001350   77 CONT-AJU-OTRO-ANIO PIC 9(6)         VALUE 000000.
001360   77 CONT-CONSTANCIAS   PIC 9(6)         VALUE 000000.
001370   77 CONT-CUADRAN       PIC 9(6)         VALUE 000000.
001380   77 CONT-DISCREPAN     PIC 9(6)         VALUE 000000.
001390   77 CONT-SIN-YTD       PIC 9(6)         VALUE 000000.
001400   77 CONT-MONEDA-MIXTA  PIC 9(6)         VALUE 000000.
001405   77 CONT-RECUPERA      PIC 9(6)         VALUE 000000.
001410   77 MONTO-TRAB         PIC S9(10)V99    VALUE 0.
001420   77 RETENIDO-TRAB      PIC S9(10)V99    VALUE 0.
001430   77 RETENCION-LEIDA    PIC 9(7)V99      VALUE 0.
001440   77 DELTA-RET-LEIDA    PIC S9(7)V99     VALUE 0.
001450   77 NETO-CERT          PIC 9(9)V99      VALUE 0.
001460   77 YTD-CERT           PIC 9(9)V99      VALUE 0.
001470   77 DIF-CERT           PIC S9(10)V99    VALUE 0.
001480* TOTALES DE LAS CONSTANCIAS POR MONEDA (NO SE MEZCLAN).
001490   01 TOTALES-MONEDA.
001500     05 TOT-MON OCCURS 3 TIMES.
001510       10 TM-MONEDA       PIC X(3).
001520       10 TM-CANT         PIC 9(6).
001530       10 TM-BRUTO        PIC 9(11)V99.
001540       10 TM-RETENIDO     PIC 9(11)V99.
001550       10 TM-NETO         PIC 9(11)V99.
001560   77 TM                 PIC 9            VALUE 0.
001570   01 FECHA-CORRIDA.
001580     05 FC-ANIO           PIC 9(4).
001590     05 FC-MES            PIC 99.
001600     05 FC-DIA            PIC 99.
001610   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001620* LINEAS DE LA CONSTANCIA IMPRESA.
001630   01 TITULO-CERT.
001640     05 FILLER            PIC X(42)        VALUE
001650          "CONSTANCIA DE RETENCIONES SOBRE BONOS".
001660     05 FILLER            PIC X(6)         VALUE "ANIO: ".
001670     05 TIT-ANIO          PIC 9(4).
001680     05 FILLER            PIC X(10)        VALUE "  EMITIDA ".
001690     05 TIT-DIA           PIC 99.
001700     05 FILLER            PIC X            VALUE "/".
001710     05 TIT-MES           PIC 99.
001720     05 FILLER            PIC X            VALUE "/".
001730     05 TIT-ANIO-EMI      PIC 9(4).
001740   01 LINEA-CERT-EMP.
001750     05 FILLER            PIC X(13)        VALUE "EMPLEADO ID: ".
001760     05 CER-ID            PIC X(4).
001770     05 FILLER            PIC X(10)        VALUE "  NOMBRE: ".
001780     05 CER-NOMBRE        PIC X(19).
001790     05 FILLER            PIC X(10)        VALUE "  MONEDA: ".
001800     05 CER-MONEDA        PIC X(3).
001810     05 FILLER            PIC X(10)        VALUE "  PAGOS: ".
001820     05 CER-PAGOS         PIC ZZZ9.
001830   01 LINEA-CERT-MONTO.
001840     05 FILLER            PIC X(4)         VALUE SPACES.
001850     05 CEM-ETIQ          PIC X(26).
001860     05 CEM-MONTO         PIC ZZZ,ZZZ,ZZ9.99.
001870     05 FILLER            PIC X(2)         VALUE SPACES.
001880     05 CEM-NOTA          PIC X(40).
001890   01 LINEA-TOT-MONEDA.
001900     05 FILLER            PIC X(11)        VALUE "TOTAL EN ".
001910     05 TMO-MONEDA        PIC X(3).
001920     05 FILLER            PIC X(9)         VALUE "  CONST. ".
001930     05 TMO-CANT          PIC ZZZZZ9.
001940     05 FILLER            PIC X(8)         VALUE "  BRUTO ".
001950     05 TMO-BRUTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001960     05 FILLER            PIC X(11)        VALUE "  RETENIDO ".
001970     05 TMO-RETENIDO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001980   01 LINEA-TOT-CERT.
001990     05 FILLER            PIC X(14)        VALUE "CONSTANCIAS: ".
002000     05 TOT-CONST         PIC ZZZZZ9.
002010     05 FILLER            PIC X(12)        VALUE "  CUADRAN: ".
002020     05 TOT-CUAD          PIC ZZZZZ9.
002030     05 FILLER            PIC X(14)        VALUE "  DISCREPAN: ".
002040     05 TOT-DISC          PIC ZZZZZ9.
002050     05 FILLER            PIC X(12)        VALUE "  SIN YTD: ".
002060     05 TOT-SINY          PIC ZZZZZ9.
002070* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002080* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002090* ESTADO DE LA CADENA (CADENA1A).
002100   77 FS-RUNLOG          PIC XX           VALUE '00'.
002110   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
002120   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
002130   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
002140   77 COND-LOG           PIC 9(4)         VALUE 0000.
002141* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002142   01 P-PRED-CADENA.
002143     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002144     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002145     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002146       88 P-PRED-RECHAZADO                VALUE 'R'.
002147     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002148     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002149     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002150 PROCEDURE DIVISION.
002160 MAIN-PROCEDURE.
002170     PERFORM INICIAR-RUN-LOG.
002175     PERFORM VERIFICAR-PREDECESORES.
002180     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002190     MOVE FC-ANIO TO ANIO-CERT.
002200     PERFORM LEER-CONTROL-CERT.
002210     PERFORM INICIAR-TOTALES-MONEDA.
002220     PERFORM ABRIR-TRABAJO-CERT.
002230     PERFORM DERIVAR-DE-AUDITORIAS.
002240     PERFORM DERIVAR-DE-AJUSTES.
002250     OPEN OUTPUT RPT-CERT.
002260     OPEN OUTPUT CONSTANCIAS.
002270     PERFORM IMPRIMIR-TITULO-CERT.
002280     PERFORM EMITIR-CONSTANCIAS.
002290     PERFORM IMPRIMIR-TOTALES-CERT.
002300     CLOSE TRABAJO-CERT.
002310     CLOSE CONSTANCIAS.
002320     CLOSE RPT-CERT.
002330     DISPLAY "---------- CONSTANCIA ANUAL DE RETENCIONES -------".
002340     DISPLAY " ANIO:                     " ANIO-CERT.
002350     DISPLAY " AUDITORIAS LEIDAS:        " CONT-AUD-LEIDOS.
002360     DISPLAY " AUDITORIAS DE OTRO ANIO:  " CONT-AUD-OTRO-ANIO.
002365     DISPLAY " RECUPERACIONES RESTADAS:  " CONT-RECUPERA.
002370     DISPLAY " AJUSTES LEIDOS:           " CONT-AJU-LEIDOS.
002380     DISPLAY " AJUSTES DE OTRO ANIO:     " CONT-AJU-OTRO-ANIO.
002390     DISPLAY " CONSTANCIAS EMITIDAS:     " CONT-CONSTANCIAS.
002400     DISPLAY " CUADRAN CON YTDBONO:      " CONT-CUADRAN.
002410     DISPLAY " DISCREPAN DE YTDBONO:     " CONT-DISCREPAN.
002420     DISPLAY " SIN ACUMULADO YTDBONO:    " CONT-SIN-YTD.
002430     IF CONT-MONEDA-MIXTA > 0 THEN
002440       DISPLAY "*** ATENCION: " CONT-MONEDA-MIXTA " EMPLEADOS"
002450         " CON PAGOS EN MAS DE UNA MONEDA, VER RPTCERT ***"
002460     END-IF.
002470     IF CONT-DISCREPAN > 0 OR CONT-SIN-YTD > 0 THEN
002480       DISPLAY "*** ATENCION: HAY CONSTANCIAS QUE NO CUADRAN CON"
002490         " YTDBONO, CORRER RECYTD1A Y VER RPTCERT ***"
002500     END-IF.
002510     PERFORM GRABAR-RUN-LOG.
002520     STOP RUN.
002530*----------------------------------------------------------
002540* EL ANIO DE LA CONSTANCIA VIENE DEL CONTROL CERCTL
002550* (OPCIONAL). SIN ARCHIVO SE EMITE EL ANIO EN CURSO.
002560*----------------------------------------------------------
002570 LEER-CONTROL-CERT.
002580     OPEN INPUT CTL-CERT.
002590     IF FS-CTL = '00' THEN
002600       READ CTL-CERT
002610         AT END
002620           CONTINUE
002630         NOT AT END
002640           IF CC-ANIO NUMERIC AND CC-ANIO > 0 THEN
002650             MOVE CC-ANIO TO ANIO-CERT
002660           END-IF
002670       END-READ
002680       CLOSE CTL-CERT
002690     END-IF.
002700     EXIT.
002710 INICIAR-TOTALES-MONEDA.
002720     MOVE 'USD' TO TM-MONEDA(1).
002730     MOVE 'EUR' TO TM-MONEDA(2).
002740     MOVE 'MXN' TO TM-MONEDA(3).
002750     PERFORM VARYING TM FROM 1 BY 1 UNTIL TM > 3
002760       MOVE ZERO TO TM-CANT(TM)
002770       MOVE ZERO TO TM-BRUTO(TM)
002780       MOVE ZERO TO TM-RETENIDO(TM)
002790       MOVE ZERO TO TM-NETO(TM)
002800     END-PERFORM.
002810     EXIT.
002820*----------------------------------------------------------
002830* ABRE (CREANDOLO VACIO CADA CORRIDA) EL ARCHIVO DE TRABAJO
002840* CERTRAB DE LOS TOTALES DEL ANIO POR EMPLEADO.
002850*----------------------------------------------------------
002860 ABRIR-TRABAJO-CERT.
002870     OPEN OUTPUT TRABAJO-CERT.
002880     CLOSE TRABAJO-CERT.
002890     OPEN I-O TRABAJO-CERT.
002900     IF FS-TRAB NOT = '00' THEN
002910       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE"
002920         " TRABAJO CERTRAB (FILE STATUS " FS-TRAB
002930         "), CORRIDA ABORTADA ***"
002940       MOVE 0016 TO COND-LOG
002950       PERFORM GRABAR-RUN-LOG
002960       STOP RUN
002970     END-IF.
002980     EXIT.
002990*----------------------------------------------------------
003000* SUMA POR EMPLEADO EL BRUTO Y LO RETENIDO DE CADA DECISION
003010* DEL ANIO. LOS REGISTROS DE CONTROL (ID '*...') Y LAS
003020* CORRIDAS DE OTROS ANIOS NO ENTRAN. UNA AUDITORIA ARCHIVADA
003030* ANTES DE LA RETENCION NO TRAE EL CAMPO: CUENTA COMO CERO.
003040*----------------------------------------------------------
003050 DERIVAR-DE-AUDITORIAS.
003060     OPEN INPUT AUD-HISTORIA.
003070     IF FS-AUDHIST NOT = '00' THEN
003080       DISPLAY "*** ERROR: NO SE PUDO ABRIR AUDHIST (FILE"
003090         " STATUS " FS-AUDHIST "), SIN AUDITORIAS ARCHIVADAS"
003100         " NO HAY CONSTANCIAS, CORRIDA ABORTADA ***"
003110       MOVE 0016 TO COND-LOG
003120       PERFORM GRABAR-RUN-LOG
003130       STOP RUN
003140     END-IF.
003150     PERFORM LEER-AUD-HISTORIA.
003160     PERFORM UNTIL FIN-AUD
003170       PERFORM ACUMULAR-AUDITORIA
003180       PERFORM LEER-AUD-HISTORIA
003190     END-PERFORM.
003200     CLOSE AUD-HISTORIA.
003210     EXIT.
003220 LEER-AUD-HISTORIA.
003230     READ AUD-HISTORIA
003240       AT END
003250         MOVE 'Y' TO SWITCH-FIN-AUD
003260     END-READ.
003270     EXIT.
003280 ACUMULAR-AUDITORIA.
003290     IF HST-ID-EMP(1:1) = '*' THEN
003300       EXIT PARAGRAPH
003310     END-IF.
003320     IF HST-FECHA / 10000 NOT = ANIO-CERT THEN
003330       ADD 1 TO CONT-AUD-OTRO-ANIO
003340       EXIT PARAGRAPH
003350     END-IF.
003360     ADD 1 TO CONT-AUD-LEIDOS.
003362     IF HST-RECUPERACION THEN
003364       PERFORM RESTAR-RECUPERACION
003366       EXIT PARAGRAPH
003368     END-IF.
003370     IF HST-BONO = ZERO THEN
003380       EXIT PARAGRAPH
003390     END-IF.
003400     IF HST-RETENCION NUMERIC THEN
003410       MOVE HST-RETENCION TO RETENCION-LEIDA
003420     ELSE
003430       MOVE ZERO TO RETENCION-LEIDA
003440     END-IF.
003450     MOVE HST-ID-EMP TO CE-ID-EMP.
003460     READ TRABAJO-CERT
003470       INVALID KEY
003480         MOVE HST-ID-EMP TO CE-ID-EMP
003490         MOVE HST-MONEDA TO CE-MONEDA
003500         MOVE HST-BONO TO CE-BRUTO
003510         MOVE RETENCION-LEIDA TO CE-RETENIDO
003520         MOVE 1 TO CE-PAGOS
003530         WRITE REG-TRABAJO-CERT
003540           INVALID KEY
003550             DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
003560               " CERTRAB EL ID " HST-ID-EMP " ***"
003570         END-WRITE
003580       NOT INVALID KEY
003590         IF CE-MONEDA NOT = HST-MONEDA THEN
003600           ADD 1 TO CONT-MONEDA-MIXTA
003610           DISPLAY "*** ATENCION: ID " HST-ID-EMP " COBRO EN "
003620             CE-MONEDA " Y EN " HST-MONEDA ", LA CONSTANCIA"
003630             " QUEDA EN " CE-MONEDA " ***"
003640         END-IF
003650         ADD HST-BONO TO CE-BRUTO
003660         ADD RETENCION-LEIDA TO CE-RETENIDO
003670         ADD 1 TO CE-PAGOS
003680         REWRITE REG-TRABAJO-CERT
003690         END-REWRITE
003700     END-READ.
003710     EXIT.
003711*----------------------------------------------------------
003712* UNA RECUPERACION (RECBON1A) DE UN PAGO DEL ANIO (LLAVE
003713* PAGOLIB EN CLAVE-BASE: ID Y FECHA) BAJA EL BRUTO DEL
003714* EMPLEADO, IGUAL QUE BAJO SU YTDBONO; LO RETENIDO YA SE
003715* ENTERO Y NO CAMBIA. EL BRUTO NUNCA BAJA DE CERO.
003716*----------------------------------------------------------
003717 RESTAR-RECUPERACION.
003718     IF HST-CLAVE-BASE(5:4) NOT = ANIO-CERT THEN
003719       EXIT PARAGRAPH
003720     END-IF.
003721     ADD 1 TO CONT-RECUPERA.
003722     MOVE HST-ID-EMP TO CE-ID-EMP.
003723     READ TRABAJO-CERT
003724       INVALID KEY
003725         DISPLAY "*** ATENCION: RECUPERACION DE ID " HST-ID-EMP
003726           " SIN BONO ARCHIVADO EN EL ANIO, NO SE RESTA ***"
003727       NOT INVALID KEY
003728         IF CE-BRUTO > HST-BONO THEN
003729           SUBTRACT HST-BONO FROM CE-BRUTO
003730         ELSE
003731           MOVE ZERO TO CE-BRUTO
003732         END-IF
003733         REWRITE REG-TRABAJO-CERT
003734         END-REWRITE
003735     END-READ.
003736     EXIT.
003737*----------------------------------------------------------
003738* LOS AJUSTES RETROACTIVOS MUEVEN EL BRUTO CON SU DELTA Y LO
003740* RETENIDO CON SU DELTA DE RETENCION, AMBOS FIRMADOS. UN
003750* AJUSTE ANTERIOR A LA RETENCION NO TRAE ESE DELTA.
003760*----------------------------------------------------------
003770 DERIVAR-DE-AJUSTES.
003780     OPEN INPUT AJUSTES-ANIO.
003790     IF FS-AJUSTANO NOT = '00' THEN
003800       DISPLAY "*** ATENCION: NO SE PUDO ABRIR AJUSTANO (FILE"
003810         " STATUS " FS-AJUSTANO "), CONSTANCIAS SIN AJUSTES ***"
003820       EXIT PARAGRAPH
003830     END-IF.
003840     PERFORM LEER-AJUSTE-ANIO.
003850     PERFORM UNTIL FIN-AJU
003860       PERFORM ACUMULAR-AJUSTE
003870       PERFORM LEER-AJUSTE-ANIO
003880     END-PERFORM.
003890     CLOSE AJUSTES-ANIO.
003900     EXIT.
003910 LEER-AJUSTE-ANIO.
003920     READ AJUSTES-ANIO
003930       AT END
003940         MOVE 'Y' TO SWITCH-FIN-AJU
003950     END-READ.
003960     EXIT.
003970 ACUMULAR-AJUSTE.
003980     IF AJ-FECHA / 10000 NOT = ANIO-CERT THEN
003990       ADD 1 TO CONT-AJU-OTRO-ANIO
004000       EXIT PARAGRAPH
004010     END-IF.
004020     ADD 1 TO CONT-AJU-LEIDOS.
004030     IF AJ-RETENCION-DELTA NUMERIC THEN
004040       MOVE AJ-RETENCION-DELTA TO DELTA-RET-LEIDA
004050     ELSE
004060       MOVE ZERO TO DELTA-RET-LEIDA
004070     END-IF.
004080     MOVE AJ-ID-EMP TO CE-ID-EMP.
004090     READ TRABAJO-CERT
004100       INVALID KEY
004110         MOVE AJ-ID-EMP TO CE-ID-EMP
004120         MOVE AJ-MONEDA TO CE-MONEDA
004130         MOVE ZERO TO CE-BRUTO
004140         MOVE ZERO TO CE-RETENIDO
004150         MOVE ZERO TO CE-PAGOS
004160         PERFORM APLICAR-DELTAS-AJUSTE
004170         WRITE REG-TRABAJO-CERT
004180           INVALID KEY
004190             DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
004200               " CERTRAB EL ID " AJ-ID-EMP " ***"
004210         END-WRITE
004220       NOT INVALID KEY
004230         PERFORM APLICAR-DELTAS-AJUSTE
004240         REWRITE REG-TRABAJO-CERT
004250         END-REWRITE
004260     END-READ.
004270     EXIT.
004280 APLICAR-DELTAS-AJUSTE.
004290     MOVE CE-BRUTO TO MONTO-TRAB.
004300     ADD AJ-DELTA TO MONTO-TRAB.
004310     MOVE CE-RETENIDO TO RETENIDO-TRAB.
004320     ADD DELTA-RET-LEIDA TO RETENIDO-TRAB.
004330     IF MONTO-TRAB < 0 THEN
004340       DISPLAY "*** ATENCION: EL BRUTO DERIVADO DE ID "
004350         AJ-ID-EMP " QUEDO NEGATIVO, SE DEJA EN CERO ***"
004360       MOVE ZERO TO MONTO-TRAB
004370     END-IF.
004380     IF RETENIDO-TRAB < 0 THEN
004390       DISPLAY "*** ATENCION: LO RETENIDO DERIVADO DE ID "
004400         AJ-ID-EMP " QUEDO NEGATIVO, SE DEJA EN CERO ***"
004410       MOVE ZERO TO RETENIDO-TRAB
004420     END-IF.
004430     MOVE MONTO-TRAB TO CE-BRUTO.
004440     MOVE RETENIDO-TRAB TO CE-RETENIDO.
004450     EXIT.
004460*----------------------------------------------------------
004470* RECORRE LOS TOTALES DEL ANIO EN ORDEN DE ID-EMP Y EMITE
004480* UNA CONSTANCIA POR EMPLEADO, CRUZANDO EL BRUTO CONTRA EL
004490* ACUMULADO YTDBONO DEL MISMO ANIO. YTDBONO Y EMPMAST SE
004500* ABREN SOLO PARA LECTURA.
004510*----------------------------------------------------------
004520 EMITIR-CONSTANCIAS.
004530     OPEN INPUT YTD-BONO.
004540     IF FS-YTD NOT = '00' THEN
004550       DISPLAY "*** ATENCION: NO SE PUDO ABRIR YTDBONO (FILE"
004560         " STATUS " FS-YTD "), NINGUNA CONSTANCIA SE PUEDE"
004570         " CUADRAR ***"
004580     END-IF.
004590     OPEN INPUT EMPMAST.
004600     IF FS-EMPMAST = '00' THEN
004610       MOVE 'Y' TO SWITCH-MAST-DISP
004620     ELSE
004630       DISPLAY "*** ATENCION: SIN MAESTRO EMPMAST (FILE STATUS "
004640         FS-EMPMAST "), LAS CONSTANCIAS SALEN SIN NOMBRE ***"
004650     END-IF.
004660     MOVE 'N' TO SWITCH-FIN-TRAB.
004670     MOVE LOW-VALUES TO CE-ID-EMP.
004680     START TRABAJO-CERT KEY >= CE-ID-EMP
004690       INVALID KEY
004700         MOVE 'Y' TO SWITCH-FIN-TRAB
004710     END-START.
004720     IF NOT FIN-TRAB THEN
004730       PERFORM LEER-TRAB-SIGUIENTE
004740     END-IF.
004750     PERFORM UNTIL FIN-TRAB
004760       PERFORM EMITIR-CONSTANCIA-EMP
004770       PERFORM LEER-TRAB-SIGUIENTE
004780     END-PERFORM.
004790     IF FS-YTD = '00' THEN
004800       CLOSE YTD-BONO
004810     END-IF.
004820     IF MAESTRO-DISPONIBLE THEN
004830       CLOSE EMPMAST
004840     END-IF.
004850     EXIT.
004860 LEER-TRAB-SIGUIENTE.
004870     READ TRABAJO-CERT NEXT
004880       AT END
004890         MOVE 'Y' TO SWITCH-FIN-TRAB
004900     END-READ.
004910     EXIT.
004920 EMITIR-CONSTANCIA-EMP.
004930     ADD 1 TO CONT-CONSTANCIAS.
004940     IF CE-RETENIDO > CE-BRUTO THEN
004942       MOVE ZERO TO NETO-CERT
004944     ELSE
004946       COMPUTE NETO-CERT = CE-BRUTO - CE-RETENIDO
004948     END-IF.
004950     MOVE SPACES TO REG-CONSTANCIA.
004960     MOVE ANIO-CERT TO CN-ANIO.
004970     MOVE CE-ID-EMP TO CN-ID-EMP.
004980     MOVE CE-MONEDA TO CN-MONEDA.
004990     MOVE CE-BRUTO TO CN-BRUTO.
005000     MOVE CE-RETENIDO TO CN-RETENIDO.
005010     MOVE NETO-CERT TO CN-NETO.
005020     IF MAESTRO-DISPONIBLE THEN
005030       MOVE CE-ID-EMP TO ID-MAST
005040       READ EMPMAST
005050         INVALID KEY
005060           MOVE '(SIN MAESTRO)' TO CN-NOMBRE
005070         NOT INVALID KEY
005080           MOVE NOM-MAST TO CN-NOMBRE
005090       END-READ
005100     END-IF.
005110     PERFORM CRUZAR-CONTRA-YTD.
005120     MOVE YTD-CERT TO CN-YTD.
005130     WRITE REG-CONSTANCIA.
005140     PERFORM ACUMULAR-TOTAL-MONEDA.
005150     PERFORM IMPRIMIR-CONSTANCIA.
005160     EXIT.
005170*----------------------------------------------------------
005180* LA CONSTANCIA CUADRA SI EL BRUTO DERIVADO ES IGUAL AL
005190* ACUMULADO YTDBONO DEL ANIO. UN ACUMULADO DE OTRO ANIO O
005200* INEXISTENTE CUENTA COMO SIN YTD.
005210*----------------------------------------------------------
005220 CRUZAR-CONTRA-YTD.
005230     MOVE ZERO TO YTD-CERT.
005240     MOVE 'N' TO CN-CUADRA.
005250     IF FS-YTD NOT = '00' THEN
005260       ADD 1 TO CONT-SIN-YTD
005270       EXIT PARAGRAPH
005280     END-IF.
005290     MOVE CE-ID-EMP TO YTD-ID-EMP.
005300     READ YTD-BONO
005310       INVALID KEY
005320         ADD 1 TO CONT-SIN-YTD
005330         EXIT PARAGRAPH
005340     END-READ.
005350     IF YTD-ANIO NOT = ANIO-CERT THEN
005360       ADD 1 TO CONT-SIN-YTD
005370       EXIT PARAGRAPH
005380     END-IF.
005390     MOVE YTD-ACUMULADO TO YTD-CERT.
005400     IF YTD-CERT = CE-BRUTO THEN
005410       MOVE 'S' TO CN-CUADRA
005420       ADD 1 TO CONT-CUADRAN
005430     ELSE
005440       ADD 1 TO CONT-DISCREPAN
005450     END-IF.
005460     EXIT.
005470 ACUMULAR-TOTAL-MONEDA.
005480     PERFORM VARYING TM FROM 1 BY 1 UNTIL TM > 3
005490       IF TM-MONEDA(TM) = CE-MONEDA THEN
005500         ADD 1 TO TM-CANT(TM)
005510         ADD CE-BRUTO TO TM-BRUTO(TM)
005520         ADD CE-RETENIDO TO TM-RETENIDO(TM)
005530         ADD NETO-CERT TO TM-NETO(TM)
005540       END-IF
005550     END-PERFORM.
005560     EXIT.
005570 IMPRIMIR-TITULO-CERT.
005580     MOVE ANIO-CERT TO TIT-ANIO.
005590     MOVE FC-DIA TO TIT-DIA.
005600     MOVE FC-MES TO TIT-MES.
005610     MOVE FC-ANIO TO TIT-ANIO-EMI.
005620     MOVE TITULO-CERT TO LINEA-RPT-CERT.
005630     WRITE LINEA-RPT-CERT.
005640     MOVE SPACES TO LINEA-RPT-CERT.
005650     WRITE LINEA-RPT-CERT.
005660     EXIT.
005670 IMPRIMIR-CONSTANCIA.
005680     MOVE CE-ID-EMP TO CER-ID.
005690     MOVE CN-NOMBRE TO CER-NOMBRE.
005700     MOVE CE-MONEDA TO CER-MONEDA.
005710     MOVE CE-PAGOS TO CER-PAGOS.
005720     MOVE LINEA-CERT-EMP TO LINEA-RPT-CERT.
005730     WRITE LINEA-RPT-CERT.
005740     MOVE SPACES TO CEM-NOTA.
005750     MOVE "BONO BRUTO PAGADO:" TO CEM-ETIQ.
005760     MOVE CE-BRUTO TO CEM-MONTO.
005770     MOVE LINEA-CERT-MONTO TO LINEA-RPT-CERT.
005780     WRITE LINEA-RPT-CERT.
005790     MOVE "IMPUESTO RETENIDO:" TO CEM-ETIQ.
005800     MOVE CE-RETENIDO TO CEM-MONTO.
005810     MOVE LINEA-CERT-MONTO TO LINEA-RPT-CERT.
005820     WRITE LINEA-RPT-CERT.
005830     MOVE "NETO PAGADO:" TO CEM-ETIQ.
005840     MOVE NETO-CERT TO CEM-MONTO.
005850     MOVE LINEA-CERT-MONTO TO LINEA-RPT-CERT.
005860     WRITE LINEA-RPT-CERT.
005870     MOVE "ACUMULADO YTDBONO:" TO CEM-ETIQ.
005880     MOVE YTD-CERT TO CEM-MONTO.
005890     EVALUATE TRUE
005900       WHEN CN-CUADRA-YTD
005910         MOVE "CUADRA" TO CEM-NOTA
005920       WHEN YTD-CERT = ZERO
005930         MOVE "*** SIN ACUMULADO DEL ANIO EN YTDBONO" TO CEM-NOTA
005940       WHEN OTHER
005950         COMPUTE DIF-CERT = YTD-CERT - CE-BRUTO
005960         MOVE "*** NO CUADRA CON EL BRUTO, VER RECYTD1A"
005970           TO CEM-NOTA
005980     END-EVALUATE.
005990     MOVE LINEA-CERT-MONTO TO LINEA-RPT-CERT.
006000     WRITE LINEA-RPT-CERT.
006010     MOVE SPACES TO LINEA-RPT-CERT.
006020     WRITE LINEA-RPT-CERT.
006030     EXIT.
006040 IMPRIMIR-TOTALES-CERT.
006050     PERFORM VARYING TM FROM 1 BY 1 UNTIL TM > 3
006060       IF TM-CANT(TM) > 0 THEN
006070         MOVE TM-MONEDA(TM) TO TMO-MONEDA
006080         MOVE TM-CANT(TM) TO TMO-CANT
006090         MOVE TM-BRUTO(TM) TO TMO-BRUTO
006100         MOVE TM-RETENIDO(TM) TO TMO-RETENIDO
006110         MOVE LINEA-TOT-MONEDA TO LINEA-RPT-CERT
006120         WRITE LINEA-RPT-CERT
006130       END-IF
006140     END-PERFORM.
006150     MOVE CONT-CONSTANCIAS TO TOT-CONST.
006160     MOVE CONT-CUADRAN TO TOT-CUAD.
006170     MOVE CONT-DISCREPAN TO TOT-DISC.
006180     MOVE CONT-SIN-YTD TO TOT-SINY.
006190     MOVE SPACES TO LINEA-RPT-CERT.
006200     WRITE LINEA-RPT-CERT.
006210     MOVE LINEA-TOT-CERT TO LINEA-RPT-CERT.
006220     WRITE LINEA-RPT-CERT.
006230     EXIT.
006240*----------------------------------------------------------
006250* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
006260* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
006270* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). UNA
006280* CONSTANCIA QUE NO CUADRA CON YTDBONO DEJA CONDICION 0004.
006290*----------------------------------------------------------
006300 INICIAR-RUN-LOG.
006310     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
006320     ACCEPT HORA-ACEPT-LOG FROM TIME.
006330     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
006340     EXIT.
006341*----------------------------------------------------------
006342* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
006343* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
006344* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
006345* REGISTRA PREDEC1A.
006346*----------------------------------------------------------
006347 VERIFICAR-PREDECESORES.
006348     MOVE 'CERRET1A' TO P-PRED-PROGRAMA.
006349     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
006350     CALL 'PREDEC1A' USING P-PRED-CADENA.
006351     IF P-PRED-RECHAZADO THEN
006352       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
006353         " CORRIDA ABORTADA ***"
006354       MOVE 0016 TO COND-LOG
006355       PERFORM GRABAR-RUN-LOG
006356       STOP RUN
006357     END-IF.
006358     EXIT.
006359 GRABAR-RUN-LOG.
006360     OPEN EXTEND RUN-LOG.
006370     IF FS-RUNLOG = '35' THEN
006380       OPEN OUTPUT RUN-LOG
006390     END-IF.
006400     IF FS-RUNLOG NOT = '00' THEN
006410       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
006420         " (FILE STATUS " FS-RUNLOG ") ***"
006430       EXIT PARAGRAPH
006440     END-IF.
006450     MOVE 'CERRET1A' TO RL-PROGRAMA.
006460     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
006470     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
006480     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
006490     ACCEPT HORA-ACEPT-LOG FROM TIME.
006500     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
006510     MOVE CONT-AUD-LEIDOS TO RL-LEIDOS.
006520     MOVE CONT-CONSTANCIAS TO RL-ESCRITOS.
006530     MOVE CONT-DISCREPAN TO RL-RECHAZADOS.
006540     IF COND-LOG = 0000 AND (CONT-DISCREPAN > 0
006550         OR CONT-SIN-YTD > 0) THEN
006560       MOVE 0004 TO COND-LOG
006570     END-IF.
006580     MOVE COND-LOG TO RL-COND.
006582     MOVE P-PRED-RESULTADO TO RL-TIPO.
006584     MOVE P-PRED-PASO TO RL-PREDECESOR.
006586     MOVE P-PRED-COND TO RL-COND-PRED.
006588     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
006592     MOVE SPACES TO RL-MOTIVO.
006596     WRITE REG-RUN-LOG.
006600     CLOSE RUN-LOG.
006610     EXIT.
006620 END PROGRAM CERRET1A.
