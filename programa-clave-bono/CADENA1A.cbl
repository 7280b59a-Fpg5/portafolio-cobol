000114*           EXTEND), EL REPORTE FILTRA UNA SOLA NOCHE: LA DE LA  *
000116*           FECHA MAS RECIENTE EN LA BITACORA, O LA FECHA        *
000118*           PEDIDA EN EL ARCHIVO DE CONTROL CADCTL.              *
000119* MOD-HISTORY:                                                   *
000120*   15/10/2026 FPG  CON CADDEF EL REPORTE CIERRA CON LA          *
000121*                   REANUDACION: EL PRIMER PASO FALLIDO Y, EN    *
000122*                   ORDEN, LOS PASOS QUE FALTAN (NO CORRIDOS,    *
000123*                   FALLIDOS O RECHAZADOS POR SUS PREDECESORES,  *
000124*                   Y SUS DEPENDIENTES); LAS LIBERACIONES DEL    *
000125*                   OPERADOR VAN APARTE.                         *
000126*   15/10/2026 FPG  BAJO UN PASO ABORTADO MUESTRA SU RL-MOTIVO.  *
000127******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. CADENA1A.
000150 ENVIRONMENT DIVISION.
000212     SELECT CTL-CADENA ASSIGN TO CADCTL
000214       ORGANIZATION IS SEQUENTIAL
000216       FILE STATUS IS FS-CTL.
000217     SELECT CAD-DEF ASSIGN TO CADDEF
000218       ORGANIZATION IS SEQUENTIAL
000219       FILE STATUS IS FS-CADDEF.
000220     SELECT RPT-CADENA ASSIGN TO RPTCADEN
000230       ORGANIZATION IS SEQUENTIAL.
000240 DATA DIVISION.
000296       DATA RECORD IS REG-CTL-CADENA.
000297   01 REG-CTL-CADENA.
000298     05 CD-FECHA          PIC 9(8).
000300   FD CAD-DEF
000302       RECORDING MODE IS F
000304       DATA RECORD IS REG-CAD-DEF.
000306   COPY CADDEFRG.
000308   FD RPT-CADENA
000310       RECORDING MODE IS F
000320       DATA RECORD IS LINEA-RPT-CAD.
000330   01 LINEA-RPT-CAD       PIC X(100).
000390   77 CONT-NORMALES      PIC 9(4)         VALUE 0000.
000400   77 CONT-AVISOS        PIC 9(4)         VALUE 0000.
000410   77 CONT-ABORTADOS     PIC 9(4)         VALUE 0000.
000411   77 CONT-LIBERACIONES  PIC 9(4)         VALUE 0000.
000412   77 FS-CADDEF          PIC XX           VALUE '00'.
000413   01 SWITCH-FIN-DEF     PIC X            VALUE 'N'.
000414     88 FIN-DEF                           VALUE 'Y'.
000415* DEFINICION DE LA CADENA EN MEMORIA, EN EL ORDEN DE CADDEF, CON
000416* LO QUE CADA PASO DEJO EN RUNLOG LA NOCHE REPORTADA (SU ULTIMO
000417* REGISTRO) Y EL ESTADO PARA LA REANUDACION: 'C' COMPLETO, 'P'
000418* PENDIENTE. TC-COND-LIM ES LA CONDICION MAS ESTRICTA QUE LE
000419* EXIGEN SUS SUCESORES (0004 SI NINGUNO LO NOMBRA).
000420   01 TABLA-CADENA.
000421     05 CANT-DEF           PIC 9(3)        VALUE 000.
000422     05 ENTRADA-CAD OCCURS 60 TIMES.
000423       10 TC-ORDEN         PIC 9(3).
000424       10 TC-PASO          PIC X(9).
000425       10 TC-PRED OCCURS 6 TIMES.
000426         15 TC-PRED-PASO   PIC X(9).
000427         15 TC-PRED-COND-MAX PIC 9(4).
000428       10 TC-CORRIO        PIC X(1).
000429       10 TC-COND          PIC 9(4).
000430       10 TC-TIPO          PIC X(1).
000431       10 TC-PREDECESOR    PIC X(9).
000432       10 TC-COND-LIM      PIC 9(4).
000433       10 TC-ESTADO        PIC X(1).
000434       10 TC-MOTIVO        PIC X(30).
000435   77 CI                 PIC 9(3)         VALUE 000.
000436   77 CJ                 PIC 9(3)         VALUE 000.
000437   77 CK                 PIC 9(1)         VALUE 0.
000438   77 CI-FALLIDO         PIC 9(3)         VALUE 000.
000439   77 CONT-PENDIENTES    PIC 9(3)         VALUE 000.
000440   01 SWITCH-PRED-PEND   PIC X            VALUE 'N'.
000441     88 PRED-PENDIENTE                    VALUE 'Y'.
000442   77 PRED-PEND-PASO     PIC X(9)         VALUE SPACES.
000443   01 FECHA-CORRIDA.
000444     05 FC-ANIO           PIC 9(4).
000445     05 FC-MES            PIC 99.
000450     05 FC-DIA            PIC 99.
000460   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
000470* LINEAS DEL REPORTE DE ESTADO DE LA CADENA.
000790     05 DET-COND          PIC 9(4).
000800     05 FILLER            PIC X(1)         VALUE SPACE.
000810     05 DET-RESULTADO     PIC X(11).
000813     05 FILLER            PIC X(1)         VALUE SPACE.
000816     05 DET-NOTA          PIC X(14).
000820   01 LINEA-TOT-CAD.
000830     05 FILLER            PIC X(8)         VALUE "PASOS: ".
000840     05 TOT-PASOS         PIC ZZZ9.
000860     05 TOT-NORM          PIC ZZZ9.
000870     05 FILLER            PIC X(14)        VALUE "  CON AVISOS: ".
000880     05 TOT-AVIS          PIC ZZZ9.
000881     05 FILLER            PIC X(14)        VALUE "  ABORTADOS: ".
000882     05 TOT-ABRT          PIC ZZZ9.
000883* NOTA DEL DETALLE: PREDECESOR QUE RECHAZO EL PASO ('SIN') O
000884* QUE EL OPERADOR LIBERO ('LIB').
000885   01 NOTA-PRED.
000886     05 NP-TEXTO          PIC X(4).
000887     05 NP-PASO           PIC X(9).
000888   01 ESTADO-PRED.
000889     05 FILLER            PIC X(5)         VALUE "COND ".
000890     05 EP-COND           PIC 9(4).
000891   01 LINEA-LIB-CAD.
000892     05 FILLER            PIC X(14)        VALUE "  LIBERACION: ".
000893     05 LIB-PASO          PIC X(9).
000894     05 FILLER            PIC X(11)        VALUE " CORRIO SIN".
000895     05 FILLER            PIC X(1)         VALUE SPACE.
000896     05 LIB-PRED          PIC X(9).
000897     05 FILLER            PIC X(2)         VALUE " (".
000898     05 LIB-ESTADO        PIC X(9).
000899     05 FILLER            PIC X(12)        VALUE ") OPERADOR: ".
000900     05 LIB-OPERADOR      PIC X(8).
000901     05 FILLER            PIC X(1)         VALUE SPACE.
000902     05 LIB-HORA          PIC 9(6).
000903   01 LINEA-MOTIVO-CAD.
000904     05 FILLER            PIC X(11)        VALUE "  MOTIVO: ".
000905     05 MOT-TEXTO         PIC X(40).
000906* LINEAS DE LA REANUDACION DE LA CADENA.
000907   01 TITULO-REA.
000908     05 FILLER            PIC X(40)        VALUE
000909          "REANUDACION DE LA CADENA (CADDEF)".
000910   01 LINEA-FALLIDO.
000911     05 FILLER            PIC X(21)        VALUE
000912          "PRIMER PASO FALLIDO: ".
000913     05 FAL-PASO          PIC X(9).
000914     05 FILLER            PIC X(8)         VALUE "  ORDEN ".
000915     05 FAL-ORDEN         PIC 9(3).
000916     05 FILLER            PIC X(2)         VALUE SPACES.
000917     05 FAL-MOTIVO        PIC X(30).
000918   01 LINEA-PEND-TIT.
000919     05 FILLER            PIC X(40)        VALUE
000920          "PASOS QUE FALTA CORRER, EN ORDEN:".
000921   01 LINEA-PEND.
000922     05 FILLER            PIC X(8)         VALUE "  ORDEN ".
000923     05 PEN-ORDEN         PIC 9(3).
000924     05 FILLER            PIC X(2)         VALUE SPACES.
000925     05 PEN-PASO          PIC X(9).
000926     05 FILLER            PIC X(2)         VALUE SPACES.
000927     05 PEN-MOTIVO        PIC X(30).
000928 PROCEDURE DIVISION.
000929 MAIN-PROCEDURE.
000930     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
000932     PERFORM LEER-CONTROL-CADENA.
000934     PERFORM DETERMINAR-FECHA-REPORTE.
000937     PERFORM CARGAR-DEFINICION.
000940     OPEN INPUT RUN-LOG.
000950     IF FS-RUNLOG NOT = '00' THEN
000960       DISPLAY "*** ERROR: NO SE PUDO ABRIR RUNLOG (FILE"
001030     PERFORM LEER-RUN-LOG.
001040     PERFORM UNTIL FIN-LOG
001042       IF RL-FECHA-INICIO = FECHA-REPORTE THEN
001043         IF RL-TIPO-LIBERACION THEN
001044           PERFORM IMPRIMIR-LIBERACION
001045         ELSE
001046           PERFORM IMPRIMIR-PASO
001047           PERFORM ANOTAR-PASO-CADENA
001048         END-IF
001052       ELSE
001054         ADD 1 TO CONT-OTRAS-NOCHES
001056       END-IF
001060       PERFORM LEER-RUN-LOG
001070     END-PERFORM.
001080     PERFORM IMPRIMIR-TOTALES-CAD.
001082     IF CANT-DEF > 0 THEN
001084       PERFORM IMPRIMIR-REANUDACION
001086     END-IF.
001090     CLOSE RPT-CADENA.
001100     CLOSE RUN-LOG.
001110     DISPLAY "---------- ESTADO DE LA CADENA ----------".
001130     DISPLAY " NORMALES:          " CONT-NORMALES.
001140     DISPLAY " CON AVISOS:        " CONT-AVISOS.
001150     DISPLAY " ABORTADOS:         " CONT-ABORTADOS.
001151     DISPLAY " LIBERACIONES:      " CONT-LIBERACIONES.
001152     IF CANT-DEF > 0 THEN
001153       IF CI-FALLIDO > 0 THEN
001154         DISPLAY " PRIMER PASO FALLIDO: " TC-PASO(CI-FALLIDO)
001155       END-IF
001156       DISPLAY " PASOS QUE FALTA CORRER: " CONT-PENDIENTES
001157     END-IF.
001160     IF CONT-ABORTADOS > 0 THEN
001170       DISPLAY "*** ATENCION: HAY PASOS ABORTADOS EN LA"
001180         " CADENA, VER RPTCADEN ***"
001450       WHEN RL-COND-ABORTO
001460         ADD 1 TO CONT-ABORTADOS
001470         MOVE "*ABORTADO*" TO DET-RESULTADO
001472         IF RL-TIPO-RECHAZADO THEN
001474           MOVE "*RECHAZADO*" TO DET-RESULTADO
001476         END-IF
001480       WHEN OTHER
001490         ADD 1 TO CONT-AVISOS
001500         MOVE "REVISAR" TO DET-RESULTADO
001510     END-EVALUATE.
001511     EVALUATE TRUE
001512       WHEN RL-TIPO-RECHAZADO
001513         MOVE "SIN " TO NP-TEXTO
001514         MOVE RL-PREDECESOR TO NP-PASO
001515         MOVE NOTA-PRED TO DET-NOTA
001516       WHEN RL-TIPO-FORZADO
001517         MOVE "LIB " TO NP-TEXTO
001518         MOVE RL-PREDECESOR TO NP-PASO
001519         MOVE NOTA-PRED TO DET-NOTA
001520       WHEN RL-TIPO-SIMULACION
001521         MOVE "SIMULACION" TO DET-NOTA
001522       WHEN OTHER
001523         MOVE SPACES TO DET-NOTA
001524     END-EVALUATE.
001525     MOVE DETALLE-CAD TO LINEA-RPT-CAD.
001530     WRITE LINEA-RPT-CAD.
001531     IF RL-MOTIVO NOT = SPACES THEN
001532       MOVE RL-MOTIVO TO MOT-TEXTO
001533       MOVE LINEA-MOTIVO-CAD TO LINEA-RPT-CAD
001534       WRITE LINEA-RPT-CAD
001535     END-IF.
001540     EXIT.
001550 IMPRIMIR-TITULO-CAD.
001560     MOVE FECHA-REPORTE TO TIT-FECHA.
001710     MOVE LINEA-TOT-CAD TO LINEA-RPT-CAD.
001720     WRITE LINEA-RPT-CAD.
001730     EXIT.
001740*----------------------------------------------------------
001750* LIBERACIONES DEL OPERADOR (REGISTROS 'L' DE PREDEC1A): NO SON
001760* PASOS, SE LISTAN APARTE CON EL PREDECESOR PASADO POR ALTO.
001770*----------------------------------------------------------
001780 IMPRIMIR-LIBERACION.
001790     ADD 1 TO CONT-LIBERACIONES.
001800     MOVE RL-PROGRAMA TO LIB-PASO.
001810     MOVE RL-PREDECESOR TO LIB-PRED.
001820     IF RL-PRED-NO-CORRIO THEN
001830       MOVE "NO CORRIO" TO LIB-ESTADO
001840     ELSE
001850       MOVE RL-COND-PRED TO EP-COND
001860       MOVE ESTADO-PRED TO LIB-ESTADO
001870     END-IF.
001880     MOVE RL-OPERADOR TO LIB-OPERADOR.
001890     MOVE RL-HORA-INICIO TO LIB-HORA.
001900     MOVE LINEA-LIB-CAD TO LINEA-RPT-CAD.
001910     WRITE LINEA-RPT-CAD.
001920     EXIT.
001930*----------------------------------------------------------
001940* DEFINICION DE LA CADENA (CADDEF, OPCIONAL): SIN ELLA EL
001950* REPORTE SOLO LISTA LO QUE CORRIO.
001960*----------------------------------------------------------
001970 CARGAR-DEFINICION.
001980     OPEN INPUT CAD-DEF.
001990     IF FS-CADDEF NOT = '00' THEN
002000       DISPLAY "*** ATENCION: SIN DEFINICION DE LA CADENA (CADDEF"
002010         "), NO SE CALCULA LA REANUDACION ***"
002020       EXIT PARAGRAPH
002030     END-IF.
002040     PERFORM UNTIL FIN-DEF
002050       READ CAD-DEF
002060         AT END
002070           MOVE 'Y' TO SWITCH-FIN-DEF
002080         NOT AT END
002090           IF CANT-DEF < 60 THEN
002100             ADD 1 TO CANT-DEF
002110             MOVE CF-ORDEN TO TC-ORDEN(CANT-DEF)
002120             MOVE CF-PASO TO TC-PASO(CANT-DEF)
002130             PERFORM COPIAR-PRED-DEF
002140               VARYING CK FROM 1 BY 1 UNTIL CK > 6
002150             MOVE 'N' TO TC-CORRIO(CANT-DEF)
002160             MOVE ZERO TO TC-COND(CANT-DEF)
002170             MOVE SPACE TO TC-TIPO(CANT-DEF)
002180             MOVE SPACES TO TC-PREDECESOR(CANT-DEF)
002190             MOVE 0004 TO TC-COND-LIM(CANT-DEF)
002200             MOVE SPACE TO TC-ESTADO(CANT-DEF)
002210             MOVE SPACES TO TC-MOTIVO(CANT-DEF)
002220           ELSE
002230             DISPLAY "*** ATENCION: CADDEF TIENE MAS DE 60 PASOS,"
002240               " SE IGNORA " CF-PASO " ***"
002250           END-IF
002260       END-READ
002270     END-PERFORM.
002280     CLOSE CAD-DEF.
002290     PERFORM CALCULAR-LIMITE
002300       VARYING CI FROM 1 BY 1 UNTIL CI > CANT-DEF
002310       AFTER CK FROM 1 BY 1 UNTIL CK > 6.
002320     EXIT.
002330 COPIAR-PRED-DEF.
002340     MOVE CF-PRED-PASO(CK) TO TC-PRED-PASO(CANT-DEF, CK).
002350     IF CF-PRED-COND-MAX(CK) NUMERIC THEN
002360       MOVE CF-PRED-COND-MAX(CK) TO TC-PRED-COND-MAX(CANT-DEF, CK)
002370     ELSE
002380       MOVE 0004 TO TC-PRED-COND-MAX(CANT-DEF, CK)
002390     END-IF.
002400     EXIT.
002410 CALCULAR-LIMITE.
002420     IF TC-PRED-PASO(CI, CK) = SPACES THEN
002430       EXIT PARAGRAPH
002440     END-IF.
002450     PERFORM VARYING CJ FROM 1 BY 1 UNTIL CJ > CANT-DEF
002460       IF TC-PASO(CJ) = TC-PRED-PASO(CI, CK)
002470          AND TC-PRED-COND-MAX(CI, CK) < TC-COND-LIM(CJ) THEN
002480         MOVE TC-PRED-COND-MAX(CI, CK) TO TC-COND-LIM(CJ)
002490       END-IF
002500     END-PERFORM.
002510     EXIT.
002520*----------------------------------------------------------
002530* DE CADA PASO DEFINIDO VALE EL ULTIMO REGISTRO DE LA NOCHE
002540* (UNA RECORRIDA REEMPLAZA A LA QUE FALLO). LAS SIMULACIONES
002550* NO CUENTAN.
002560*----------------------------------------------------------
002570 ANOTAR-PASO-CADENA.
002580     IF RL-TIPO-SIMULACION THEN
002590       EXIT PARAGRAPH
002600     END-IF.
002610     PERFORM VARYING CJ FROM 1 BY 1 UNTIL CJ > CANT-DEF
002620       IF TC-PASO(CJ) = RL-PROGRAMA THEN
002630         MOVE 'S' TO TC-CORRIO(CJ)
002640         MOVE RL-COND TO TC-COND(CJ)
002650         MOVE RL-TIPO TO TC-TIPO(CJ)
002660         MOVE RL-PREDECESOR TO TC-PREDECESOR(CJ)
002670       END-IF
002680     END-PERFORM.
002690     EXIT.
002700*----------------------------------------------------------
002710* REANUDACION: EN EL ORDEN DE CADDEF, UN PASO QUEDA PENDIENTE SI
002720* NO CORRIO, SI FUE RECHAZADO, SI TERMINO ARRIBA DE LO QUE LE
002730* EXIGEN SUS SUCESORES, O SI ALGUNO DE SUS PREDECESORES QUEDO
002740* PENDIENTE (HAY QUE REPETIRLO DESPUES). EL PRIMER PASO FALLIDO
002750* ES EL PRIMERO RECHAZADO O ARRIBA DE SU LIMITE.
002760*----------------------------------------------------------
002770 IMPRIMIR-REANUDACION.
002780     PERFORM EVALUAR-PASO-CADENA
002790       VARYING CI FROM 1 BY 1 UNTIL CI > CANT-DEF.
002800     MOVE SPACES TO LINEA-RPT-CAD.
002810     WRITE LINEA-RPT-CAD.
002820     MOVE TITULO-REA TO LINEA-RPT-CAD.
002830     WRITE LINEA-RPT-CAD.
002840     IF CI-FALLIDO > 0 THEN
002850       MOVE TC-PASO(CI-FALLIDO) TO FAL-PASO
002860       MOVE TC-ORDEN(CI-FALLIDO) TO FAL-ORDEN
002870       MOVE TC-MOTIVO(CI-FALLIDO) TO FAL-MOTIVO
002880       MOVE LINEA-FALLIDO TO LINEA-RPT-CAD
002890     ELSE
002900       MOVE "NINGUN PASO FALLIDO EN LA NOCHE" TO LINEA-RPT-CAD
002910     END-IF.
002920     WRITE LINEA-RPT-CAD.
002930     IF CONT-PENDIENTES = 0 THEN
002940       MOVE "NO FALTA CORRER NINGUN PASO: LA NOCHE ESTA COMPLETA"
002950         TO LINEA-RPT-CAD
002960       WRITE LINEA-RPT-CAD
002970       EXIT PARAGRAPH
002980     END-IF.
002990     MOVE LINEA-PEND-TIT TO LINEA-RPT-CAD.
003000     WRITE LINEA-RPT-CAD.
003010     PERFORM IMPRIMIR-PENDIENTE
003020       VARYING CI FROM 1 BY 1 UNTIL CI > CANT-DEF.
003030     EXIT.
003040 EVALUAR-PASO-CADENA.
003050     MOVE 'C' TO TC-ESTADO(CI).
003060     EVALUATE TRUE
003070       WHEN TC-CORRIO(CI) = 'N'
003080         MOVE 'P' TO TC-ESTADO(CI)
003090         MOVE "NO HA CORRIDO" TO TC-MOTIVO(CI)
003100       WHEN TC-TIPO(CI) = 'R'
003110         MOVE 'P' TO TC-ESTADO(CI)
003120         MOVE SPACES TO TC-MOTIVO(CI)
003130         STRING "RECHAZADO, FALTA " DELIMITED BY SIZE
003140           TC-PREDECESOR(CI) DELIMITED BY SPACE
003150           INTO TC-MOTIVO(CI)
003160         END-STRING
003170       WHEN TC-COND(CI) > TC-COND-LIM(CI)
003180         MOVE 'P' TO TC-ESTADO(CI)
003190         MOVE TC-COND(CI) TO EP-COND
003200         MOVE SPACES TO TC-MOTIVO(CI)
003210         STRING "FALLO CON " ESTADO-PRED DELIMITED BY SIZE
003220           INTO TC-MOTIVO(CI)
003230         END-STRING
003240     END-EVALUATE.
003250     IF TC-ESTADO(CI) = 'P' AND TC-CORRIO(CI) = 'S'
003260        AND CI-FALLIDO = 0 THEN
003270       MOVE CI TO CI-FALLIDO
003280     END-IF.
003290     IF TC-ESTADO(CI) = 'C' THEN
003300       MOVE 'N' TO SWITCH-PRED-PEND
003310       PERFORM BUSCAR-PRED-PENDIENTE
003320         VARYING CK FROM 1 BY 1 UNTIL CK > 6
003330       IF PRED-PENDIENTE THEN
003340         MOVE 'P' TO TC-ESTADO(CI)
003350         MOVE SPACES TO TC-MOTIVO(CI)
003360         STRING "REPETIR DESPUES DE " DELIMITED BY SIZE
003370           PRED-PEND-PASO DELIMITED BY SPACE
003380           INTO TC-MOTIVO(CI)
003390         END-STRING
003400       END-IF
003410     END-IF.
003420     IF TC-ESTADO(CI) = 'P' THEN
003430       ADD 1 TO CONT-PENDIENTES
003440     END-IF.
003450     EXIT.
003460 BUSCAR-PRED-PENDIENTE.
003470     IF PRED-PENDIENTE OR TC-PRED-PASO(CI, CK) = SPACES THEN
003480       EXIT PARAGRAPH
003490     END-IF.
003500     PERFORM VARYING CJ FROM 1 BY 1 UNTIL CJ > CANT-DEF
003510       IF TC-PASO(CJ) = TC-PRED-PASO(CI, CK)
003520          AND TC-ESTADO(CJ) = 'P' THEN
003530         MOVE 'Y' TO SWITCH-PRED-PEND
003540         MOVE TC-PASO(CJ) TO PRED-PEND-PASO
003550       END-IF
003560     END-PERFORM.
003570     EXIT.
003580 IMPRIMIR-PENDIENTE.
003590     IF TC-ESTADO(CI) NOT = 'P' THEN
003600       EXIT PARAGRAPH
003610     END-IF.
003620     MOVE TC-ORDEN(CI) TO PEN-ORDEN.
003630     MOVE TC-PASO(CI) TO PEN-PASO.
003640     MOVE TC-MOTIVO(CI) TO PEN-MOTIVO.
003650     MOVE LINEA-PEND TO LINEA-RPT-CAD.
003660     WRITE LINEA-RPT-CAD.
003670     EXIT.
003680 END PROGRAM CADENA1A.
