000110*           DISCREPANCIA ESPECIFICA ENCONTRADA. UN DESCUADRE     *
000120*           SE ANUNCIA CON UN AVISO QUE EL OPERADOR NO PUEDE     *
000130*           PASAR POR ALTO.                                      *
000131* MOD-HISTORY:                                                   *
000132*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000133*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000134*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000135*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000136*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000137*                   EL RESULTADO DE LA VERIFICACION.             *
000138*   15/10/2026 FPG  CON VARIAS COMPANIAS, CTLTOT TRAE UN         *
000139*                   REGISTRO POR COMPANIA DESPUES DEL TOTAL: SE  *
000140*                   CRUZAN CONTRA LA AUDITORIA DE CADA COMPANIA  *
000141*                   Y SU SUMA CONTRA EL TOTAL, Y BALOUT LLEVA UN *
000142*                   REGISTRO POR COMPANIA DESPUES DEL REGISTRO   *
000143*                   DEL TOTAL.                                   *
000144******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. CUADRE1A.
000170 ENVIRONMENT DIVISION.
000640       88 BAL-EN-CUADRE                   VALUE 'B'.
000650       88 BAL-DESCUADRE                   VALUE 'D'.
000660     05 BAL-DISCREPANCIA  PIC X(60).
000661     05 BAL-CIA           PIC X(1).
000662   FD RUN-LOG
000664       RECORDING MODE IS F
000666       DATA RECORD IS REG-RUN-LOG.
000900   77 CSV-CAMPO-ID       PIC X(10)        VALUE SPACES.
000910   77 CSV-CAMPO-CLAVE    PIC X(25)        VALUE SPACES.
000920   77 CSV-CAMPO-BONO     PIC X(15)        VALUE SPACES.
000921   77 ED-CANT-A          PIC ZZZZZ9.
000922   77 ED-CANT-B          PIC ZZZZZ9.
000923   77 ED-TOT-A           PIC ZZZ,ZZZ,ZZ9.99.
000924   77 ED-TOT-B           PIC ZZZ,ZZZ,ZZ9.99.
000925* TOTAL DE LA CORRIDA (PRIMER REGISTRO DE CTLTOT) Y, CON
000926* VARIAS COMPANIAS, EL CONTROL Y LA AUDITORIA DE CADA UNA. EL
000927* REPORTE Y EL EXTRACTO NO DISTINGUEN COMPANIA: SOLO ENTRAN AL
000928* CUADRE DEL TOTAL.
000929   01 CTL-GRAL.
000930     05 CTG-FECHA         PIC 9(8).
000931     05 CTG-PROCESADOS    PIC 9(6).
000932     05 CTG-BONO-SI       PIC 9(6).
000933     05 CTG-BONO-NO       PIC 9(6).
000934     05 CTG-BONO-PAGADO   PIC 9(9)V99.
000935     05 CTG-CIA           PIC X(1).
000936   01 TABLA-CTL-CIAS.
000937     05 CANT-CTL-CIAS     PIC 9(1)         VALUE 0.
000938     05 ENTRADA-CTL-CIA OCCURS 9 TIMES.
000939       10 TQ-CIA          PIC X(1).
000940       10 TQ-PROCESADOS   PIC 9(6).
000941       10 TQ-PAGADO       PIC 9(9)V99.
000942       10 TQ-AUD-CANT     PIC 9(6).
000943       10 TQ-AUD-TOTAL    PIC 9(9)V99.
000944       10 TQ-MARCA        PIC X(1).
000945       10 TQ-DISCREPANCIA PIC X(60).
000946   01 SWITCH-FIN-CTL     PIC X            VALUE 'N'.
000947     88 FIN-CTL                           VALUE 'Y'.
000948   77 CQ                 PIC 9(2)         VALUE 00.
000949   77 CQ-HALLADA         PIC 9(2)         VALUE 00.
000950   77 SUMA-CIAS-CANT     PIC 9(6)         VALUE 000000.
000951   77 SUMA-CIAS-PAGADO   PIC 9(9)V99      VALUE 0.
000952   77 CONT-AUD-SIN-CIA   PIC 9(6)         VALUE 000000.
000961* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
000962* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
000963* ESTADO DE LA CADENA (CADENA1A).
000966   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
000967   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
000968   77 COND-LOG           PIC 9(4)         VALUE 0000.
000969* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
000970   01 P-PRED-CADENA.
000971     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
000972     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
000973     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
000974       88 P-PRED-RECHAZADO                VALUE 'R'.
000975     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
000976     05 P-PRED-COND      PIC 9(4)         VALUE 0.
000977     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
000978 PROCEDURE DIVISION.
000980 MAIN-PROCEDURE.
000985     PERFORM INICIAR-RUN-LOG.
000987     PERFORM VERIFICAR-PREDECESORES.
000990     PERFORM LEER-CONTROL-TOTALES.
001000     PERFORM CONTAR-REPORTE.
001010     PERFORM CONTAR-AUDITORIA.
001180         CLOSE CTL-TOTALES
001182         MOVE 0016 TO COND-LOG
001184         PERFORM GRABAR-RUN-LOG
001185         STOP RUN
001186     END-READ.
001187     MOVE REG-CTL-TOTALES TO CTL-GRAL.
001188     PERFORM LEER-CTL-CIA.
001189     PERFORM UNTIL FIN-CTL
001190       IF CANT-CTL-CIAS < 9 THEN
001191         ADD 1 TO CANT-CTL-CIAS
001192         MOVE CT-CIA TO TQ-CIA(CANT-CTL-CIAS)
001193         MOVE CT-PROCESADOS TO TQ-PROCESADOS(CANT-CTL-CIAS)
001194         MOVE CT-BONO-PAGADO TO TQ-PAGADO(CANT-CTL-CIAS)
001195         MOVE ZERO TO TQ-AUD-CANT(CANT-CTL-CIAS)
001196         MOVE ZERO TO TQ-AUD-TOTAL(CANT-CTL-CIAS)
001197         MOVE 'B' TO TQ-MARCA(CANT-CTL-CIAS)
001198         MOVE "SIN DISCREPANCIAS"
001199           TO TQ-DISCREPANCIA(CANT-CTL-CIAS)
001200         ADD CT-PROCESADOS TO SUMA-CIAS-CANT
001201         ADD CT-BONO-PAGADO TO SUMA-CIAS-PAGADO
001202       ELSE
001203         DISPLAY "*** ATENCION: MAS DE 9 COMPANIAS EN CTLTOT, SE"
001204           " IGNORA LA COMPANIA " CT-CIA " ***"
001205       END-IF
001206       PERFORM LEER-CTL-CIA
001207     END-PERFORM.
001210     CLOSE CTL-TOTALES.
001211     EXIT.
001212 LEER-CTL-CIA.
001213     READ CTL-TOTALES
001214       AT END
001215         MOVE 'Y' TO SWITCH-FIN-CTL
001216     END-READ.
001220     EXIT.
001230*----------------------------------------------------------
001240* CUENTA LAS LINEAS DE DETALLE DEL REPORTE IMPRESO Y SUMA
001725       IF AUD-ID-EMP(1:1) NOT = '*' THEN
001730         ADD 1 TO CONT-AUD
001740         ADD AUD-BONO TO TOTAL-AUD
001742         PERFORM ACUMULAR-AUD-CIA
001745       END-IF
001750       PERFORM LEER-AUD
001760     END-PERFORM.
001810       AT END
001820         MOVE 'Y' TO SWITCH-FIN-AUD
001830     END-READ.
001831     EXIT.
001832*----------------------------------------------------------
001833* LA AUDITORIA SE ACUMULA TAMBIEN POR COMPANIA (AUD-CIA) PARA
001834* CRUZARLA CONTRA EL REGISTRO DE LA COMPANIA EN CTLTOT.
001835*----------------------------------------------------------
001836 ACUMULAR-AUD-CIA.
001837     IF CANT-CTL-CIAS = 0 THEN
001838       EXIT PARAGRAPH
001839     END-IF.
001840     MOVE 0 TO CQ-HALLADA.
001841     PERFORM VARYING CQ FROM 1 BY 1
001842         UNTIL CQ > CANT-CTL-CIAS OR CQ-HALLADA > 0
001843       IF TQ-CIA(CQ) = AUD-CIA THEN
001844         MOVE CQ TO CQ-HALLADA
001845       END-IF
001846     END-PERFORM.
001847     IF CQ-HALLADA = 0 THEN
001848       ADD 1 TO CONT-AUD-SIN-CIA
001849     ELSE
001850       ADD 1 TO TQ-AUD-CANT(CQ-HALLADA)
001851       ADD AUD-BONO TO TQ-AUD-TOTAL(CQ-HALLADA)
001852     END-IF.
001853     EXIT.
001854*----------------------------------------------------------
001860* EL EXTRACTO TRAE UNA LINEA DE ENCABEZADO DE COLUMNAS QUE
001870* NO SE CUENTA; EL IMPORTE ES EL TERCER CAMPO DEL CSV.
001880*----------------------------------------------------------
002220* VALORES, PARA QUE EL OPERADOR SEPA EXACTAMENTE QUE FALLO.
002230*----------------------------------------------------------
002240 CRUZAR-TOTALES.
002250     IF CONT-RPT NOT = CTG-PROCESADOS THEN
002260       MOVE CONT-RPT TO ED-CANT-A
002270       MOVE CTG-PROCESADOS TO ED-CANT-B
002280       STRING "REPORTE CUENTA " DELIMITED BY SIZE
002290         ED-CANT-A DELIMITED BY SIZE
002300         " VS CONTROL " DELIMITED BY SIZE
002330       END-STRING
002340       PERFORM MARCAR-DESCUADRE
002350     END-IF.
002360     IF CORRIDA-EN-CUADRE AND CONT-AUD NOT = CTG-PROCESADOS THEN
002370       MOVE CONT-AUD TO ED-CANT-A
002380       MOVE CTG-PROCESADOS TO ED-CANT-B
002390       STRING "AUDITORIA CUENTA " DELIMITED BY SIZE
002400         ED-CANT-A DELIMITED BY SIZE
002410         " VS CONTROL " DELIMITED BY SIZE
002440       END-STRING
002450       PERFORM MARCAR-DESCUADRE
002460     END-IF.
002470     IF CORRIDA-EN-CUADRE AND CONT-CSV NOT = CTG-PROCESADOS THEN
002480       MOVE CONT-CSV TO ED-CANT-A
002490       MOVE CTG-PROCESADOS TO ED-CANT-B
002500       STRING "EXTRACTO CUENTA " DELIMITED BY SIZE
002510         ED-CANT-A DELIMITED BY SIZE
002520         " VS CONTROL " DELIMITED BY SIZE
002550       END-STRING
002560       PERFORM MARCAR-DESCUADRE
002570     END-IF.
002580     IF CORRIDA-EN-CUADRE AND TOTAL-RPT NOT = CTG-BONO-PAGADO THEN
002590       MOVE TOTAL-RPT TO ED-TOT-A
002600       MOVE CTG-BONO-PAGADO TO ED-TOT-B
002610       STRING "REPORTE SUMA " DELIMITED BY SIZE
002620         ED-TOT-A DELIMITED BY SIZE
002630         " VS CONTROL " DELIMITED BY SIZE
002660       END-STRING
002670       PERFORM MARCAR-DESCUADRE
002680     END-IF.
002690     IF CORRIDA-EN-CUADRE AND TOTAL-AUD NOT = CTG-BONO-PAGADO THEN
002700       MOVE TOTAL-AUD TO ED-TOT-A
002710       MOVE CTG-BONO-PAGADO TO ED-TOT-B
002720       STRING "AUDITORIA SUMA " DELIMITED BY SIZE
002730         ED-TOT-A DELIMITED BY SIZE
002740         " VS CONTROL " DELIMITED BY SIZE
002770       END-STRING
002780       PERFORM MARCAR-DESCUADRE
002790     END-IF.
002800     IF CORRIDA-EN-CUADRE AND TOTAL-CSV NOT = CTG-BONO-PAGADO THEN
002810       MOVE TOTAL-CSV TO ED-TOT-A
002820       MOVE CTG-BONO-PAGADO TO ED-TOT-B
002830       STRING "EXTRACTO SUMA " DELIMITED BY SIZE
002840         ED-TOT-A DELIMITED BY SIZE
002850         " VS CONTROL " DELIMITED BY SIZE
002880       END-STRING
002890       PERFORM MARCAR-DESCUADRE
002900     END-IF.
002901     PERFORM CRUZAR-COMPANIAS.
002902     EXIT.
002903*----------------------------------------------------------
002904* CON REGISTROS POR COMPANIA EN CTLTOT: SU SUMA DEBE DAR EL
002905* TOTAL, TODA DECISION DE AUDITIN DEBE SER DE UNA COMPANIA
002906* CON CONTROL, Y CADA COMPANIA CUADRA SU AUDITORIA CONTRA SU
002907* CONTROL. UNA COMPANIA DESCUADRADA DESCUADRA LA CORRIDA.
002908*----------------------------------------------------------
002909 CRUZAR-COMPANIAS.
002910     IF CANT-CTL-CIAS = 0 THEN
002911       EXIT PARAGRAPH
002912     END-IF.
002913     IF CORRIDA-EN-CUADRE AND
002914         (SUMA-CIAS-CANT NOT = CTG-PROCESADOS
002915          OR SUMA-CIAS-PAGADO NOT = CTG-BONO-PAGADO) THEN
002916       MOVE SUMA-CIAS-PAGADO TO ED-TOT-A
002917       MOVE CTG-BONO-PAGADO TO ED-TOT-B
002918       STRING "COMPANIAS SUMAN " DELIMITED BY SIZE
002919         ED-TOT-A DELIMITED BY SIZE
002920         " VS TOTAL " DELIMITED BY SIZE
002921         ED-TOT-B DELIMITED BY SIZE
002922         INTO DISCREPANCIA
002923       END-STRING
002924       PERFORM MARCAR-DESCUADRE
002925     END-IF.
002926     IF CORRIDA-EN-CUADRE AND CONT-AUD-SIN-CIA > 0 THEN
002927       MOVE CONT-AUD-SIN-CIA TO ED-CANT-A
002928       STRING "AUDITORIA CON " DELIMITED BY SIZE
002929         ED-CANT-A DELIMITED BY SIZE
002930         " DECISIONES DE COMPANIA SIN CONTROL" DELIMITED BY SIZE
002931         INTO DISCREPANCIA
002932       END-STRING
002933       PERFORM MARCAR-DESCUADRE
002934     END-IF.
002935     PERFORM VARYING CQ FROM 1 BY 1 UNTIL CQ > CANT-CTL-CIAS
002936       PERFORM CRUZAR-COMPANIA
002937     END-PERFORM.
002938     EXIT.
002939 CRUZAR-COMPANIA.
002940     IF TQ-AUD-CANT(CQ) NOT = TQ-PROCESADOS(CQ) THEN
002941       MOVE TQ-AUD-CANT(CQ) TO ED-CANT-A
002942       MOVE TQ-PROCESADOS(CQ) TO ED-CANT-B
002943       MOVE SPACES TO TQ-DISCREPANCIA(CQ)
002944       STRING "CIA " DELIMITED BY SIZE
002945         TQ-CIA(CQ) DELIMITED BY SIZE
002946         " AUDITORIA CUENTA " DELIMITED BY SIZE
002947         ED-CANT-A DELIMITED BY SIZE
002948         " VS CONTROL " DELIMITED BY SIZE
002949         ED-CANT-B DELIMITED BY SIZE
002950         INTO TQ-DISCREPANCIA(CQ)
002951       END-STRING
002952       MOVE 'D' TO TQ-MARCA(CQ)
002953     ELSE IF TQ-AUD-TOTAL(CQ) NOT = TQ-PAGADO(CQ) THEN
002954       MOVE TQ-AUD-TOTAL(CQ) TO ED-TOT-A
002955       MOVE TQ-PAGADO(CQ) TO ED-TOT-B
002956       MOVE SPACES TO TQ-DISCREPANCIA(CQ)
002957       STRING "CIA " DELIMITED BY SIZE
002958         TQ-CIA(CQ) DELIMITED BY SIZE
002959         " AUDITORIA SUMA " DELIMITED BY SIZE
002960         ED-TOT-A DELIMITED BY SIZE
002961         " VS CONTROL " DELIMITED BY SIZE
002962         ED-TOT-B DELIMITED BY SIZE
002963         INTO TQ-DISCREPANCIA(CQ)
002964       END-STRING
002965       MOVE 'D' TO TQ-MARCA(CQ)
002966     END-IF
002967     END-IF.
002968     IF TQ-MARCA(CQ) = 'D' AND CORRIDA-EN-CUADRE THEN
002969       MOVE TQ-DISCREPANCIA(CQ) TO DISCREPANCIA
002970       PERFORM MARCAR-DESCUADRE
002971     END-IF.
002972     EXIT.
002973 MARCAR-DESCUADRE.
002974     MOVE 'N' TO SWITCH-CUADRE.
002975     EXIT.
002976 GRABAR-BALANCE.
002977     OPEN OUTPUT BALANCE-SAL.
002978     MOVE CTG-FECHA TO BAL-FECHA.
002979     MOVE CTG-PROCESADOS TO BAL-CTL-CANT.
002990     MOVE CONT-RPT TO BAL-RPT-CANT.
003000     MOVE CONT-AUD TO BAL-AUD-CANT.
003010     MOVE CONT-CSV TO BAL-CSV-CANT.
003020     MOVE CTG-BONO-PAGADO TO BAL-CTL-TOTAL.
003030     MOVE TOTAL-RPT TO BAL-RPT-TOTAL.
003040     MOVE TOTAL-AUD TO BAL-AUD-TOTAL.
003050     MOVE TOTAL-CSV TO BAL-CSV-TOTAL.
003100       MOVE 'D' TO BAL-MARCA
003110       MOVE DISCREPANCIA TO BAL-DISCREPANCIA
003120     END-IF.
003125     MOVE SPACE TO BAL-CIA.
003130     WRITE REG-BALANCE.
003132     PERFORM VARYING CQ FROM 1 BY 1 UNTIL CQ > CANT-CTL-CIAS
003134       PERFORM GRABAR-BALANCE-CIA
003136     END-PERFORM.
003140     CLOSE BALANCE-SAL.
003141     EXIT.
003142 GRABAR-BALANCE-CIA.
003143     MOVE TQ-PROCESADOS(CQ) TO BAL-CTL-CANT.
003144     MOVE ZERO TO BAL-RPT-CANT.
003145     MOVE TQ-AUD-CANT(CQ) TO BAL-AUD-CANT.
003146     MOVE ZERO TO BAL-CSV-CANT.
003147     MOVE TQ-PAGADO(CQ) TO BAL-CTL-TOTAL.
003148     MOVE ZERO TO BAL-RPT-TOTAL.
003149     MOVE TQ-AUD-TOTAL(CQ) TO BAL-AUD-TOTAL.
003150     MOVE ZERO TO BAL-CSV-TOTAL.
003151     MOVE TQ-MARCA(CQ) TO BAL-MARCA.
003152     MOVE TQ-DISCREPANCIA(CQ) TO BAL-DISCREPANCIA.
003153     MOVE TQ-CIA(CQ) TO BAL-CIA.
003154     WRITE REG-BALANCE.
003155     EXIT.
003160 ANUNCIAR-RESULTADO.
003170     DISPLAY "---------- CUADRE DE TRES VIAS ----------".
003180     DISPLAY " CONTROL:   " CTG-PROCESADOS " REGISTROS, "
003190       CTG-BONO-PAGADO " PAGADO".
003200     DISPLAY " REPORTE:   " CONT-RPT " DETALLES, "
003210       TOTAL-RPT " SUMADO".
003220     DISPLAY " AUDITORIA: " CONT-AUD " REGISTROS, "
003230       TOTAL-AUD " SUMADO".
003240     DISPLAY " EXTRACTO:  " CONT-CSV " DETALLES, "
003250       TOTAL-CSV " SUMADO".
003251     PERFORM VARYING CQ FROM 1 BY 1 UNTIL CQ > CANT-CTL-CIAS
003252       DISPLAY " COMPANIA " TQ-CIA(CQ) ": " TQ-PROCESADOS(CQ)
003253         " CONTROL, " TQ-AUD-CANT(CQ) " AUDITORIA, MARCA "
003254         TQ-MARCA(CQ)
003255     END-PERFORM.
003260     IF CORRIDA-EN-CUADRE THEN
003270       DISPLAY " RESULTADO: EN CUADRE"
003280     ELSE
003490     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
003500     ACCEPT HORA-ACEPT-LOG FROM TIME.
003510     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
003511     EXIT.
003512*----------------------------------------------------------
003513* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
003514* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
003515* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
003516* REGISTRA PREDEC1A.
003517*----------------------------------------------------------
003518 VERIFICAR-PREDECESORES.
003519     MOVE 'CUADRE1A' TO P-PRED-PROGRAMA.
003520     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
003521     CALL 'PREDEC1A' USING P-PRED-CADENA.
003522     IF P-PRED-RECHAZADO THEN
003523       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
003524         " CORRIDA ABORTADA ***"
003525       MOVE 0016 TO COND-LOG
003526       PERFORM GRABAR-RUN-LOG
003527       STOP RUN
003528     END-IF.
003529     EXIT.
003530 GRABAR-RUN-LOG.
003540     OPEN EXTEND RUN-LOG.
003550     IF FS-RUNLOG = '35' THEN
003730       MOVE 0004 TO COND-LOG
003740     END-IF.
003750     MOVE COND-LOG TO RL-COND.
003751     MOVE P-PRED-RESULTADO TO RL-TIPO.
003752     MOVE P-PRED-PASO TO RL-PREDECESOR.
003753     MOVE P-PRED-COND TO RL-COND-PRED.
003754     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003755     MOVE SPACES TO RL-MOTIVO.
003760     WRITE REG-RUN-LOG.
003770     CLOSE RUN-LOG.
003780     EXIT.
