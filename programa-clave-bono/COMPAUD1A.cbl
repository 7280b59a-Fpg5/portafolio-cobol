000129*                   NO SE MEZCLA CON LA CORRIDA NORMAL. SIN      *
000130*                   CATALOGO SE CAE AL AUDPREV COPIADO A MANO,   *
000131*                   COMO SIEMPRE.                                *
000132*   15/10/2026 FPG  SECCION DE RECUPERACIONES: LAS               *
000133*                   RECUPERACIONES POR BAJA ANTICIPADA           *
000134*                   (RECBON1A, TIPO-REND RECUPERACION EN         *
000135*                   AUDHIST) DESDE LA CORRIDA ANTERIOR HASTA LA  *
000136*                   ACTUAL SE LISTAN APARTE; NO SON DECISIONES   *
000137*                   DE BONO Y NO SE CRUZAN.                      *
000138*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000139*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000140*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000141*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000142*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000143*                   EL RESULTADO DE LA VERIFICACION.             *
000144******************************************************************
000145 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. COMPAUD1A.
000160 ENVIRONMENT DIVISION.
000170*CONFIGURATION SECTION.
000864   77 FECHA-ACTUAL-CMP   PIC 9(8)         VALUE 0.
000865   77 DIF-ABS            PIC 9(8)V99      VALUE 0.
000870   77 PCT-CAMBIO         PIC 9(5)V99      VALUE 0.
000875   77 CONT-RECUPERA      PIC 9(4)         VALUE 0000.
000880* LINEAS DEL REPORTE DE COMPARACION.
000890   01 TITULO-CMP.
000900     05 FILLER            PIC X(44)        VALUE
001200     05 ALE-DIF           PIC +ZZZZZZ9.99.
001210     05 FILLER            PIC X(5)         VALUE " PCT ".
001220     05 ALE-PCT           PIC ZZZZ9.99.
001221   01 LINEA-RECUPERA.
001222     05 FILLER            PIC X(14)        VALUE "RECUPERA   ID ".
001223     05 REC-ID            PIC X(4).
001224     05 FILLER            PIC X(7)         VALUE " FECHA ".
001225     05 REC-FECHA         PIC 9(8).
001226     05 FILLER            PIC X(7)         VALUE " MONTO ".
001227     05 REC-MONTO         PIC -ZZZZZZ9.99.
001228     05 FILLER            PIC X(2)         VALUE SPACES.
001229     05 REC-MONEDA        PIC X(3).
001230     05 FILLER            PIC X(6)         VALUE " PAGO ".
001231     05 REC-PAGO          PIC X(8).
001232   01 LINEA-TOT-CMP.
001240     05 FILLER            PIC X(8)         VALUE "NUEVOS: ".
001250     05 TOT-NUEVOS        PIC ZZZ9.
001260     05 FILLER            PIC X(17)        VALUE
001270          "  DESAPARECIDOS: ".
001280     05 TOT-BAJAS         PIC ZZZ9.
001290     05 FILLER            PIC X(11)        VALUE "  ALERTAS: ".
001292     05 TOT-ALERTAS       PIC ZZZ9.
001294     05 FILLER            PIC X(18)        VALUE
001296          "  RECUPERACIONES: ".
001298     05 TOT-RECUPERA      PIC ZZZ9.
001301* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
001302* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
001303* ESTADO DE LA CADENA (CADENA1A).
001306   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001307   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001308   77 COND-LOG           PIC 9(4)         VALUE 0000.
001309* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001310   01 P-PRED-CADENA.
001311     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001312     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001313     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001314       88 P-PRED-RECHAZADO                VALUE 'R'.
001315     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001316     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001317     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001318 PROCEDURE DIVISION.
001320 MAIN-PROCEDURE.
001325     PERFORM INICIAR-RUN-LOG.
001327     PERFORM VERIFICAR-PREDECESORES.
001330     PERFORM LEER-TOLERANCIAS.
001340     OPEN OUTPUT RPT-COMPARA.
001350     PERFORM IMPRIMIR-TITULO-CMP.
001360     PERFORM CARGAR-AUD-ANTERIOR.
001370     PERFORM COMPARAR-AUD-ACTUAL.
001380     PERFORM REPORTAR-DESAPARECIDOS.
001385     PERFORM REPORTAR-RECUPERACIONES.
001390     PERFORM IMPRIMIR-TOTALES-CMP.
001400     CLOSE RPT-COMPARA.
001410     DISPLAY "---------- COMPARACION DE CORRIDAS ----------".
001440     DISPLAY " EMPLEADOS NUEVOS:           " CONT-NUEVOS.
001450     DISPLAY " EMPLEADOS DESAPARECIDOS:    " CONT-BAJAS.
001460     DISPLAY " ALERTAS DE TOLERANCIA:      " CONT-ALERTAS.
001465     DISPLAY " RECUPERACIONES LISTADAS:    " CONT-RECUPERA.
001470     IF CONT-ALERTAS > 0 THEN
001480       DISPLAY "*** ATENCION: HAY MOVIMIENTOS DE BONO FUERA DE"
001490         " TOLERANCIA, VER RPTCOMP ***"
002760       END-IF
002770     END-PERFORM.
002780     EXIT.
002781*----------------------------------------------------------
002782* RECUPERACIONES POR BAJA ANTICIPADA QUE RECBON1A AGREGO A
002783* AUDHIST DESPUES DE LA CORRIDA ANTERIOR Y HASTA LA FECHA DE
002784* LA ACTUAL (SIN GENERACION ANTERIOR, TODAS HASTA LA ACTUAL).
002785* SE LISTAN CON IMPORTE NEGATIVO Y LA FECHA DEL PAGO
002786* RECUPERADO; NO ENTRAN AL CRUCE DE BONOS.
002787*----------------------------------------------------------
002788 REPORTAR-RECUPERACIONES.
002789     OPEN INPUT AUD-HISTORIA.
002790     IF FS-AUDHIST NOT = '00' THEN
002791       DISPLAY "*** ATENCION: NO SE PUDO ABRIR AUDHIST (FILE"
002792         " STATUS " FS-AUDHIST "), SIN SECCION DE"
002793         " RECUPERACIONES ***"
002794       EXIT PARAGRAPH
002795     END-IF.
002796     MOVE 'N' TO SWITCH-FIN-HIST.
002797     PERFORM LEER-AUD-HIST.
002798     PERFORM UNTIL FIN-HIST
002799       IF HST-RECUPERACION AND HST-FECHA > FECHA-PREVIA
002800           AND (FECHA-ACTUAL-CMP = 0
002801           OR HST-FECHA <= FECHA-ACTUAL-CMP) THEN
002802         PERFORM IMPRIMIR-RECUPERACION
002803       END-IF
002804       PERFORM LEER-AUD-HIST
002805     END-PERFORM.
002806     CLOSE AUD-HISTORIA.
002807     EXIT.
002808 IMPRIMIR-RECUPERACION.
002809     IF CONT-RECUPERA = 0 THEN
002810       MOVE SPACES TO LINEA-RPT-CMP
002811       WRITE LINEA-RPT-CMP
002812     END-IF.
002813     ADD 1 TO CONT-RECUPERA.
002814     MOVE HST-ID-EMP TO REC-ID.
002815     MOVE HST-FECHA TO REC-FECHA.
002816     COMPUTE REC-MONTO = 0 - HST-BONO.
002817     MOVE HST-MONEDA TO REC-MONEDA.
002818     MOVE HST-CLAVE-BASE(5:8) TO REC-PAGO.
002819     MOVE LINEA-RECUPERA TO LINEA-RPT-CMP.
002820     WRITE LINEA-RPT-CMP.
002821     EXIT.
002822 IMPRIMIR-TITULO-CMP.
002823     MOVE TOL-PORC TO TIT-TOL-PORC.
002824     MOVE TOL-MONTO TO TIT-TOL-MONTO.
002825     MOVE TITULO-CMP TO LINEA-RPT-CMP.
002830     WRITE LINEA-RPT-CMP.
002840     MOVE SPACES TO LINEA-RPT-CMP.
002850     WRITE LINEA-RPT-CMP.
002880     MOVE CONT-NUEVOS TO TOT-NUEVOS.
002890     MOVE CONT-BAJAS TO TOT-BAJAS.
002900     MOVE CONT-ALERTAS TO TOT-ALERTAS.
002905     MOVE CONT-RECUPERA TO TOT-RECUPERA.
002910     MOVE SPACES TO LINEA-RPT-CMP.
002920     WRITE LINEA-RPT-CMP.
002930     MOVE LINEA-TOT-CMP TO LINEA-RPT-CMP.
003040     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
003050     ACCEPT HORA-ACEPT-LOG FROM TIME.
003060     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
003061     EXIT.
003062*----------------------------------------------------------
003063* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
003064* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
003065* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
003066* REGISTRA PREDEC1A.
003067*----------------------------------------------------------
003068 VERIFICAR-PREDECESORES.
003069     MOVE 'COMPAUD1A' TO P-PRED-PROGRAMA.
003070     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
003071     CALL 'PREDEC1A' USING P-PRED-CADENA.
003072     IF P-PRED-RECHAZADO THEN
003073       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
003074         " CORRIDA ABORTADA ***"
003075       MOVE 0016 TO COND-LOG
003076       PERFORM GRABAR-RUN-LOG
003077       STOP RUN
003078     END-IF.
003079     EXIT.
003080 GRABAR-RUN-LOG.
003090     OPEN EXTEND RUN-LOG.
003100     IF FS-RUNLOG = '35' THEN
003290       MOVE 0004 TO COND-LOG
003300     END-IF.
003310     MOVE COND-LOG TO RL-COND.
003311     MOVE P-PRED-RESULTADO TO RL-TIPO.
003312     MOVE P-PRED-PASO TO RL-PREDECESOR.
003313     MOVE P-PRED-COND TO RL-COND-PRED.
003314     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003315     MOVE SPACES TO RL-MOTIVO.
003320     WRITE REG-RUN-LOG.
003330     CLOSE RUN-LOG.
003340     EXIT.
