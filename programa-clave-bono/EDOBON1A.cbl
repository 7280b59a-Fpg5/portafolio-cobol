000150*           RECORRIDO DEL ACUMULADOR, SIN TABLA EN MEMORIA NI    *
000151*           TOPE DE DECISIONES. EL ANIO POR OMISION ES EL EN     *
000152*           CURSO Y PUEDE FIJARSE EN EDOCTL.                     *
000153* MOD-HISTORY:                                                   *
000154*   15/10/2026 FPG  LAS RECUPERACIONES POR BAJA ANTICIPADA       *
000155*                   (RECBON1A, TIPO-REND RECUPERACION EN         *
000156*                   AUDHIST) SE LISTAN EN EL ESTADO CON IMPORTE  *
000157*                   NEGATIVO.                                    *
000158*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000159*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000160*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000161*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000162*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000163*                   EL RESULTADO DE LA VERIFICACION.             *
000164******************************************************************
000165 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. EDOBON1A.
000180 ENVIRONMENT DIVISION.
000190*CONFIGURATION SECTION.
000659     05 DEC-FECHA         PIC 9(8).
000660     05 DEC-CLAVE         PIC X(25).
000661     05 DEC-TIPO-REND     PIC X(13).
000662       88 DEC-RECUPERACION                VALUE 'RECUPERACION'.
000663     05 DEC-PORC          PIC 99.
000664     05 DEC-BONO          PIC 9(7)V99.
000665     05 DEC-MONEDA        PIC X(3).
000666   FD AJUSTES-ANIO
000670       RECORDING MODE IS F
000680       DATA RECORD IS REG-AJUSTE.
000690   COPY AJUSTREG.
001680     05 DET-BONO          PIC ZZZZ,ZZ9.99.
001690     05 FILLER            PIC X(2)         VALUE SPACES.
001700     05 DET-MONEDA        PIC X(3).
001701* RECUPERACION POR BAJA ANTICIPADA: EL IMPORTE SALE RESTANDO,
001702* EN LA MISMA COLUMNA DEL BONO.
001703   01 DETALLE-RECUPERACION.
001704     05 REC-FECHA         PIC 9(8).
001705     05 FILLER            PIC X(2)         VALUE SPACES.
001706     05 FILLER            PIC X(13)        VALUE "RECUPERACION".
001707     05 FILLER            PIC X(6)         VALUE SPACES.
001708     05 REC-BONO          PIC -ZZZ,ZZ9.99.
001709     05 FILLER            PIC X(2)         VALUE SPACES.
001710     05 REC-MONEDA        PIC X(3).
001711   01 DETALLE-AJUSTE.
001720     05 AJU-FECHA         PIC 9(8).
001730     05 FILLER            PIC X(2)         VALUE SPACES.
001740     05 FILLER            PIC X(13)        VALUE "AJUSTE RETRO".
002020   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
002030   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
002040   77 COND-LOG           PIC 9(4)         VALUE 0000.
002041* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002042   01 P-PRED-CADENA.
002043     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002044     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002045     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002046       88 P-PRED-RECHAZADO                VALUE 'R'.
002047     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002048     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002049     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002050 PROCEDURE DIVISION.
002060 MAIN-PROCEDURE.
002070     PERFORM INICIAR-RUN-LOG.
002075     PERFORM VERIFICAR-PREDECESORES.
002080     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002090     MOVE FC-ANIO TO ANIO-ESTADO.
002100     PERFORM LEER-CONTROL-ESTADO.
004452     MOVE 0 TO CONT-DEC-EMP.
004460     PERFORM UNTIL FIN-ORD OR DEC-ID NOT = YTD-ID-EMP
004480       ADD 1 TO CONT-DEC-EMP
004485       IF DEC-RECUPERACION THEN
004490         MOVE DEC-FECHA TO REC-FECHA
004495         COMPUTE REC-BONO = 0 - DEC-BONO
004500         MOVE DEC-MONEDA TO REC-MONEDA
004505         MOVE DETALLE-RECUPERACION TO LINEA-RPT-EDO
004510       ELSE
004515         MOVE DEC-FECHA TO DET-FECHA
004520         MOVE DEC-TIPO-REND TO DET-TIPO-REND
004525         MOVE DEC-PORC TO DET-PORC
004530         MOVE DEC-BONO TO DET-BONO
004535         MOVE DEC-MONEDA TO DET-MONEDA
004540         MOVE DETALLE-DECISION TO LINEA-RPT-EDO
004545       END-IF
004550       WRITE LINEA-RPT-EDO AFTER ADVANCING 1 LINES
004560       PERFORM RETORNAR-DECISION
004570     END-PERFORM.
005010     ACCEPT HORA-ACEPT-LOG FROM TIME.
005020     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
005030     EXIT.
005031*----------------------------------------------------------
005032* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
005033* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
005034* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
005035* REGISTRA PREDEC1A.
005036*----------------------------------------------------------
005037 VERIFICAR-PREDECESORES.
005038     MOVE 'EDOBON1A' TO P-PRED-PROGRAMA.
005039     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
005040     CALL 'PREDEC1A' USING P-PRED-CADENA.
005041     IF P-PRED-RECHAZADO THEN
005042       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
005043         " CORRIDA ABORTADA ***"
005044       MOVE 0016 TO COND-LOG
005045       PERFORM GRABAR-RUN-LOG
005046       STOP RUN
005047     END-IF.
005048     EXIT.
005049 GRABAR-RUN-LOG.
005050     OPEN EXTEND RUN-LOG.
005060     IF FS-RUNLOG = '35' THEN
005070       OPEN OUTPUT RUN-LOG
005240       MOVE 0004 TO COND-LOG
005250     END-IF.
005260     MOVE COND-LOG TO RL-COND.
005261     MOVE P-PRED-RESULTADO TO RL-TIPO.
005262     MOVE P-PRED-PASO TO RL-PREDECESOR.
005263     MOVE P-PRED-COND TO RL-COND-PRED.
005264     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
005265     MOVE SPACES TO RL-MOTIVO.
005270     WRITE REG-RUN-LOG.
005280     CLOSE RUN-LOG.
005290     EXIT.
