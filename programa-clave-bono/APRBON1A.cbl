000110*           SIGUEN PENDIENTES. SOLO UNA PARTIDA PENDIENTE        *
000120*           ADMITE DECISION; LO YA DECIDIDO SE AVISA Y NO SE     *
000130*           PISA.                                                *
000131* MOD-HISTORY:                                                   *
000132*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000133*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000134*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000135*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000136*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000137*                   EL RESULTADO DE LA VERIFICACION.             *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. APRBON1A.
001180   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001190   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001200   77 COND-LOG           PIC 9(4)         VALUE 0000.
001201* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001202   01 P-PRED-CADENA.
001203     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001204     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001205     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001206       88 P-PRED-RECHAZADO                VALUE 'R'.
001207     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001208     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001209     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001210 PROCEDURE DIVISION.
001220 MAIN-PROCEDURE.
001230     PERFORM INICIAR-RUN-LOG.
001235     PERFORM VERIFICAR-PREDECESORES.
001240     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001250     OPEN I-O APROBACIONES.
001260     IF FS-APRREG NOT = '00' THEN
002870     ACCEPT HORA-ACEPT-LOG FROM TIME.
002880     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
002890     EXIT.
002891*----------------------------------------------------------
002892* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
002893* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
002894* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
002895* REGISTRA PREDEC1A.
002896*----------------------------------------------------------
002897 VERIFICAR-PREDECESORES.
002898     MOVE 'APRBON1A' TO P-PRED-PROGRAMA.
002899     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
002900     CALL 'PREDEC1A' USING P-PRED-CADENA.
002901     IF P-PRED-RECHAZADO THEN
002902       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
002903         " CORRIDA ABORTADA ***"
002904       MOVE 0016 TO COND-LOG
002905       PERFORM GRABAR-RUN-LOG
002906       STOP RUN
002907     END-IF.
002908     EXIT.
002909 GRABAR-RUN-LOG.
002910     OPEN EXTEND RUN-LOG.
002920     IF FS-RUNLOG = '35' THEN
002930       OPEN OUTPUT RUN-LOG
003110       MOVE 0004 TO COND-LOG
003120     END-IF.
003130     MOVE COND-LOG TO RL-COND.
003132     MOVE P-PRED-RESULTADO TO RL-TIPO.
003134     MOVE P-PRED-PASO TO RL-PREDECESOR.
003136     MOVE P-PRED-COND TO RL-COND-PRED.
003138     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003142     MOVE SPACES TO RL-MOTIVO.
003146     WRITE REG-RUN-LOG.
003150     CLOSE RUN-LOG.
003160     EXIT.
003170 END PROGRAM APRBON1A.
