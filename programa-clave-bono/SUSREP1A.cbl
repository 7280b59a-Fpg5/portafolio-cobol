000090*           UMBRAL DE DIAS (CONFIGURABLE EN CTLSUSP, 30 POR      *
000100*           OMISION): ESAS SON LAS PARTIDAS QUE SE CONVIERTEN    *
000110*           EN PAGOS PERDIDOS.                                   *
000111* MOD-HISTORY:                                                   *
000112*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000113*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000114*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000115*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000116*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000117*                   EL RESULTADO DE LA VERIFICACION.             *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. SUSREP1A.
001130   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001140   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001150   77 COND-LOG           PIC 9(4)         VALUE 0000.
001151* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001152   01 P-PRED-CADENA.
001153     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001154     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001155     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001156       88 P-PRED-RECHAZADO                VALUE 'R'.
001157     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001158     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001159     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001160 PROCEDURE DIVISION.
001170 MAIN-PROCEDURE.
001180     PERFORM INICIAR-RUN-LOG.
001185     PERFORM VERIFICAR-PREDECESORES.
001190     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001200     PERFORM LEER-CONTROL-SUSP.
001210     OPEN INPUT SUSPENSO.
002630     ACCEPT HORA-ACEPT-LOG FROM TIME.
002640     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
002650     EXIT.
002651*----------------------------------------------------------
002652* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
002653* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
002654* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
002655* REGISTRA PREDEC1A.
002656*----------------------------------------------------------
002657 VERIFICAR-PREDECESORES.
002658     MOVE 'SUSREP1A' TO P-PRED-PROGRAMA.
002659     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
002660     CALL 'PREDEC1A' USING P-PRED-CADENA.
002661     IF P-PRED-RECHAZADO THEN
002662       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
002663         " CORRIDA ABORTADA ***"
002664       MOVE 0016 TO COND-LOG
002665       PERFORM GRABAR-RUN-LOG
002666       STOP RUN
002667     END-IF.
002668     EXIT.
002669 GRABAR-RUN-LOG.
002670     OPEN EXTEND RUN-LOG.
002680     IF FS-RUNLOG = '35' THEN
002690       OPEN OUTPUT RUN-LOG
002860       MOVE 0004 TO COND-LOG
002870     END-IF.
002880     MOVE COND-LOG TO RL-COND.
002882     MOVE P-PRED-RESULTADO TO RL-TIPO.
002884     MOVE P-PRED-PASO TO RL-PREDECESOR.
002886     MOVE P-PRED-COND TO RL-COND-PRED.
002888     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
002892     MOVE SPACES TO RL-MOTIVO.
002896     WRITE REG-RUN-LOG.
002900     CLOSE RUN-LOG.
002910     EXIT.
002920 END PROGRAM SUSREP1A.
