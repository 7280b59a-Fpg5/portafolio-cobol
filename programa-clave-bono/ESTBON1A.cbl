000104*   02/09/2026 FPG  EL LAYOUT DE RUNCTL PASA AL COPYBOOK         *
000106*                   RUNCTLRG (COMPARTIDO CON LA CORRIDA Y LOS    *
000108*                   AJUSTES).                                    *
000109*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000110*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000111*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000112*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000113*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000114*                   EL RESULTADO DE LA VERIFICACION.             *
000115******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. ESTBON1A.
000140 ENVIRONMENT DIVISION.
001056   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001057   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001058   77 COND-LOG           PIC 9(4)         VALUE 0000.
001059* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001060   01 P-PRED-CADENA.
001061     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001062     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001063     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001064       88 P-PRED-RECHAZADO                VALUE 'R'.
001065     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001066     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001067     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001068 PROCEDURE DIVISION.
001070 MAIN-PROCEDURE.
001075     PERFORM INICIAR-RUN-LOG.
001077     PERFORM VERIFICAR-PREDECESORES.
001080     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001090     PERFORM LEER-TOPE-CONTROL.
001100     OPEN INPUT YTD-BONO.
002300     ACCEPT HORA-ACEPT-LOG FROM TIME.
002310     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
002320     EXIT.
002321*----------------------------------------------------------
002322* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
002323* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
002324* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
002325* REGISTRA PREDEC1A.
002326*----------------------------------------------------------
002327 VERIFICAR-PREDECESORES.
002328     MOVE 'ESTBON1A' TO P-PRED-PROGRAMA.
002329     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
002330     CALL 'PREDEC1A' USING P-PRED-CADENA.
002331     IF P-PRED-RECHAZADO THEN
002332       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
002333         " CORRIDA ABORTADA ***"
002334       MOVE 0016 TO COND-LOG
002335       PERFORM GRABAR-RUN-LOG
002336       STOP RUN
002337     END-IF.
002338     EXIT.
002339 GRABAR-RUN-LOG.
002340     OPEN EXTEND RUN-LOG.
002350     IF FS-RUNLOG = '35' THEN
002360       OPEN OUTPUT RUN-LOG
002500     MOVE CONT-ESTADOS TO RL-ESCRITOS.
002510     MOVE ZERO TO RL-RECHAZADOS.
002520     MOVE COND-LOG TO RL-COND.
002521     MOVE P-PRED-RESULTADO TO RL-TIPO.
002522     MOVE P-PRED-PASO TO RL-PREDECESOR.
002523     MOVE P-PRED-COND TO RL-COND-PRED.
002524     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
002525     MOVE SPACES TO RL-MOTIVO.
002530     WRITE REG-RUN-LOG.
002540     CLOSE RUN-LOG.
002550     EXIT.
