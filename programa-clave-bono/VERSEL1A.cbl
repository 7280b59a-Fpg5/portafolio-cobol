000100*           CUADRA, EL MAESTRO NO ES EL QUE SE SELLO Y LA        *
000110*           CORRIDA DE BONOS LO VA A RECHAZAR IGUAL. SOLO        *
000120*           LECTURA: NO TOCA NINGUN ARCHIVO.                     *
000121* MOD-HISTORY:                                                   *
000122*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000123*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000124*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000125*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000126*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000127*                   EL RESULTADO DE LA VERIFICACION.             *
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. VERSEL1A.
000620   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
000630   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
000640   77 COND-LOG           PIC 9(4)         VALUE 0000.
000641* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
000642   01 P-PRED-CADENA.
000643     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
000644     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
000645     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
000646       88 P-PRED-RECHAZADO                VALUE 'R'.
000647     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
000648     05 P-PRED-COND      PIC 9(4)         VALUE 0.
000649     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
000650 PROCEDURE DIVISION.
000660 MAIN-PROCEDURE.
000670     PERFORM INICIAR-RUN-LOG.
000675     PERFORM VERIFICAR-PREDECESORES.
000680     PERFORM LEER-SELLO.
000690     PERFORM BARRER-MAESTRO.
000700     PERFORM COMPARAR-SELLO.
001590     ACCEPT HORA-ACEPT-LOG FROM TIME.
001600     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
001610     EXIT.
001611*----------------------------------------------------------
001612* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
001613* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
001614* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
001615* REGISTRA PREDEC1A.
001616*----------------------------------------------------------
001617 VERIFICAR-PREDECESORES.
001618     MOVE 'VERSEL1A' TO P-PRED-PROGRAMA.
001619     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
001620     CALL 'PREDEC1A' USING P-PRED-CADENA.
001621     IF P-PRED-RECHAZADO THEN
001622       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
001623         " CORRIDA ABORTADA ***"
001624       MOVE 0016 TO COND-LOG
001625       PERFORM GRABAR-RUN-LOG
001626       STOP RUN
001627     END-IF.
001628     EXIT.
001629 GRABAR-RUN-LOG.
001630     OPEN EXTEND RUN-LOG.
001640     IF FS-RUNLOG = '35' THEN
001650       OPEN OUTPUT RUN-LOG
001790     MOVE ZERO TO RL-ESCRITOS.
001800     MOVE ZERO TO RL-RECHAZADOS.
001810     MOVE COND-LOG TO RL-COND.
001812     MOVE P-PRED-RESULTADO TO RL-TIPO.
001814     MOVE P-PRED-PASO TO RL-PREDECESOR.
001816     MOVE P-PRED-COND TO RL-COND-PRED.
001818     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
001822     MOVE SPACES TO RL-MOTIVO.
001826     WRITE REG-RUN-LOG.
001830     CLOSE RUN-LOG.
001840     EXIT.
001850 END PROGRAM VERSEL1A.
