000100*           CUANDO LA BRECHA ENTRE GRUPOS EXCEDE EL UMBRAL.      *
000110*           ES UNA SALIDA SEPARADA (RPTEQUI) QUE NO EXPONE       *
000120*           SALARIOS INDIVIDUALES.                               *
000121* MOD-HISTORY:                                                   *
000122*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000123*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000124*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000125*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000126*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000127*                   EL RESULTADO DE LA VERIFICACION.             *
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. EQUIDAD1A.
001106   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001107   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001108   77 COND-LOG           PIC 9(4)         VALUE 0000.
001109* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001110   01 P-PRED-CADENA.
001111     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001112     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001113     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001114       88 P-PRED-RECHAZADO                VALUE 'R'.
001115     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001116     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001117     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001118 PROCEDURE DIVISION.
001120 MAIN-PROCEDURE.
001125     PERFORM INICIAR-RUN-LOG.
001127     PERFORM VERIFICAR-PREDECESORES.
001130     OPEN INPUT EMPMAST.
001140     IF FS-EMPMAST NOT = '00' THEN
001150       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
003220     ACCEPT HORA-ACEPT-LOG FROM TIME.
003230     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
003240     EXIT.
003241*----------------------------------------------------------
003242* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
003243* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
003244* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
003245* REGISTRA PREDEC1A.
003246*----------------------------------------------------------
003247 VERIFICAR-PREDECESORES.
003248     MOVE 'EQUIDAD1A' TO P-PRED-PROGRAMA.
003249     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
003250     CALL 'PREDEC1A' USING P-PRED-CADENA.
003251     IF P-PRED-RECHAZADO THEN
003252       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
003253         " CORRIDA ABORTADA ***"
003254       MOVE 0016 TO COND-LOG
003255       PERFORM GRABAR-RUN-LOG
003256       STOP RUN
003257     END-IF.
003258     EXIT.
003259 GRABAR-RUN-LOG.
003260     OPEN EXTEND RUN-LOG.
003270     IF FS-RUNLOG = '35' THEN
003280       OPEN OUTPUT RUN-LOG
003450       MOVE 0004 TO COND-LOG
003460     END-IF.
003470     MOVE COND-LOG TO RL-COND.
003471     MOVE P-PRED-RESULTADO TO RL-TIPO.
003472     MOVE P-PRED-PASO TO RL-PREDECESOR.
003473     MOVE P-PRED-COND TO RL-COND-PRED.
003474     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003475     MOVE SPACES TO RL-MOTIVO.
003480     WRITE REG-RUN-LOG.
003490     CLOSE RUN-LOG.
003500     EXIT.
