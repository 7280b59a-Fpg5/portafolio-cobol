000160*   22/08/2026 FPG  AGREGADO EL CAMPO DEPTO A LAS CORRECCIONES   *
000170*                   Y LA VALIDACION DE SU DOMINIO CONTRA         *
000180*                   DEPTREF, IGUAL QUE EN LA CARGA.              *
000181*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000182*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000183*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000184*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000185*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000186*                   EL RESULTADO DE LA VERIFICACION.             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. REPEXC1A.
001105   77 HORA-INICIO-LOG     PIC 9(6)         VALUE 0.
001106   77 HORA-ACEPT-LOG      PIC 9(8)         VALUE 0.
001107   77 COND-LOG            PIC 9(4)         VALUE 0000.
001108* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001109   01 P-PRED-CADENA.
001110     05 P-PRED-PROGRAMA   PIC X(9)         VALUE SPACES.
001111     05 P-PRED-FECHA      PIC 9(8)         VALUE 0.
001112     05 P-PRED-RESULTADO  PIC X(1)         VALUE SPACE.
001113       88 P-PRED-RECHAZADO                 VALUE 'R'.
001114     05 P-PRED-PASO       PIC X(9)         VALUE SPACES.
001115     05 P-PRED-COND       PIC 9(4)         VALUE 0.
001116     05 P-PRED-OPERADOR   PIC X(8)         VALUE SPACES.
001117 PROCEDURE DIVISION.
001118 MAIN-PROCEDURE.
001119     PERFORM INICIAR-RUN-LOG.
001120     PERFORM VERIFICAR-PREDECESORES.
001121     PERFORM ABRIR-SUSPENSO.
001122     PERFORM CARGAR-DEPTOS.
001130     PERFORM CARGAR-CORRECCIONES.
001140     OPEN INPUT EXCEPCIONES.
001150     OPEN OUTPUT EMP-SUPLEMENTARIO.
003532     ACCEPT HORA-ACEPT-LOG FROM TIME.
003540     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
003550     EXIT.
003551*----------------------------------------------------------
003552* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
003553* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
003554* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
003555* REGISTRA PREDEC1A.
003556*----------------------------------------------------------
003557 VERIFICAR-PREDECESORES.
003558     MOVE 'REPEXC1A' TO P-PRED-PROGRAMA.
003559     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
003560     CALL 'PREDEC1A' USING P-PRED-CADENA.
003561     IF P-PRED-RECHAZADO THEN
003562       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
003563         " CORRIDA ABORTADA ***"
003564       MOVE 0016 TO COND-LOG
003565       PERFORM GRABAR-RUN-LOG
003566       STOP RUN
003567     END-IF.
003568     EXIT.
003569 GRABAR-RUN-LOG.
003570     OPEN EXTEND RUN-LOG.
003580     IF FS-RUNLOG = '35' THEN
003590       OPEN OUTPUT RUN-LOG
003760       MOVE 0004 TO COND-LOG
003770     END-IF.
003780     MOVE COND-LOG TO RL-COND.
003781     MOVE P-PRED-RESULTADO TO RL-TIPO.
003782     MOVE P-PRED-PASO TO RL-PREDECESOR.
003783     MOVE P-PRED-COND TO RL-COND-PRED.
003784     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003785     MOVE SPACES TO RL-MOTIVO.
003790     WRITE REG-RUN-LOG.
003800     CLOSE RUN-LOG.
003810     EXIT.
