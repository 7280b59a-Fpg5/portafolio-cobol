000130*           CON LOS VALORES DERIVADOS; SIN CONTROL, O CON 'R',   *
000140*           SOLO REPORTA. EL ANIO A RECONSTRUIR VIENE EN RECCTL  *
000150*           Y POR OMISION ES EL ANIO EN CURSO.                   *
000151* MOD-HISTORY:                                                   *
000152*   15/10/2026 FPG  LAS RECUPERACIONES POR BAJA ANTICIPADA       *
000153*                   (TIPO-REND RECUPERACION DE RECBON1A) RESTAN  *
000154*                   DEL ACUMULADO DERIVADO CUANDO EL PAGO        *
000155*                   RECUPERADO ES DEL MISMO ANIO, IGUAL QUE      *
000156*                   RECBON1A LO HIZO EN VIVO.                    *
000157*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000158*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000159*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000160*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000161*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000162*                   EL RESULTADO DE LA VERIFICACION.             *
000163******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. RECYTD1A.
000190 ENVIRONMENT DIVISION.
000980   77 CONT-FALTANTES     PIC 9(4)         VALUE 0000.
000990   77 CONT-APLICADOS     PIC 9(4)         VALUE 0000.
001000   77 CONT-DERIVADOS     PIC 9(6)         VALUE 000000.
001010   77 CONT-RECUPERA      PIC 9(6)         VALUE 000000.
001020   77 MONTO-DERIVADO     PIC 9(9)V99      VALUE 0.
001025   77 MONTO-TRAB         PIC S9(10)V99    VALUE 0.
001030   77 DIF-ACUM           PIC S9(10)V99    VALUE 0.
001476   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001477   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001478   77 COND-LOG           PIC 9(4)         VALUE 0000.
001479* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001480   01 P-PRED-CADENA.
001481     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001482     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001483     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001484       88 P-PRED-RECHAZADO                VALUE 'R'.
001485     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001486     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001487     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001488 PROCEDURE DIVISION.
001490 MAIN-PROCEDURE.
001495     PERFORM INICIAR-RUN-LOG.
001497     PERFORM VERIFICAR-PREDECESORES.
001500     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001510     MOVE FC-ANIO TO ANIO-RECON.
001520     PERFORM LEER-CONTROL-RECON.
001620     DISPLAY " ANIO RECONSTRUIDO:        " ANIO-RECON.
001630     DISPLAY " AUDITORIAS LEIDAS:        " CONT-AUD-LEIDOS.
001640     DISPLAY " AUDITORIAS DE OTRO ANIO:  " CONT-AUD-OTRO-ANIO.
001645     DISPLAY " RECUPERACIONES RESTADAS:  " CONT-RECUPERA.
001650     DISPLAY " AJUSTES LEIDOS:           " CONT-AJU-LEIDOS.
001660     DISPLAY " AJUSTES DE OTRO ANIO:     " CONT-AJU-OTRO-ANIO.
001670     DISPLAY " REGISTROS YTD LEIDOS:     " CONT-YTD-LEIDOS.
002380       EXIT PARAGRAPH
002390     END-IF.
002400     ADD 1 TO CONT-AUD-LEIDOS.
002402     IF HST-RECUPERACION THEN
002404       PERFORM RESTAR-RECUPERACION
002406       EXIT PARAGRAPH
002408     END-IF.
002410     MOVE HST-ID-EMP TO TR-ID-EMP.
002412     READ TRABAJO-DERIV
002414       INVALID KEY
002432         END-WRITE
002434       NOT INVALID KEY
002436         ADD HST-BONO TO TR-MONTO
002437         REWRITE REG-TRABAJO-DERIV
002438         END-REWRITE
002439     END-READ.
002440     EXIT.
002441*----------------------------------------------------------
002442* UNA RECUPERACION (RECBON1A) BAJA EL ACUMULADO DERIVADO DEL
002443* EMPLEADO SI EL PAGO RECUPERADO (LLAVE PAGOLIB EN CLAVE-BASE:
002444* ID Y FECHA) ES DEL ANIO RECONSTRUIDO; LA DE UN PAGO DE UN
002445* ANIO YA CERRADO NO TOCA EL ACUMULADO. NUNCA BAJA DE CERO.
002446*----------------------------------------------------------
002447 RESTAR-RECUPERACION.
002448     IF HST-CLAVE-BASE(5:4) NOT = ANIO-RECON THEN
002449       EXIT PARAGRAPH
002450     END-IF.
002451     ADD 1 TO CONT-RECUPERA.
002452     MOVE HST-ID-EMP TO TR-ID-EMP.
002453     READ TRABAJO-DERIV
002454       INVALID KEY
002455         DISPLAY "*** ATENCION: RECUPERACION DE ID " HST-ID-EMP
002456           " SIN BONO ARCHIVADO EN EL ANIO, NO SE RESTA ***"
002457       NOT INVALID KEY
002458         IF TR-MONTO > HST-BONO THEN
002459           SUBTRACT HST-BONO FROM TR-MONTO
002460         ELSE
002461           MOVE ZERO TO TR-MONTO
002462         END-IF
002463         REWRITE REG-TRABAJO-DERIV
002464         END-REWRITE
002465     END-READ.
002466     EXIT.
002467*----------------------------------------------------------
002468* LOS AJUSTES RETROACTIVOS MUEVEN EL ACUMULADO CON SU DELTA
002470* FIRMADO, IGUAL QUE APLICAR-TOPE-RETRO LO HIZO EN VIVO.
002480*----------------------------------------------------------
002490 DERIVAR-DE-AJUSTES.
004600     ACCEPT HORA-ACEPT-LOG FROM TIME.
004610     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
004620     EXIT.
004621*----------------------------------------------------------
004622* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
004623* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
004624* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
004625* REGISTRA PREDEC1A.
004626*----------------------------------------------------------
004627 VERIFICAR-PREDECESORES.
004628     MOVE 'RECYTD1A' TO P-PRED-PROGRAMA.
004629     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
004630     CALL 'PREDEC1A' USING P-PRED-CADENA.
004631     IF P-PRED-RECHAZADO THEN
004632       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
004633         " CORRIDA ABORTADA ***"
004634       MOVE 0016 TO COND-LOG
004635       PERFORM GRABAR-RUN-LOG
004636       STOP RUN
004637     END-IF.
004638     EXIT.
004639 GRABAR-RUN-LOG.
004640     OPEN EXTEND RUN-LOG.
004650     IF FS-RUNLOG = '35' THEN
004660       OPEN OUTPUT RUN-LOG
004840       MOVE 0004 TO COND-LOG
004850     END-IF.
004860     MOVE COND-LOG TO RL-COND.
004861     MOVE P-PRED-RESULTADO TO RL-TIPO.
004862     MOVE P-PRED-PASO TO RL-PREDECESOR.
004863     MOVE P-PRED-COND TO RL-COND-PRED.
004864     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
004865     MOVE SPACES TO RL-MOTIVO.
004870     WRITE REG-RUN-LOG.
004880     CLOSE RUN-LOG.
004890     EXIT.
