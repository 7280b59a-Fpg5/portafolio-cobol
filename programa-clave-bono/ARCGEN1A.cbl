000130*           OMISION). LA DEPURACION FISICA DE LOS HISTORICOS     *
000140*           MAS ALLA DE LA RETENCION QUEDA A CARGO DE            *
000150*           OPERACIONES; LO PODADO YA NO SE REFERENCIA.          *
000151* MOD-HISTORY:                                                   *
000152*   15/10/2026 FPG  EL REGISTRO DE BALIN SE ALINEA CON BALOUT DE *
000153*                   CUADRE1A (BAL-CIA): PRIMERO EL REGISTRO      *
000154*                   TOTAL Y LUEGO UNO POR COMPANIA. EL ARCHIVO   *
000155*                   SIGUE LEYENDO SOLO EL PRIMERO, EL TOTAL.     *
000156*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000157*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000158*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000159*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000160*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000161*                   EL RESULTADO DE LA VERIFICACION.             *
000162*   15/10/2026 FPG  UNA CUOTA DIFERIDA LIBERADA POR DIFBON1A     *
000163*                   (TIPO-REND DIFERIDO) QUE LLEGUE EN AUDITIN   *
000164*                   NO SE ARCHIVA, PORQUE YA ESTA EN AUDHIST; SE *
000165*                   CUENTA, SE AVISA Y EL PASO TERMINA EN 0004.  *
000166******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. ARCGEN1A.
000190 ENVIRONMENT DIVISION.
000600       88 BAL-EN-CUADRE                   VALUE 'B'.
000610       88 BAL-DESCUADRE                   VALUE 'D'.
000620     05 BAL-DISCREPANCIA  PIC X(60).
000625     05 BAL-CIA           PIC X(1).
000630   FD CTL-TOTALES
000640       RECORDING MODE IS F
000650       DATA RECORD IS REG-CTL-TOTALES.
001130   77 CONT-ARCHIVADOS    PIC 9(6)         VALUE 000000.
001131   77 CONT-CSV-ARCH      PIC 9(6)         VALUE 000000.
001132   77 CONT-RPT-ARCH      PIC 9(6)         VALUE 000000.
001134   77 CONT-DIF-OMITIDOS  PIC 9(6)         VALUE 000000.
001140   77 CONT-PODADAS       PIC 9(3)         VALUE 000.
001150   77 G                  PIC 9(3)         VALUE 000.
001160   77 GDESDE             PIC 9(3)         VALUE 000.
001220   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001230   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001240   77 COND-LOG           PIC 9(4)         VALUE 0000.
001241* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001242   01 P-PRED-CADENA.
001243     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001244     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001245     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001246       88 P-PRED-RECHAZADO                VALUE 'R'.
001247     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001248     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001249     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001250 PROCEDURE DIVISION.
001260 MAIN-PROCEDURE.
001270     PERFORM INICIAR-RUN-LOG.
001275     PERFORM VERIFICAR-PREDECESORES.
001280     PERFORM VERIFICAR-CUADRE.
001290     PERFORM LEER-CONTROL-TOTALES.
001300     PERFORM LEER-RETENCION.
001390     DISPLAY " REGISTROS ARCHIVADOS: " CONT-ARCHIVADOS.
001391     DISPLAY " LINEAS CSV ARCHIVADAS:" CONT-CSV-ARCH.
001392     DISPLAY " LINEAS RPT ARCHIVADAS:" CONT-RPT-ARCH.
001394     DISPLAY " CUOTAS DIFERIDAS OMITIDAS:" CONT-DIF-OMITIDOS.
001400     DISPLAY " GENERACIONES EN CATALOGO: " CANT-GEN.
001410     DISPLAY " GENERACIONES PODADAS:     " CONT-PODADAS.
001420     PERFORM GRABAR-RUN-LOG.
002720       STOP RUN
002730     END-IF.
002740     PERFORM LEER-AUDITORIA.
002741* UNA CUOTA LIBERADA POR DIFBON1A (DIFAUD, MISMO LAYOUT) YA
002742* QUEDO EN AUDHIST AL LIBERARSE: SI LLEGA EN AUDITIN NO SE
002743* ARCHIVA DE NUEVO, SE CUENTA Y EL PASO TERMINA EN 0004.
002750     PERFORM UNTIL FIN-AUD
002755       IF AUD-CUOTA-DIFERIDA THEN
002756         ADD 1 TO CONT-DIF-OMITIDOS
002757       ELSE
002760         MOVE REG-AUDITORIA TO REG-AUD-HIST
002765         MOVE SECUENCIA-GEN TO HST-SECUENCIA
002770         WRITE REG-AUD-HIST
002780         ADD 1 TO CONT-ARCHIVADOS
002785       END-IF
002790       PERFORM LEER-AUDITORIA
002800     END-PERFORM.
002802     IF CONT-DIF-OMITIDOS > 0 THEN
002804       DISPLAY "*** ATENCION: " CONT-DIF-OMITIDOS " CUOTAS"
002806         " DIFERIDAS EN AUDITIN NO SE ARCHIVAN, YA ESTAN EN"
002807         " AUDHIST ***"
002808     END-IF.
002810     CLOSE AUDITORIA.
002820     CLOSE AUD-HISTORIA.
002830     EXIT.
003660     ACCEPT HORA-ACEPT-LOG FROM TIME.
003670     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
003680     EXIT.
003681*----------------------------------------------------------
003682* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
003683* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
003684* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
003685* REGISTRA PREDEC1A.
003686*----------------------------------------------------------
003687 VERIFICAR-PREDECESORES.
003688     MOVE 'ARCGEN1A' TO P-PRED-PROGRAMA.
003689     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
003690     CALL 'PREDEC1A' USING P-PRED-CADENA.
003691     IF P-PRED-RECHAZADO THEN
003692       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
003693         " CORRIDA ABORTADA ***"
003694       MOVE 0016 TO COND-LOG
003695       PERFORM GRABAR-RUN-LOG
003696       STOP RUN
003697     END-IF.
003698     EXIT.
003699 GRABAR-RUN-LOG.
003700     OPEN EXTEND RUN-LOG.
003710     IF FS-RUNLOG = '35' THEN
003720       OPEN OUTPUT RUN-LOG
003830     ACCEPT HORA-ACEPT-LOG FROM TIME.
003840     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
003850     COMPUTE RL-LEIDOS = CONT-ARCHIVADOS + CONT-CSV-ARCH
003855       + CONT-RPT-ARCH + CONT-DIF-OMITIDOS.
003860     COMPUTE RL-ESCRITOS = CONT-ARCHIVADOS + CONT-CSV-ARCH
003865       + CONT-RPT-ARCH.
003870     MOVE CONT-DIF-OMITIDOS TO RL-RECHAZADOS.
003872     IF COND-LOG = 0000 AND CONT-DIF-OMITIDOS > 0 THEN
003874       MOVE 0004 TO COND-LOG
003876     END-IF.
003880     MOVE COND-LOG TO RL-COND.
003882     MOVE P-PRED-RESULTADO TO RL-TIPO.
003884     MOVE P-PRED-PASO TO RL-PREDECESOR.
003886     MOVE P-PRED-COND TO RL-COND-PRED.
003888     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
003892     MOVE SPACES TO RL-MOTIVO.
003896     WRITE REG-RUN-LOG.
003900     CLOSE RUN-LOG.
003910     EXIT.
003920 END PROGRAM ARCGEN1A.
