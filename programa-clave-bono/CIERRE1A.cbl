000140*           ANIO A CERRAR VIENE DE CIERCTL; POR OMISION ES EL    *
000150*           ANIO EN CURSO EN DICIEMBRE Y EL ANTERIOR EL RESTO    *
000160*           DEL ANIO.                                            *
000161* MOD-HISTORY:                                                   *
000162*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000163*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000164*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000165*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000166*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000167*                   EL RESULTADO DE LA VERIFICACION.             *
000168*   15/10/2026 FPG  EL ACUMULADO ES UNO SOLO PARA TODAS LAS      *
000169*                   COMPANIAS: EL CIERRE ANUAL VA EN PERREG CON  *
000170*                   LA COMPANIA EN BLANCO.                       *
000171*   15/10/2026 FPG  EL SALDO DE BONO DIFERIDO (CUOTAS PENDIENTES *
000172*                   EN DIFERIDO) NO SE TOCA: PASA AL ANIO NUEVO  *
000173*                   Y CADA CUOTA ENTRA AL ACUMULADO DEL ANIO EN  *
000174*                   QUE DIFBON1A LA PAGA. EL REPORTE Y LA        *
000175*                   CONSOLA MUESTRAN ESE SALDO.                  *
000176******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CIERRE1A.
000200 ENVIRONMENT DIVISION.
000430     SELECT PERIODO-REG ASSIGN TO PERREG
000440       ORGANIZATION IS INDEXED
000450       ACCESS MODE IS RANDOM
000460       RECORD KEY IS PR-LLAVE
000470       FILE STATUS IS FS-PERREG.
000480     SELECT RPT-CIERRE ASSIGN TO RPTCIER
000490       ORGANIZATION IS SEQUENTIAL.
000500     SELECT RUN-LOG ASSIGN TO RUNLOG
000510       ORGANIZATION IS SEQUENTIAL
000520       FILE STATUS IS FS-RUNLOG.
000521     SELECT DIFERIDO ASSIGN TO DIFERIDO
000522       ORGANIZATION IS INDEXED
000523       ACCESS MODE IS DYNAMIC
000524       RECORD KEY IS DF-LLAVE
000525       FILE STATUS IS FS-DIFER.
000530 DATA DIVISION.
000540 FILE SECTION.
000550   FD YTD-BONO
000910       RECORDING MODE IS F
000920       DATA RECORD IS REG-RUN-LOG.
000930   COPY RUNLOGRG.
000932   FD DIFERIDO
000934       RECORDING MODE IS F
000936       DATA RECORD IS REG-DIFERIDO.
000938   COPY DIFERRG.
000940 WORKING-STORAGE SECTION.
000950   01 SWITCH-FIN-YTD     PIC X            VALUE 'N'.
000960     88 FIN-YTD                           VALUE 'Y'.
001140   77 ACUM-EUR           PIC 9(11)V99     VALUE 0.
001150   77 ACUM-MXN           PIC 9(11)V99     VALUE 0.
001160   77 ACUM-OTRA          PIC 9(11)V99     VALUE 0.
001161* SALDO DE BONO DIFERIDO QUE PASA AL ANIO NUEVO.
001162   01 SWITCH-FIN-DIFERIDO PIC X            VALUE 'N'.
001163     88 FIN-DIFERIDO                      VALUE 'Y'.
001164   77 FS-DIFER           PIC XX           VALUE '00'.
001165   77 CONT-CUOTAS-PEND   PIC 9(6)         VALUE 000000.
001166   77 DIFERIDO-USD       PIC 9(11)V99     VALUE 0.
001167   77 DIFERIDO-EUR       PIC 9(11)V99     VALUE 0.
001168   77 DIFERIDO-MXN       PIC 9(11)V99     VALUE 0.
001170   01 FECHA-CORRIDA.
001180     05 FC-ANIO           PIC 9(4).
001190     05 FC-MES            PIC 99.
001490     05 CIE-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001500   01 LINEA-CIE-NOTA.
001510     05 CIE-NOTA          PIC X(70).
001511   01 LINEA-CIE-DIF-TOT.
001512     05 FILLER            PIC X(42)        VALUE
001513          "CUOTAS DIFERIDAS QUE PASAN AL ANIO NUEVO:".
001514     05 CIE-DIF-CANT      PIC ZZZZZ9.
001515   01 LINEA-CIE-DIFERIDO.
001516     05 FILLER            PIC X(26)        VALUE
001517          "SALDO DIFERIDO EN MONEDA ".
001518     05 CIE-DIF-MONEDA    PIC X(3).
001519     05 FILLER            PIC X(2)         VALUE ": ".
001520     05 CIE-DIF-MONTO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001521* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
001530* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
001540* ESTADO DE LA CADENA (CADENA1A).
001550   77 FS-RUNLOG          PIC XX           VALUE '00'.
001570   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001580   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001590   77 COND-LOG           PIC 9(4)         VALUE 0000.
001591* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001592   01 P-PRED-CADENA.
001593     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001594     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001595     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001596       88 P-PRED-RECHAZADO                VALUE 'R'.
001597     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001598     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001599     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001600 PROCEDURE DIVISION.
001610 MAIN-PROCEDURE.
001620     PERFORM INICIAR-RUN-LOG.
001625     PERFORM VERIFICAR-PREDECESORES.
001630     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001640     PERFORM DETERMINAR-ANIO-CIERRE.
001650     PERFORM LEER-TOPE-CONTROL.
001660     PERFORM ABRIR-ARCHIVOS-CIERRE.
001670     PERFORM ARCHIVAR-ACUMULADO.
001675     PERFORM SUMAR-SALDO-DIFERIDO.
001680     PERFORM IMPRIMIR-REPORTE-CIERRE.
001690     PERFORM RECREAR-ACUMULADOR.
001700     PERFORM REGISTRAR-CIERRE-PERIODO.
001750     DISPLAY " AL TOPE ANUAL:        " CONT-AL-TOPE.
001760     DISPLAY " TOTAL ACUMULADO:      " TOTAL-ACUMULADO.
001770     DISPLAY " YTDBONO RECREADO VACIO PARA EL ANIO NUEVO".
001771     DISPLAY " SALDO DIFERIDO QUE PASA AL ANIO NUEVO: "
001772       CONT-CUOTAS-PEND " CUOTAS".
001773     DISPLAY "   USD: " DIFERIDO-USD.
001774     DISPLAY "   EUR: " DIFERIDO-EUR.
001775     DISPLAY "   MXN: " DIFERIDO-MXN.
001780     PERFORM GRABAR-RUN-LOG.
001790     STOP RUN.
001800*----------------------------------------------------------
003660       MOVE LINEA-CIE-NOTA TO LINEA-RPT-CIE
003670       WRITE LINEA-RPT-CIE
003680     END-IF.
003685     PERFORM IMPRIMIR-SALDO-DIFERIDO.
003690     CLOSE RPT-CIERRE.
003700     IF FS-EMPMAST = '00' THEN
003710       CLOSE EMPMAST
003711     END-IF.
003712     EXIT.
003713*----------------------------------------------------------
003714* SUMA LAS CUOTAS PENDIENTES DE DIFERIDO POR MONEDA. EL
003715* CALENDARIO SOLO SE LEE: LAS CUOTAS SIGUEN VIVAS EN EL ANIO
003716* NUEVO. SIN DIFERIDO NO HAY BONOS DIFERIDOS.
003717*----------------------------------------------------------
003718 SUMAR-SALDO-DIFERIDO.
003719     OPEN INPUT DIFERIDO.
003720     IF FS-DIFER NOT = '00' THEN
003721       EXIT PARAGRAPH
003722     END-IF.
003723     MOVE LOW-VALUES TO DF-LLAVE.
003724     START DIFERIDO KEY >= DF-LLAVE
003725       INVALID KEY
003726         MOVE 'Y' TO SWITCH-FIN-DIFERIDO
003727     END-START.
003728     IF NOT FIN-DIFERIDO THEN
003729       PERFORM LEER-DIFERIDO-SIGUIENTE
003730     END-IF.
003731     PERFORM UNTIL FIN-DIFERIDO
003732       IF DF-PENDIENTE THEN
003733         ADD 1 TO CONT-CUOTAS-PEND
003734         EVALUATE DF-MONEDA
003735           WHEN 'USD'
003736             ADD DF-IMPORTE TO DIFERIDO-USD
003737           WHEN 'EUR'
003738             ADD DF-IMPORTE TO DIFERIDO-EUR
003739           WHEN 'MXN'
003740             ADD DF-IMPORTE TO DIFERIDO-MXN
003741         END-EVALUATE
003742       END-IF
003743       PERFORM LEER-DIFERIDO-SIGUIENTE
003744     END-PERFORM.
003745     CLOSE DIFERIDO.
003746     EXIT.
003747 LEER-DIFERIDO-SIGUIENTE.
003748     READ DIFERIDO NEXT
003749       AT END
003750         MOVE 'Y' TO SWITCH-FIN-DIFERIDO
003751     END-READ.
003752     EXIT.
003753 IMPRIMIR-SALDO-DIFERIDO.
003754     IF CONT-CUOTAS-PEND = 0 THEN
003755       EXIT PARAGRAPH
003756     END-IF.
003757     MOVE SPACES TO LINEA-RPT-CIE.
003758     WRITE LINEA-RPT-CIE.
003759     MOVE CONT-CUOTAS-PEND TO CIE-DIF-CANT.
003760     MOVE LINEA-CIE-DIF-TOT TO LINEA-RPT-CIE.
003761     WRITE LINEA-RPT-CIE.
003762     IF DIFERIDO-USD > 0 THEN
003763       MOVE 'USD' TO CIE-DIF-MONEDA
003764       MOVE DIFERIDO-USD TO CIE-DIF-MONTO
003765       MOVE LINEA-CIE-DIFERIDO TO LINEA-RPT-CIE
003766       WRITE LINEA-RPT-CIE
003767     END-IF.
003768     IF DIFERIDO-EUR > 0 THEN
003769       MOVE 'EUR' TO CIE-DIF-MONEDA
003770       MOVE DIFERIDO-EUR TO CIE-DIF-MONTO
003771       MOVE LINEA-CIE-DIFERIDO TO LINEA-RPT-CIE
003772       WRITE LINEA-RPT-CIE
003773     END-IF.
003774     IF DIFERIDO-MXN > 0 THEN
003775       MOVE 'MXN' TO CIE-DIF-MONEDA
003776       MOVE DIFERIDO-MXN TO CIE-DIF-MONTO
003777       MOVE LINEA-CIE-DIFERIDO TO LINEA-RPT-CIE
003778       WRITE LINEA-RPT-CIE
003779     END-IF.
003780     EXIT.
003781*----------------------------------------------------------
003782* EL ACUMULADOR SE RECREA VACIO: LA PRIMERA CORRIDA DEL
003783* ANIO NUEVO PARTE DE CERO Y EL TOPE ANUAL APLICA CONTRA
003784* ACUMULADOS DEL ANIO CORRECTO.
003785*----------------------------------------------------------
003790 RECREAR-ACUMULADOR.
003800     CLOSE YTD-BONO.
003810     OPEN OUTPUT YTD-BONO.
004100       STOP RUN
004110     END-IF.
004120     MOVE 'N' TO SWITCH-PER-NUEVO.
004125     MOVE SPACE TO PR-CIA.
004130     MOVE PERIODO-CIERRE TO PR-PERIODO.
004140     READ PERIODO-REG
004150       INVALID KEY
004160         MOVE 'Y' TO SWITCH-PER-NUEVO
004170     END-READ.
004175     MOVE SPACE TO PR-CIA.
004180     MOVE PERIODO-CIERRE TO PR-PERIODO.
004190     MOVE FECHA-CORRIDA-R TO PR-FECHA-CORRIDA.
004200     MOVE 1 TO PR-SECUENCIA.
004460     ACCEPT HORA-ACEPT-LOG FROM TIME.
004470     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
004480     EXIT.
004481*----------------------------------------------------------
004482* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
004483* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
004484* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
004485* REGISTRA PREDEC1A.
004486*----------------------------------------------------------
004487 VERIFICAR-PREDECESORES.
004488     MOVE 'CIERRE1A' TO P-PRED-PROGRAMA.
004489     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
004490     CALL 'PREDEC1A' USING P-PRED-CADENA.
004491     IF P-PRED-RECHAZADO THEN
004492       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
004493         " CORRIDA ABORTADA ***"
004494       MOVE 0016 TO COND-LOG
004495       PERFORM GRABAR-RUN-LOG
004496       STOP RUN
004497     END-IF.
004498     EXIT.
004499 GRABAR-RUN-LOG.
004500     OPEN EXTEND RUN-LOG.
004510     IF FS-RUNLOG = '35' THEN
004520       OPEN OUTPUT RUN-LOG
004690       MOVE 0004 TO COND-LOG
004700     END-IF.
004710     MOVE COND-LOG TO RL-COND.
004711     MOVE P-PRED-RESULTADO TO RL-TIPO.
004712     MOVE P-PRED-PASO TO RL-PREDECESOR.
004713     MOVE P-PRED-COND TO RL-COND-PRED.
004714     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
004715     MOVE SPACES TO RL-MOTIVO.
004720     WRITE REG-RUN-LOG.
004730     CLOSE RUN-LOG.
004740     EXIT.
