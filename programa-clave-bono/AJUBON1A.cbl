000180*                   LA CORRIDA ORIGINAL (HISTORIAL MONHIST),     *
000181*                   PARA RECONCILIAR CONTRA EL GRAN TOTAL        *
000182*                   RESTATEADO DE AQUELLA CORRIDA.               *
000183*   15/10/2026 FPG  RETENCION DE IMPUESTO: EL BONO RECALCULADO   *
000184*                   PASA POR RETBON1A CON LA TABLA VIGENTE EN LA *
000185*                   FECHA DE LA CORRIDA ORIGINAL Y EL AJUSTE     *
000186*                   LLEVA LA DIFERENCIA FIRMADA DE LA RETENCION  *
000187*                   (AJ-RETENCION-DELTA) PARA LA CONSTANCIA      *
000188*                   ANUAL DE RETENCIONES.                        *
000189*   15/10/2026 FPG  CALIFICACION USADA: EL REPORTE MUESTRA LA    *
000190*                   CALIFICACION CON QUE SE DECIDIO EL NIVEL EN  *
000191*                   LA CORRIDA ORIGINAL (AUD-REND-USADO, O AUD-  *
000192*                   REND SI LA AUDITORIA ES ANTERIOR) Y LA DEL   *
000193*                   RECALCULO CON SU DERIVACION (U ULTIMA, P     *
000194*                   PONDERADO O S SIMPLE, MAS LOS PERIODOS       *
000195*                   PROMEDIADOS).                                *
000196*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000197*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000198*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000199*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000200*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000201*                   EL RESULTADO DE LA VERIFICACION.             *
000202*   15/10/2026 FPG  EL PERIODO SE VERIFICA EN PERREG POR         *
000203*                   COMPANIA: CADA COMPANIA QUE TRAE AUDITIN     *
000204*                   DEBE TENER CERRADO EL PERIODO DE LA CORRIDA  *
000205*                   ORIGINAL.                                    *
000206*   15/10/2026 FPG  BONO DIFERIDO: LAS DECISIONES CON PARTE EN   *
000207*                   CUOTAS (AUD-DIFERIDO) Y LAS CUOTAS LIBERADAS *
000208*                   POR DIFBON1A SE OMITEN Y QUEDAN EN EL        *
000209*                   REPORTE PARA REVISION MANUAL, COMO LAS       *
000210*                   TOPADAS.                                     *
000211******************************************************************
000212 IDENTIFICATION DIVISION.
000213 PROGRAM-ID. AJUBON1A.
000214 ENVIRONMENT DIVISION.
000215*CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT AUDITORIA ASSIGN TO AUDITIN
000422     SELECT PERIODO-REG ASSIGN TO PERREG
000423       ORGANIZATION IS INDEXED
000424       ACCESS MODE IS RANDOM
000425       RECORD KEY IS PR-LLAVE
000426       FILE STATUS IS FS-PERREG.
000427     SELECT MONEDA-HIST ASSIGN TO MONHIST
000428       ORGANIZATION IS SEQUENTIAL
000562       RECORDING MODE IS F
000563       DATA RECORD IS REG-AJUSTE-ANO.
000564* MISMA LONGITUD QUE EL REGISTRO DE AJUSTE (AJUSTREG).
000574   01 REG-AJUSTE-ANO      PIC X(88).
000680   FD RPT-AJUSTE
000690       RECORDING MODE IS F
000700       DATA RECORD IS LINEA-RPT-AJ.
000910   77 CONT-SIN-CAMBIO    PIC 9(4)         VALUE 0000.
000920   77 CONT-SIN-MAESTRO   PIC 9(4)         VALUE 0000.
000930   77 CONT-TOPE-OMITIDOS  PIC 9(4)         VALUE 0000.
000935   77 CONT-DIF-OMITIDOS   PIC 9(4)         VALUE 0000.
000940   77 FS-YTD              PIC XX           VALUE '00'.
000950   77 FS-RUNCTL           PIC XX           VALUE '00'.
000960   77 TOPE-ANUAL          PIC 9(7)V99      VALUE 0050000.00.
001006   77 PERIODO-VERIF       PIC 9(6)         VALUE 0.
001008   01 SWITCH-AUD-VACIA    PIC X            VALUE 'N'.
001009     88 AUDITORIA-VACIA                    VALUE 'Y'.
001010   01 TABLA-CIAS-VERIF.
001011     05 CANT-CIAS-VERIF   PIC 9(1)         VALUE 0.
001012     05 CIA-VERIF OCCURS 9 TIMES PIC X(1).
001013   77 CV                 PIC 9(2)         VALUE 00.
001014   01 SWITCH-CIA-VERIF   PIC X            VALUE 'N'.
001015     88 CIA-YA-VERIFICADA                 VALUE 'Y'.
001016   01 LINEA-TOPE-OMIT.
001020     05 FILLER            PIC X(11)        VALUE "OMITIDO ID ".
001030     05 OMI-ID            PIC X(4).
001040     05 FILLER            PIC X(46)        VALUE
001050         " PAGADO CON TOPE EN LA CORRIDA, REVISAR A MANO".
001051   01 LINEA-DIF-OMIT.
001052     05 FILLER            PIC X(11)        VALUE "OMITIDO ID ".
001053     05 OMI-DIF-ID        PIC X(4).
001054     05 FILLER            PIC X(46)        VALUE
001055         " BONO DIFERIDO EN CUOTAS, REVISAR A MANO".
001060   77 DELTA-CORRIDA      PIC S9(9)V99     VALUE 0.
001070   77 DELTA-REGISTRO     PIC S9(7)V99     VALUE 0.
001080* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.
001240   77 P-ORIGEN-TASAS     PIC X            VALUE 'A'.
001250   77 P-FECHA-ALTA       PIC X(8)         VALUE SPACES.
001260   77 P-STATUS           PIC X(1)         VALUE 'A'.
001261   77 P-FECHA-STATUS     PIC X(6)         VALUE SPACES.
001262   77 P-FECHA-CORRIDA    PIC X(8)         VALUE SPACES.
001263   77 P-PLAN             PIC X(2)         VALUE SPACES.
001264   01 P-REND-DERIV.
001265     05 P-REND-USADO     PIC X(3)         VALUE SPACES.
001266     05 P-REND-METODO    PIC X(1)         VALUE SPACE.
001267     05 P-REND-PERIODOS  PIC 9(1)         VALUE 0.
001268* RETENCION DE IMPUESTO DEL BONO RECALCULADO (RETBON1A).
001269   77 P-FECHA-RET        PIC 9(8)         VALUE 0.
001270   77 P-RETENCION        PIC 9(7)V99      VALUE 0.
001271   77 P-NETO             PIC 9(7)V99      VALUE 0.
001272   77 P-PAIS-RET         PIC X(2)         VALUE SPACES.
001273   77 P-TABLA-RET        PIC X            VALUE 'N'.
001274   77 DELTA-RETENCION    PIC S9(7)V99     VALUE 0.
001275   77 DELTA-RET-CORRIDA  PIC S9(9)V99     VALUE 0.
001283* PLANES DE BONO POR DEPARTAMENTO (DEPTREF): EL RECALCULO
001284* DEBE USAR EL MISMO JUEGO DE TASAS QUE LA CORRIDA.
001285   77 FS-DEPTREF          PIC XX           VALUE '00'.
001560     05 FILLER            PIC X(14)        VALUE "DIFERENCIA".
001570     05 FILLER            PIC X(5)         VALUE "PORC".
001580     05 FILLER            PIC X(4)         VALUE "MON".
001583     05 FILLER            PIC X(15)        VALUE
001586         "USADO A/N  DER".
001590   01 DETALLE-AJ.
001600     05 DET-ID            PIC X(4).
001610     05 FILLER            PIC X(1)         VALUE SPACES.
001740     05 DET-PORC-NVO      PIC Z9.
001750     05 FILLER            PIC X(2)         VALUE SPACES.
001760     05 DET-MONEDA        PIC X(3).
001761     05 FILLER            PIC X(1)         VALUE SPACES.
001762     05 DET-USO-ANT       PIC X(3).
001763     05 FILLER            PIC X(1)         VALUE "/".
001764     05 DET-USO-NVO       PIC X(3).
001765     05 FILLER            PIC X(2)         VALUE SPACES.
001766     05 DET-MET-NVO       PIC X(1).
001767     05 DET-PER-NVO       PIC 9(1).
001770   01 TOTAL-AJ.
001780     05 FILLER            PIC X(26)        VALUE
001790          "TOTAL AJUSTES:".
001845   77 HORA-INICIO-LOG     PIC 9(6)         VALUE 0.
001846   77 HORA-ACEPT-LOG      PIC 9(8)         VALUE 0.
001847   77 COND-LOG            PIC 9(4)         VALUE 0000.
001848* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001849   01 P-PRED-CADENA.
001850     05 P-PRED-PROGRAMA   PIC X(9)         VALUE SPACES.
001851     05 P-PRED-FECHA      PIC 9(8)         VALUE 0.
001852     05 P-PRED-RESULTADO  PIC X(1)         VALUE SPACE.
001853       88 P-PRED-RECHAZADO                 VALUE 'R'.
001854     05 P-PRED-PASO       PIC X(9)         VALUE SPACES.
001855     05 P-PRED-COND       PIC 9(4)         VALUE 0.
001856     05 P-PRED-OPERADOR   PIC X(8)         VALUE SPACES.
001857 PROCEDURE DIVISION.
001858 MAIN-PROCEDURE.
001859     PERFORM INICIAR-RUN-LOG.
001860     PERFORM VERIFICAR-PREDECESORES.
001861     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001870     PERFORM LEER-TOPE-CONTROL.
001872     PERFORM CARGAR-DEPTOS.
001873     PERFORM CARGAR-HISTORIA-TASAS.
001990     DISPLAY " SIN CAMBIO DE REND:            " CONT-SIN-CAMBIO.
002000     DISPLAY " SIN REGISTRO EN MAESTRO:       " CONT-SIN-MAESTRO.
002010     DISPLAY " TOPADOS EN LA CORRIDA (OMITIDOS): "
002012       CONT-TOPE-OMITIDOS.
002014     DISPLAY " DIFERIDOS EN CUOTAS (OMITIDOS): "
002016       CONT-DIF-OMITIDOS.
002018     DISPLAY " DIF. NETA DE RETENCION:        " DELTA-RET-CORRIDA.
002021     IF HIST-TASAS-CARGADA THEN
002022       IF CONSOLIDACION-OK THEN
002023         DISPLAY " DIF. NETA CONSOLIDADA EN " MONEDA-REPORTE
002530      WRITE LINEA-RPT-AJ AFTER ADVANCING 1 LINES
002540      EXIT PARAGRAPH
002550     END-IF.
002551* UN BONO CON PARTE DIFERIDA (O UNA CUOTA YA LIBERADA) TIENE
002552* SU RESTO EN EL CALENDARIO DIFERIDO: RECALCULARLO AQUI NO
002553* CORRIGE LAS CUOTAS. SE OMITE Y QUEDA PARA REVISION MANUAL.
002554     IF AUD-CUOTA-DIFERIDA OR (AUD-DIFERIDO NUMERIC
002555         AND AUD-DIFERIDO > ZERO) THEN
002556       ADD 1 TO CONT-DIF-OMITIDOS
002557       MOVE AUD-ID-EMP TO OMI-DIF-ID
002558       MOVE LINEA-DIF-OMIT TO LINEA-RPT-AJ
002559       WRITE LINEA-RPT-AJ AFTER ADVANCING 1 LINES
002560       EXIT PARAGRAPH
002561     END-IF.
002562     ADD 1 TO CONT-LEIDOS.
002570     MOVE AUD-ID-EMP TO ID-MAST.
002580     READ EMPMAST
002590       INVALID KEY
002900-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
002910-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
002920-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
002926-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
002932-      P-REND-DERIV.
002940     PERFORM APLICAR-TOPE-RETRO.
002945     PERFORM RECALCULAR-RETENCION.
002950     COMPUTE DELTA-REGISTRO = P-BONO - AUD-BONO.
002960     ADD DELTA-REGISTRO TO DELTA-CORRIDA.
002965     PERFORM CONSOLIDAR-DELTA.
003100     MOVE P-PORC-APLICADO TO AJ-PORC-NUEVO.
003110     MOVE DELTA-REGISTRO TO AJ-DELTA.
003120     MOVE AUD-MONEDA TO AJ-MONEDA.
003125     MOVE DELTA-RETENCION TO AJ-RETENCION-DELTA.
003130     WRITE REG-AJUSTE.
003132     MOVE REG-AJUSTE TO REG-AJUSTE-ANO.
003134     WRITE REG-AJUSTE-ANO.
003390     MOVE AUD-PORC-APLICADO TO DET-PORC-ANT.
003400     MOVE P-PORC-APLICADO TO DET-PORC-NVO.
003410     MOVE AUD-MONEDA TO DET-MONEDA.
003411     IF AUD-REND-USADO = SPACES THEN
003412       MOVE AUD-REND TO DET-USO-ANT
003413     ELSE
003414       MOVE AUD-REND-USADO TO DET-USO-ANT
003415     END-IF.
003416     MOVE P-REND-USADO TO DET-USO-NVO.
003417     MOVE P-REND-METODO TO DET-MET-NVO.
003418     MOVE P-REND-PERIODOS TO DET-PER-NVO.
003420     MOVE DETALLE-AJ TO LINEA-RPT-AJ.
003430     WRITE LINEA-RPT-AJ AFTER ADVANCING 1 LINES.
003440     ADD 1 TO LIN-PAGINA.
004774       PERFORM GRABAR-RUN-LOG
004780       STOP RUN
004790     END-IF.
004791     OPEN INPUT AUDITORIA.
004792     PERFORM LEER-AUDITORIA.
004793     PERFORM UNTIL FIN-AUD
004794       IF AUD-ID-EMP(1:1) NOT = '*' THEN
004795         PERFORM VERIFICAR-PERIODO-CIA
004796       END-IF
004797       PERFORM LEER-AUDITORIA
004798     END-PERFORM.
004799     CLOSE AUDITORIA.
004800     MOVE 'N' TO SWITCH-FIN-AUD.
004801     CLOSE PERIODO-REG.
004802     EXIT.
004803*----------------------------------------------------------
004804* CADA COMPANIA DE AUDITIN SE VERIFICA UNA SOLA VEZ: SU
004805* PERIODO DE LA CORRIDA ORIGINAL DEBE ESTAR CERRADO.
004806*----------------------------------------------------------
004807 VERIFICAR-PERIODO-CIA.
004808     MOVE 'N' TO SWITCH-CIA-VERIF.
004809     PERFORM VARYING CV FROM 1 BY 1
004810         UNTIL CV > CANT-CIAS-VERIF OR CIA-YA-VERIFICADA
004811       IF CIA-VERIF(CV) = AUD-CIA THEN
004812         MOVE 'Y' TO SWITCH-CIA-VERIF
004813       END-IF
004814     END-PERFORM.
004815     IF CIA-YA-VERIFICADA THEN
004816       EXIT PARAGRAPH
004817     END-IF.
004818     IF CANT-CIAS-VERIF < 9 THEN
004819       ADD 1 TO CANT-CIAS-VERIF
004820       MOVE AUD-CIA TO CIA-VERIF(CANT-CIAS-VERIF)
004821     END-IF.
004822     MOVE AUD-CIA TO PR-CIA.
004823     MOVE PERIODO-VERIF TO PR-PERIODO.
004824     READ PERIODO-REG
004825       INVALID KEY
004830         DISPLAY "*** ERROR: EL PERIODO " PERIODO-VERIF
004836           " DE LA COMPANIA '" AUD-CIA "' NO FIGURA EN PERREG,"
004842           " AJUSTE ABORTADO ***"
004850         CLOSE PERIODO-REG
004852         MOVE 0016 TO COND-LOG
004854         PERFORM GRABAR-RUN-LOG
004870     END-READ.
004880     IF NOT PR-CERRADO THEN
004890       DISPLAY "*** ERROR: EL PERIODO " PERIODO-VERIF
004895         " DE LA COMPANIA '" AUD-CIA "'"
004900         " NO ESTA CERRADO (ESTADO " PR-ESTADO "), NO SE"
004910         " AJUSTA UNA CORRIDA SIN CERRAR, AJUSTE ABORTADO ***"
004920       CLOSE PERIODO-REG
004924       PERFORM GRABAR-RUN-LOG
004930       STOP RUN
004940     END-IF.
004960     EXIT.
004961*----------------------------------------------------------
004962* CARGA CODIGO Y PLAN DE CADA DEPARTAMENTO DESDE DEPTREF.
005260     MOVE CONT-AJUSTADOS TO RL-ESCRITOS.
005270     MOVE CONT-SIN-MAESTRO TO RL-RECHAZADOS.
005280     IF COND-LOG = 0000 AND (CONT-SIN-MAESTRO > 0
005290         OR CONT-TOPE-OMITIDOS > 0 OR CONT-DIF-OMITIDOS > 0) THEN
005300       MOVE 0004 TO COND-LOG
005310     END-IF.
005320     MOVE COND-LOG TO RL-COND.
005321     MOVE P-PRED-RESULTADO TO RL-TIPO.
005322     MOVE P-PRED-PASO TO RL-PREDECESOR.
005323     MOVE P-PRED-COND TO RL-COND-PRED.
005324     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
005325     MOVE SPACES TO RL-MOTIVO.
005330     WRITE REG-RUN-LOG.
005340     CLOSE RUN-LOG.
005350     EXIT.
005360*----------------------------------------------------------
005370* RETENCION DEL BONO RECALCULADO CON LA TABLA VIGENTE EN LA
005380* FECHA DE LA CORRIDA ORIGINAL; LA DIFERENCIA CONTRA LO YA
005390* RETENIDO (AUD-RETENCION) VA FIRMADA EN EL AJUSTE.
005400*----------------------------------------------------------
005410 RECALCULAR-RETENCION.
005420     MOVE ZERO TO P-RETENCION.
005430     IF P-APLICA-BONO = 'Y' AND P-BONO > ZERO THEN
005440       MOVE AUD-FECHA TO P-FECHA-RET
005450       CALL 'RETBON1A' USING P-MONEDA, P-FECHA-RET, P-BONO,
005460         P-RETENCION, P-NETO, P-PAIS-RET, P-TABLA-RET
005470     END-IF.
005480     IF AUD-RETENCION NUMERIC THEN
005490       COMPUTE DELTA-RETENCION = P-RETENCION - AUD-RETENCION
005500     ELSE
005510       MOVE P-RETENCION TO DELTA-RETENCION
005520     END-IF.
005530     ADD DELTA-RETENCION TO DELTA-RET-CORRIDA.
005540     EXIT.
005550*----------------------------------------------------------
005560* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
005570* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
005580* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
005590* REGISTRA PREDEC1A.
005600*----------------------------------------------------------
005610 VERIFICAR-PREDECESORES.
005620     MOVE 'AJUBON1A' TO P-PRED-PROGRAMA.
005630     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
005640     CALL 'PREDEC1A' USING P-PRED-CADENA.
005650     IF P-PRED-RECHAZADO THEN
005660       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
005670         " CORRIDA ABORTADA ***"
005680       MOVE 0016 TO COND-LOG
005690       PERFORM GRABAR-RUN-LOG
005700       STOP RUN
005710     END-IF.
005720     EXIT.
005730 END PROGRAM AJUBON1A.
