000167*                   DEPTO DEJA SU LINEA EN EL HISTORIAL DE       *
000168*                   ASIGNACIONES DEPTHIST, IGUAL QUE EL          *
000169*                   MANTENIMIENTO (EMPMANT1A).                   *
000170*   15/10/2026 FPG  EN MODO APLICAR, UN ALTA DEJA SU REND        *
000171*                   INICIAL EN EL HISTORIAL DE CALIFICACIONES    *
000172*                   RENDHIST. EL REND DE LOS EMPLEADOS           *
000173*                   EXISTENTES SE SIGUE PRESERVANDO, ASI QUE NO  *
000174*                   SE HISTORIA.                                 *
000175*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000176*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000177*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000178*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000179*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000180*                   EL RESULTADO DE LA VERIFICACION.             *
000181*   15/10/2026 FPG  EMPDATA TRAE AHORA UN SOBRE (EMPSOBRG).      *
000182*                   ANTES DE COMPARAR SE VERIFICA CON RECEMP1A   *
000183*                   (EN MODO REPORTE SOLO SE VERIFICA, SIN       *
000184*                   AVANZAR LA SECUENCIA); UN ARCHIVO RECHAZADO  *
000185*                   SE RETIENE EN EMPHOLD Y EL PASO ABORTA CON   *
000186*                   EL MOTIVO EN RUNLOG (RL-MOTIVO). LA LECTURA  *
000187*                   SALTA EL ENCABEZADO Y LA COLA.               *
000188*   15/10/2026 FPG  COMPANIA DEL EMPLEADO (CIA-MAST): EL ALTA LA *
000189*                   TOMA DE CIA-EMP Y SE COMPARA COMO UN CAMPO   *
000190*                   MAS. EN BLANCO, O CUANDO CAMBIA EL DEPTO SIN *
000191*                   COMPANIA EN EMPDATA, SE DERIVA DEL           *
000192*                   DEPARTAMENTO (DR-CIA) CON LAS MISMAS REGLAS  *
000193*                   QUE EMPMANT1A, INCLUIDO EL DOMINIO DE        *
000194*                   CIAREF.                                      *
000195******************************************************************
000196 IDENTIFICATION DIVISION.
000197 PROGRAM-ID. SINCMST1A.
000200 ENVIRONMENT DIVISION.
000210*CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000330       FILE STATUS IS FS-CTL.
000340     SELECT RPT-SINC ASSIGN TO RPTSYNC
000350       ORGANIZATION IS SEQUENTIAL.
000351     SELECT CIA-REF ASSIGN TO CIAREF
000352       ORGANIZATION IS SEQUENTIAL
000353       FILE STATUS IS FS-CIAREF.
000354     SELECT REND-HIST ASSIGN TO RENDHIST
000355       ORGANIZATION IS INDEXED
000356       ACCESS MODE IS RANDOM
000357       RECORD KEY IS RH-LLAVE
000358       FILE STATUS IS FS-RENDHIST.
000360     SELECT DEPTO-REF ASSIGN TO DEPTREF
000370       ORGANIZATION IS SEQUENTIAL
000380       FILE STATUS IS FS-DEPTREF.
000420       RECORDING MODE IS F
000430       DATA RECORD IS EMPDATALINEA.
000440   COPY EMPDATLN.
000445   COPY EMPSOBRG.
000450   FD EMPMAST
000460       RECORDING MODE IS F
000470       DATA RECORD IS REG-MAST.
000560       RECORDING MODE IS F
000570       DATA RECORD IS LINEA-RPT-SINC.
000580   01 LINEA-RPT-SINC      PIC X(90).
000581   FD CIA-REF
000582       RECORDING MODE IS F
000583       DATA RECORD IS REG-CIA-REF.
000584   COPY CIAREFRG.
000585   FD REND-HIST
000586       RECORDING MODE IS F
000587       DATA RECORD IS REG-REND-HIST.
000588   COPY RNDHSTRG.
000590   FD DEPTO-REF
000600       RECORDING MODE IS F
000610       DATA RECORD IS REG-DEPTO-REF.
000660     05 ID-DATA-T OCCURS 9999 TIMES PIC X(4).
000670   01 SWITCH-FIN-ARCHIVO PIC X            VALUE 'N'.
000680     88 FIN-ARCHIVO                       VALUE 'Y'.
000681* RECEPCION DE EMPDATA: SOBRE Y SECUENCIA (RECEMP1A).
000682   01 P-REC-EMPDATA.
000683     05 P-REC-PROGRAMA    PIC X(9)         VALUE SPACES.
000684     05 P-REC-MODO        PIC X(1)         VALUE 'A'.
000685     05 P-REC-RESULTADO   PIC X(1)         VALUE SPACE.
000686       88 P-REC-RECHAZADO                  VALUE 'R'.
000687     05 P-REC-MOTIVO      PIC X(40)        VALUE SPACES.
000688     05 P-REC-REMITENTE   PIC X(8)         VALUE SPACES.
000689     05 P-REC-SECUENCIA   PIC 9(6)         VALUE 0.
000690     05 P-REC-FECHA       PIC 9(8)         VALUE 0.
000691     05 P-REC-CANTIDAD    PIC 9(6)         VALUE 0.
000692   01 SWITCH-FIN-MAST    PIC X            VALUE 'N'.
000700     88 FIN-MAST                          VALUE 'Y'.
000710   01 MODO-SINC          PIC X            VALUE 'R'.
000720     88 MODO-APLICAR                      VALUE 'A'.
000750   01 SWITCH-REG-MAST-VALIDO PIC X        VALUE 'Y'.
000760     88 REG-MAST-VALIDO                   VALUE 'Y'.
000770   77 MOTIVO-RECHAZO-MAST PIC X(40)       VALUE SPACES.
000775   77 MOTIVO-LOG          PIC X(40)        VALUE SPACES.
000780   77 CONT-NO-APLICABLES PIC 9(4)         VALUE 0000.
000781* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
000782   01 P-PRED-CADENA.
000783     05 P-PRED-PROGRAMA   PIC X(9)         VALUE SPACES.
000784     05 P-PRED-FECHA      PIC 9(8)         VALUE 0.
000785     05 P-PRED-RESULTADO  PIC X(1)         VALUE SPACE.
000786       88 P-PRED-RECHAZADO                 VALUE 'R'.
000787     05 P-PRED-PASO       PIC X(9)         VALUE SPACES.
000788     05 P-PRED-COND       PIC 9(4)         VALUE 0.
000789     05 P-PRED-OPERADOR   PIC X(8)         VALUE SPACES.
000790   01 SWITCH-ID-HALLADO  PIC X            VALUE 'N'.
000800     88 ID-HALLADO                        VALUE 'Y'.
000810   77 FS-EMPMAST         PIC XX           VALUE '00'.
000880   77 CONT-REND-PRESERV  PIC 9(4)         VALUE 0000.
000890   77 CONT-APLICADOS     PIC 9(4)         VALUE 0000.
000900   77 D                  PIC 9(4)         VALUE 0000.
000901* HISTORIAL DE CALIFICACIONES DE RENDIMIENTO (RENDHIST).
000902   77 FS-RENDHIST         PIC XX          VALUE '00'.
000903   01 SWITCH-RENDHIST-DISP PIC X          VALUE 'N'.
000904     88 RENDHIST-DISPONIBLE               VALUE 'Y'.
000905   77 REND-ANTERIOR       PIC X(3)        VALUE SPACES.
000906   77 FECHA-REND-HIST     PIC 9(8)        VALUE 0.
000907   77 CONT-HIST-REND      PIC 9(4)        VALUE 0000.
000910* TABLA DE DEPARTAMENTOS VALIDOS (DEPTREF), IGUAL QUE EN LA
000920* CARGA: SIN ARCHIVO, EL DOMINIO DE DEPTO NO SE VALIDA.
000930   77 FS-DEPTREF          PIC XX           VALUE '00'.
000970     88 DEPTO-HALLADO                      VALUE 'Y'.
000980   01 SWITCH-FIN-DEPTOS   PIC X            VALUE 'N'.
000990     88 FIN-DEPTOS                         VALUE 'Y'.
000991* TABLA DE COMPANIAS VALIDAS (CIAREF), IGUAL QUE EN LA CARGA.
000992   77 FS-CIAREF           PIC XX           VALUE '00'.
000993   01 SWITCH-CIAS-CARGADAS PIC X           VALUE 'N'.
000994     88 CIAS-CARGADAS                      VALUE 'Y'.
000995   01 SWITCH-CIA-HALLADA  PIC X            VALUE 'N'.
000996     88 CIA-HALLADA                        VALUE 'Y'.
000997   01 SWITCH-FIN-CIAS     PIC X            VALUE 'N'.
000998     88 FIN-CIAS                           VALUE 'Y'.
001000  01 TABLA-DEPTOS.
001010     05 CANT-DEPTOS       PIC 9(3)         VALUE 000.
001020     05 ENTRADA-DEPTO OCCURS 50 TIMES.
001023       10 TD-DEPTO        PIC X(3).
001026       10 TD-CIA          PIC X(1).
001030  77 DEP                 PIC 9(3)         VALUE 000.
001031   01 TABLA-CIAS.
001032     05 CANT-CIAS         PIC 9(1)         VALUE 0.
001033     05 TC-CIA OCCURS 9 TIMES PIC X(1).
001034   77 CIA                 PIC 9(2)         VALUE 00.
001035   77 CIA-DEPTO           PIC X(1)         VALUE SPACE.
001040* LINEAS DEL REPORTE DE SINCRONIZACION.
001050   01 TITULO-SINC.
001060     05 FILLER            PIC X(42)        VALUE
001488 MAIN-PROCEDURE.
001489     PERFORM INICIAR-RUN-LOG.
001490     PERFORM CARGAR-DEPTOS.
001493     PERFORM VERIFICAR-PREDECESORES.
001496     PERFORM CARGAR-CIAS.
001500     PERFORM LEER-CONTROL-SINC.
001502     PERFORM VERIFICAR-RECEPCION.
001505     PERFORM ABRIR-DEPTO-HIST.
001507     PERFORM ABRIR-REND-HIST.
001510     OPEN I-O EMPMAST.
001520     IF FS-EMPMAST NOT = '00' THEN
001530       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
001710     DISPLAY " NO APLICABLES:         " CONT-NO-APLICABLES.
001720     IF MODO-APLICAR THEN
001730       DISPLAY " CAMBIOS APLICADOS:     " CONT-APLICADOS
001735       DISPLAY " CAMBIOS DE REND HISTORIADOS: " CONT-HIST-REND
001740     ELSE
001750       DISPLAY " MODO REPORTE: NO SE APLICO NINGUN CAMBIO"
001760     END-IF.
001763     PERFORM CERRAR-DEPTO-HIST.
001764     PERFORM CERRAR-REND-HIST.
001765     PERFORM GRABAR-RUN-LOG.
001770     STOP RUN.
001780 LEER-CONTROL-SINC.
002090       AT END
002100         MOVE 'Y' TO SWITCH-FIN-ARCHIVO
002110     END-READ.
002111     PERFORM UNTIL FIN-ARCHIVO OR
002112         (NOT SB-ENCABEZADO AND NOT SB-COLA)
002113       READ EMPDATA
002114         AT END
002115           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
002116       END-READ
002117     END-PERFORM.
002120     EXIT.
002130 ANOTAR-ID-EMPDATA.
002140     IF CANT-IDS < 9999 THEN
002550     MOVE TIPO-EMPLEO-EMP TO TIPO-EMPLEO-MAST.
002560     MOVE MONEDA-EMP TO MONEDA-MAST.
002570     MOVE DEPTO-EMP TO DEPTO-MAST.
002575     MOVE CIA-EMP TO CIA-MAST.
002580     MOVE FECHA-ALTA-EMP TO FECHA-ALTA-MAST.
002590     MOVE STATUS-EMP TO STATUS-MAST.
002600     MOVE FECHA-STATUS-EMP TO FECHA-STATUS-MAST.
002720       NOT INVALID KEY
002730         ADD 1 TO CONT-APLICADOS
002735         PERFORM ANOTAR-DEPTO-HIST-ALTA
002737         PERFORM ANOTAR-REND-HIST-ALTA
002740     END-WRITE.
002750     EXIT.
002760*----------------------------------------------------------
003700       PERFORM REPORTAR-CAMPO
003710       IF MODO-APLICAR THEN
003720         MOVE DEPTO-EMP TO DEPTO-MAST
003721         IF CIA-EMP = SPACE THEN
003722           MOVE SPACE TO CIA-MAST
003723         END-IF
003725         MOVE 'Y' TO SWITCH-DEPTO-CAMBIADO
003730       END-IF
003740     END-IF.
004160         MOVE MONEDA-EMP TO MONEDA-MAST
004170       END-IF
004180     END-IF.
004185     PERFORM COMPARAR-CIA.
004190     IF REG-DIFIERE THEN
004200       ADD 1 TO CONT-CAMBIADOS
004210       IF MODO-APLICAR THEN
004540 VALIDAR-REG-SINC.
004550     MOVE 'Y' TO SWITCH-REG-MAST-VALIDO.
004560     MOVE SPACES TO MOTIVO-RECHAZO-MAST.
004565     MOVE SPACE TO CIA-DEPTO.
004570     IF EDAD-MAST NOT NUMERIC THEN
004580       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
004590       MOVE "EDAD-EMP NO NUMERICA" TO MOTIVO-RECHAZO-MAST
004880        MOVE "DEPTO-EMP FUERA DE DOMINIO" TO
004890          MOTIVO-RECHAZO-MAST
004900      END-IF
004902     END-IF.
004904     IF REG-MAST-VALIDO THEN
004906       PERFORM VALIDAR-CIA-SINC
004910     END-IF.
004920     IF REG-MAST-VALIDO THEN
004930       IF FECHA-ALTA-MAST NOT NUMERIC THEN
005950      IF CANT-DEPTOS < 50 THEN
005960        ADD 1 TO CANT-DEPTOS
005970        MOVE DR-DEPTO TO TD-DEPTO(CANT-DEPTOS)
005975        MOVE DR-CIA TO TD-CIA(CANT-DEPTOS)
005980      ELSE
005990        DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
006000          " SE IGNORA " DR-DEPTO " ***"
006180        UNTIL DEP > CANT-DEPTOS OR DEPTO-HALLADO
006190      IF TD-DEPTO(DEP) = DEPTO-MAST THEN
006200        MOVE 'Y' TO SWITCH-DEPTO-HALLADO
006205        MOVE TD-CIA(DEP) TO CIA-DEPTO
006210      END-IF
006220     END-PERFORM.
006230     EXIT.
006560       MOVE 0004 TO COND-LOG
006570     END-IF.
006580     MOVE COND-LOG TO RL-COND.
006581     MOVE P-PRED-RESULTADO TO RL-TIPO.
006582     MOVE P-PRED-PASO TO RL-PREDECESOR.
006583     MOVE P-PRED-COND TO RL-COND-PRED.
006584     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
006585     MOVE MOTIVO-LOG TO RL-MOTIVO.
006590     WRITE REG-RUN-LOG.
006600     CLOSE RUN-LOG.
006610     EXIT.
006620*----------------------------------------------------------
006630* COMPANIA DEL EMPLEADO, MISMAS REGLAS QUE VALIDAR-CIA-MAST
006640* (EMPMANT1A).
006650*----------------------------------------------------------
006660 VALIDAR-CIA-SINC.
006670     IF CIA-DEPTO NOT = SPACE THEN
006680       IF CIA-MAST = SPACE THEN
006690         MOVE CIA-DEPTO TO CIA-MAST
006700       ELSE IF CIA-MAST NOT = CIA-DEPTO THEN
006710         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006720         MOVE "CIA-EMP NO CORRESPONDE AL DEPTO" TO
006730           MOTIVO-RECHAZO-MAST
006740         EXIT PARAGRAPH
006750       END-IF
006760     END-IF.
006770     IF CIAS-CARGADAS THEN
006780       PERFORM BUSCAR-CIA
006790       IF NOT CIA-HALLADA THEN
006800         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006810         MOVE "CIA-EMP FUERA DE DOMINIO" TO MOTIVO-RECHAZO-MAST
006820       END-IF
006830     END-IF.
006840     EXIT.
006850*----------------------------------------------------------
006860* COMPANIAS VALIDAS DESDE CIAREF. SIN ARCHIVO LA COMPANIA NO
006870* SE VALIDA CONTRA DOMINIO.
006880*----------------------------------------------------------
006890 CARGAR-CIAS.
006900     OPEN INPUT CIA-REF.
006910     IF FS-CIAREF NOT = '00' THEN
006920       DISPLAY "*** ATENCION: NO SE PUDO ABRIR CIAREF (FILE"
006930         " STATUS " FS-CIAREF "), CIA-EMP NO SE VALIDA ***"
006940       EXIT PARAGRAPH
006950     END-IF.
006960     PERFORM LEER-CIA-REF.
006970     PERFORM UNTIL FIN-CIAS
006980       IF CANT-CIAS < 9 THEN
006990         ADD 1 TO CANT-CIAS
007000         MOVE CR-CIA TO TC-CIA(CANT-CIAS)
007010       ELSE
007020         DISPLAY "*** ATENCION: TABLA DE COMPANIAS LLENA,"
007030           " SE IGNORA " CR-CIA " ***"
007040       END-IF
007050       PERFORM LEER-CIA-REF
007060     END-PERFORM.
007070     CLOSE CIA-REF.
007080     IF CANT-CIAS > 0 THEN
007090       MOVE 'Y' TO SWITCH-CIAS-CARGADAS
007100     END-IF.
007110     EXIT.
007120 LEER-CIA-REF.
007130     READ CIA-REF
007140       AT END
007150         MOVE 'Y' TO SWITCH-FIN-CIAS
007160     END-READ.
007170     EXIT.
007180 BUSCAR-CIA.
007190     MOVE 'N' TO SWITCH-CIA-HALLADA.
007200     PERFORM VARYING CIA FROM 1 BY 1
007210         UNTIL CIA > CANT-CIAS OR CIA-HALLADA
007220       IF TC-CIA(CIA) = CIA-MAST THEN
007230         MOVE 'Y' TO SWITCH-CIA-HALLADA
007240       END-IF
007250     END-PERFORM.
007260     EXIT.
007270 ABRIR-REND-HIST.
007280     IF NOT MODO-APLICAR THEN
007290       EXIT PARAGRAPH
007300     END-IF.
007310     OPEN I-O REND-HIST.
007320     IF FS-RENDHIST = '35' THEN
007330       OPEN OUTPUT REND-HIST
007340       CLOSE REND-HIST
007350       OPEN I-O REND-HIST
007360     END-IF.
007370     IF FS-RENDHIST = '00' THEN
007380       MOVE 'Y' TO SWITCH-RENDHIST-DISP
007390     ELSE
007400       DISPLAY "*** ATENCION: NO SE PUDO ABRIR RENDHIST (FILE"
007410         " STATUS " FS-RENDHIST "), LOS CAMBIOS DE REND NO SE"
007420         " HISTORIAN ***"
007430     END-IF.
007440     EXIT.
007450 ANOTAR-REND-HIST-ALTA.
007460     MOVE SPACES TO REND-ANTERIOR.
007470     PERFORM ANOTAR-REND-HIST.
007480     EXIT.
007490 ANOTAR-REND-HIST.
007500     IF NOT RENDHIST-DISPONIBLE THEN
007510       EXIT PARAGRAPH
007520     END-IF.
007530     MOVE FECHA-HOY-SINC TO FECHA-REND-HIST.
007540     MOVE ID-MAST TO RH-ID-EMP.
007550     COMPUTE RH-PERIODO = FECHA-REND-HIST / 100.
007560     READ REND-HIST
007570       INVALID KEY
007580         MOVE SPACES TO REG-REND-HIST
007590         MOVE ID-MAST TO RH-ID-EMP
007600         COMPUTE RH-PERIODO = FECHA-REND-HIST / 100
007610         MOVE REND-MAST TO RH-REND
007620         MOVE REND-ANTERIOR TO RH-REND-ANTERIOR
007630         MOVE FECHA-REND-HIST TO RH-FECHA-CAMBIO
007640         MOVE "SINCMST1A" TO RH-ORIGEN
007650         WRITE REG-REND-HIST
007660           INVALID KEY
007670             DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN RENDHIST"
007680               " EL ID " ID-MAST " ***"
007690           NOT INVALID KEY
007700             ADD 1 TO CONT-HIST-REND
007710         END-WRITE
007720       NOT INVALID KEY
007730         MOVE RH-REND TO RH-REND-ANTERIOR
007740         MOVE REND-MAST TO RH-REND
007750         MOVE FECHA-REND-HIST TO RH-FECHA-CAMBIO
007760         MOVE "SINCMST1A" TO RH-ORIGEN
007770         REWRITE REG-REND-HIST
007780           INVALID KEY
007790             DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR EN"
007800               " RENDHIST EL ID " ID-MAST " ***"
007810           NOT INVALID KEY
007820             ADD 1 TO CONT-HIST-REND
007830         END-REWRITE
007840     END-READ.
007850     EXIT.
007860 CERRAR-REND-HIST.
007870     IF RENDHIST-DISPONIBLE THEN
007880       CLOSE REND-HIST
007890     END-IF.
007900     EXIT.
007910*----------------------------------------------------------
007920* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
007930* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
007940* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
007950* REGISTRA PREDEC1A.
007960*----------------------------------------------------------
007970 VERIFICAR-PREDECESORES.
007980     MOVE 'SINCMST1A' TO P-PRED-PROGRAMA.
007990     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
008000     CALL 'PREDEC1A' USING P-PRED-CADENA.
008010     IF P-PRED-RECHAZADO THEN
008020       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
008030         " CORRIDA ABORTADA ***"
008040       MOVE 0016 TO COND-LOG
008050       PERFORM GRABAR-RUN-LOG
008060       STOP RUN
008070     END-IF.
008080     EXIT.
008090*----------------------------------------------------------
008100* RECEPCION DE EMPDATA (RECEMP1A): ANTES DE VALIDAR UN SOLO
008110* REGISTRO SE VERIFICA EL SOBRE (ENCABEZADO, COLA, CANTIDAD Y
008120* HASH) Y LA SECUENCIA Y FECHA DEL EXTRACTO CONTRA RECEMP. UN
008130* ARCHIVO RECHAZADO QUEDA RETENIDO EN EMPHOLD Y EL PASO ABORTA
008140* CON EL MOTIVO EN RUNLOG.
008150*----------------------------------------------------------
008160 VERIFICAR-RECEPCION.
008170     MOVE 'SINCMST1A' TO P-REC-PROGRAMA.
008180     IF MODO-APLICAR THEN
008190       MOVE 'A' TO P-REC-MODO
008200     ELSE
008210       MOVE 'V' TO P-REC-MODO
008220     END-IF.
008230     CALL 'RECEMP1A' USING P-REC-EMPDATA.
008240     IF P-REC-RECHAZADO THEN
008250       DISPLAY "*** ERROR: EMPDATA RECHAZADO EN LA RECEPCION,"
008260         " CORRIDA ABORTADA ***"
008270       MOVE P-REC-MOTIVO TO MOTIVO-LOG
008280       MOVE 0016 TO COND-LOG
008290       PERFORM GRABAR-RUN-LOG
008300       STOP RUN
008310     END-IF.
008320     EXIT.
008330*----------------------------------------------------------
008340* LA COMPANIA SOLO SE COMPARA CUANDO EMPDATA LA TRAE; EN BLANCO
008350* LA DERIVA DEL DEPARTAMENTO VALIDAR-CIA-SINC.
008360*----------------------------------------------------------
008370 COMPARAR-CIA.
008380     IF CIA-EMP NOT = SPACE AND CIA-EMP NOT = CIA-MAST THEN
008390       MOVE "CIA" TO CAM-NOMBRE
008400       MOVE SPACES TO CAM-VALOR-DATA
008410       MOVE CIA-EMP TO CAM-VALOR-DATA(1:1)
008420       MOVE SPACES TO CAM-VALOR-MAST
008430       MOVE CIA-MAST TO CAM-VALOR-MAST(1:1)
008440       PERFORM REPORTAR-CAMPO
008450       IF MODO-APLICAR THEN
008460         MOVE CIA-EMP TO CIA-MAST
008470       END-IF
008480     END-IF.
008490     EXIT.
008500 END PROGRAM SINCMST1A.
