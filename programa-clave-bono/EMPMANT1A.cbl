000278*                   TOCA DEPTO DEJA UNA LINEA CON SU FECHA       *
000279*                   EFECTIVA, PARA EL PRORRATEO DEL RESUMEN      *
000280*                   PRESUPUESTO VS PAGADO DE LA CORRIDA.         *
000281*   15/10/2026 FPG  CONTROL DUAL DE CAMBIOS SENSIBLES: UN        *
000282*                   CAMBIO A REND, SAL, TIPO-EMPLEO, DEPTO O     *
000283*                   STATUS YA NO TOCA EMPMAST; SE GRABA EN       *
000284*                   CAMPEND CON LA CLAVE DEL OPERADOR (NUEVO     *
000285*                   TR-OPERADOR EN TRANMANT) Y SOLO SE APLICA    *
000286*                   CUANDO OTRO OPERADOR LO LIBERA EN LIBCAM1A.  *
000287*                   LOS DEMAS CAMPOS SIGUEN APLICANDOSE DIRECTO. *
000288*   15/10/2026 FPG  HISTORIAL DE CALIFICACIONES DE RENDIMIENTO   *
000289*                   (RENDHIST): LA CARGA Y LAS ALTAS DEJAN EL    *
000290*                   REND INICIAL DEL EMPLEADO EN EL PERIODO DE   *
000291*                   LA CORRIDA. LOS CAMBIOS DE REND SE HISTORIAN *
000292*                   AL LIBERARSE EN LIBCAM1A.                    *
000293*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000294*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000295*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000296*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000297*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000298*                   EL RESULTADO DE LA VERIFICACION.             *
000299*   15/10/2026 FPG  EMPDATA TRAE AHORA UN SOBRE (EMPSOBRG):      *
000300*                   ENCABEZADO CON REMITENTE, FECHA DEL EXTRACTO *
000301*                   Y SECUENCIA, Y COLA CON CANTIDAD Y HASH DE   *
000302*                   SAL E ID. ANTES DE RECONSTRUIR EL MAESTRO SE *
000303*                   VERIFICA CON RECEMP1A; UN ARCHIVO CON SALTO  *
000304*                   O REPETICION DE SECUENCIA, EXTRACTO VENCIDO  *
000305*                   O COLA QUE NO CUADRA SE RETIENE EN EMPHOLD Y *
000306*                   EL PASO ABORTA CON EL MOTIVO EN RUNLOG       *
000307*                   (RL-MOTIVO). LA LECTURA SALTA EL ENCABEZADO  *
000308*                   Y LA COLA.                                   *
000309*   15/10/2026 FPG  COMPANIA DEL EMPLEADO (CIA-MAST): SE CARGA   *
000310*                   DE CIA-EMP O DE TR-CIA EN LAS ALTAS; EN      *
000311*                   BLANCO SE TOMA LA DEL DEPARTAMENTO (DR-CIA)  *
000312*                   Y UNA COMPANIA DISTINTA A LA DEL             *
000313*                   DEPARTAMENTO SE RECHAZA. CON CIAREF PRESENTE *
000314*                   LA COMPANIA SE VALIDA CONTRA ESE DOMINIO. UN *
000315*                   CAMBIO DE DEPTO Y SU TR-CIA VAN JUNTOS AL    *
000316*                   CAMBIO PENDIENTE (CP-CIA) Y SE VALIDAN COMO  *
000317*                   UNO SOLO.                                    *
000318******************************************************************
000319 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EMPMANT1A.
000321 ENVIRONMENT DIVISION.
000322*CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EMPDATA ASSIGN TO EMPIN
000390       ACCESS MODE IS DYNAMIC
000400       RECORD KEY IS ID-MAST
000410       FILE STATUS IS FS-EMPMAST.
000411     SELECT REND-HIST ASSIGN TO RENDHIST
000412       ORGANIZATION IS INDEXED
000413       ACCESS MODE IS RANDOM
000414       RECORD KEY IS RH-LLAVE
000415       FILE STATUS IS FS-RENDHIST.
000420     SELECT TRANMANT ASSIGN TO TRANIN
000430       ORGANIZATION IS SEQUENTIAL.
000440     SELECT EXCEPCIONES ASSIGN TO EXCEPOUT
000450       ORGANIZATION IS SEQUENTIAL.
000460     SELECT REGISTRO-TRAN ASSIGN TO TRANREG
000470       ORGANIZATION IS SEQUENTIAL.
000471     SELECT CAMBIOS-PEND ASSIGN TO CAMPEND
000472       ORGANIZATION IS INDEXED
000473       ACCESS MODE IS RANDOM
000474       RECORD KEY IS CP-LLAVE
000475       FILE STATUS IS FS-CAMPEND.
000476     SELECT CIA-REF ASSIGN TO CIAREF
000477       ORGANIZATION IS SEQUENTIAL
000478       FILE STATUS IS FS-CIAREF.
000480     SELECT DEPTO-REF ASSIGN TO DEPTREF
000490       ORGANIZATION IS SEQUENTIAL
000500       FILE STATUS IS FS-DEPTREF.
000540       RECORDING MODE IS F
000550       DATA RECORD IS EMPDATALINEA.
000560   COPY EMPDATLN.
000565   COPY EMPSOBRG.
000570   FD EMPMAST
000580       RECORDING MODE IS F
000590       DATA RECORD IS REG-MAST.
000600   COPY EMPMASTR.
000602   FD REND-HIST
000604       RECORDING MODE IS F
000606       DATA RECORD IS REG-REND-HIST.
000608   COPY RNDHSTRG.
000610   FD TRANMANT
000620       RECORDING MODE IS F
000630       DATA RECORD IS REG-TRANMANT.
000800     05 TR-FECHA-ALTA    PIC X(8).
000810     05 TR-STATUS        PIC X(1).
000820     05 TR-FECHA-STATUS  PIC X(6).
000830     05 TR-CIA           PIC X(1).
000835     05 TR-OPERADOR      PIC X(8).
000840   FD EXCEPCIONES
000850       RECORDING MODE IS F
000860       DATA RECORD IS REG-EXCEPCION.
000910       RECORDING MODE IS F
000920       DATA RECORD IS LINEA-REG-TRAN.
000930   01 LINEA-REG-TRAN     PIC X(90).
000931   FD CAMBIOS-PEND
000932       RECORDING MODE IS F
000933       DATA RECORD IS REG-CAMBIO-PEND.
000934   COPY CAMPNDRG.
000935   FD CIA-REF
000936       RECORDING MODE IS F
000937       DATA RECORD IS REG-CIA-REF.
000938   COPY CIAREFRG.
000940   FD DEPTO-REF
000950       RECORDING MODE IS F
000960       DATA RECORD IS REG-DEPTO-REF.
000987 WORKING-STORAGE SECTION.
000990   01 SWITCH-FIN-ARCHIVO PIC X            VALUE 'N'.
001000     88 FIN-ARCHIVO                       VALUE 'Y'.
001001* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001002   01 P-PRED-CADENA.
001003     05 P-PRED-PROGRAMA   PIC X(9)        VALUE SPACES.
001004     05 P-PRED-FECHA      PIC 9(8)        VALUE 0.
001005     05 P-PRED-RESULTADO  PIC X(1)        VALUE SPACE.
001006       88 P-PRED-RECHAZADO                VALUE 'R'.
001007     05 P-PRED-PASO       PIC X(9)        VALUE SPACES.
001008     05 P-PRED-COND       PIC 9(4)        VALUE 0.
001009     05 P-PRED-OPERADOR   PIC X(8)        VALUE SPACES.
001010   01 SWITCH-FIN-TRAN    PIC X            VALUE 'N'.
001020     88 FIN-TRAN                          VALUE 'Y'.
001021* RECEPCION DE EMPDATA: SOBRE Y SECUENCIA (RECEMP1A).
001022   01 P-REC-EMPDATA.
001023     05 P-REC-PROGRAMA    PIC X(9)         VALUE SPACES.
001024     05 P-REC-MODO        PIC X(1)         VALUE 'A'.
001025     05 P-REC-RESULTADO   PIC X(1)         VALUE SPACE.
001026       88 P-REC-RECHAZADO                  VALUE 'R'.
001027     05 P-REC-MOTIVO      PIC X(40)        VALUE SPACES.
001028     05 P-REC-REMITENTE   PIC X(8)         VALUE SPACES.
001029     05 P-REC-SECUENCIA   PIC 9(6)         VALUE 0.
001030     05 P-REC-FECHA       PIC 9(8)         VALUE 0.
001031     05 P-REC-CANTIDAD    PIC 9(6)         VALUE 0.
001032   77 FS-EMPMAST         PIC XX           VALUE '00'.
001040   01 SWITCH-MAESTRO-EXISTE PIC X         VALUE 'N'.
001050     88 MAESTRO-EXISTE                    VALUE 'Y'.
001060   01 SWITCH-REG-MAST-VALIDO PIC X        VALUE 'Y'.
001070     88 REG-MAST-VALIDO                   VALUE 'Y'.
001071   01 SWITCH-CAMBIO-SENSIBLE PIC X        VALUE 'N'.
001072     88 CAMBIO-SENSIBLE                   VALUE 'Y'.
001073   01 SWITCH-CAMBIO-DIRECTO PIC X         VALUE 'N'.
001074     88 CAMBIO-DIRECTO                    VALUE 'Y'.
001075   01 SWITCH-PEND-GRABADO PIC X           VALUE 'N'.
001076     88 PEND-GRABADO                      VALUE 'Y'.
001080   77 CONT-CARGADOS      PIC 9(4)         VALUE 0000.
001090   77 CONT-RECHAZADOS    PIC 9(4)         VALUE 0000.
001100   77 CONT-APLICADAS     PIC 9(4)         VALUE 0000.
001110   77 CONT-NO-ENCONTRADAS PIC 9(4)        VALUE 0000.
001120   77 CONT-TRANS-INVALIDAS PIC 9(4)       VALUE 0000.
001130   77 CONT-DUPLICADOS-MAST PIC 9(4)       VALUE 0000.
001131* HISTORIAL DE CALIFICACIONES DE RENDIMIENTO (RENDHIST).
001132   77 FS-RENDHIST         PIC XX          VALUE '00'.
001133   01 SWITCH-RENDHIST-DISP PIC X          VALUE 'N'.
001134     88 RENDHIST-DISPONIBLE               VALUE 'Y'.
001135   77 REND-ANTERIOR       PIC X(3)        VALUE SPACES.
001136   77 FECHA-REND-HIST     PIC 9(8)        VALUE 0.
001137   77 CONT-HIST-REND      PIC 9(4)        VALUE 0000.
001140   77 MOTIVO-RECHAZO-MAST PIC X(40)       VALUE SPACES.
001145   77 MOTIVO-LOG          PIC X(40)        VALUE SPACES.
001150   77 CONT-ALTAS          PIC 9(4)        VALUE 0000.
001160   77 CONT-CAMBIOS        PIC 9(4)        VALUE 0000.
001170   77 CONT-BAJAS          PIC 9(4)        VALUE 0000.
001171* CAMBIOS SENSIBLES PENDIENTES DE LIBERAR (CAMPEND): REND,
001172* SAL, TIPO-EMPLEO, DEPTO Y STATUS NO SE APLICAN AQUI; SE
001173* DEJAN CON LA CLAVE DEL OPERADOR PARA QUE OTRO LOS LIBERE.
001174   77 FS-CAMPEND          PIC XX          VALUE '00'.
001175   01 SWITCH-CAMPEND-DISP PIC X           VALUE 'N'.
001176     88 CAMPEND-DISPONIBLE                VALUE 'Y'.
001177   77 SEC-CAMPEND         PIC 9(5)        VALUE 0.
001178   77 CONT-PENDIENTES     PIC 9(4)        VALUE 0000.
001180* IMAGENES ANTES/DESPUES PARA EL REGISTRO IMPRESO DE
001190* TRANSACCIONES QUE PIDEN LOS AUDITORES CADA TRIMESTRE.
001200   77 IMAGEN-ANTES        PIC X(79)       VALUE SPACES.
001210   77 IMAGEN-DESPUES      PIC X(79)       VALUE SPACES.
001213   77 REG-MAST-DIRECTO    PIC X(79)       VALUE SPACES.
001216   77 IMAGEN-PROPUESTA    PIC X(79)       VALUE SPACES.
001220   01 LINEA-TRAN-TITULO.
001230     05 FILLER            PIC X(37)       VALUE
001240          "REGISTRO DE TRANSACCIONES DE EMPMAST".
001300     05 TRA-RESULTADO     PIC X(40).
001310   01 LINEA-TRAN-IMAGEN.
001320     05 TRI-ETIQUETA      PIC X(9).
001330     05 TRI-IMAGEN        PIC X(79).
001331* TABLA DE COMPANIAS VALIDAS CARGADA DESDE CIAREF.
001332   77 FS-CIAREF           PIC XX          VALUE '00'.
001333   01 SWITCH-CIAS-CARGADAS PIC X          VALUE 'N'.
001334     88 CIAS-CARGADAS                     VALUE 'Y'.
001335   01 SWITCH-CIA-HALLADA  PIC X           VALUE 'N'.
001336     88 CIA-HALLADA                       VALUE 'Y'.
001337   01 SWITCH-FIN-CIAS     PIC X           VALUE 'N'.
001338     88 FIN-CIAS                          VALUE 'Y'.
001340* TABLA DE DEPARTAMENTOS VALIDOS CARGADA DESDE DEPTREF.
001350   77 FS-DEPTREF          PIC XX          VALUE '00'.
001360   01 SWITCH-DEPTOS-CARGADOS PIC X        VALUE 'N'.
001390     88 DEPTO-HALLADO                     VALUE 'Y'.
001400   01 SWITCH-FIN-DEPTOS   PIC X           VALUE 'N'.
001410     88 FIN-DEPTOS                        VALUE 'Y'.
001411   01 TABLA-CIAS.
001412     05 CANT-CIAS         PIC 9(1)        VALUE 0.
001413     05 TC-CIA OCCURS 9 TIMES PIC X(1).
001414   77 CIA                 PIC 9(2)        VALUE 00.
001415   77 CIA-DEPTO           PIC X(1)        VALUE SPACE.
001420   01 TABLA-DEPTOS.
001430     05 CANT-DEPTOS       PIC 9(3)        VALUE 000.
001440     05 ENTRADA-DEPTO OCCURS 50 TIMES.
001443       10 TD-DEPTO        PIC X(3).
001446       10 TD-CIA          PIC X(1).
001450   77 DEP                 PIC 9(3)        VALUE 000.
001451* SELLO DE INTEGRIDAD DEL MAESTRO (EMPSEAL).
001452   77 FS-SELLO            PIC XX          VALUE '00'.
001488     PERFORM ABRIR-SUSPENSO.
001489     PERFORM CARGAR-DEPTOS.
001490     PERFORM VERIFICAR-MAESTRO.
001492     PERFORM VERIFICAR-PREDECESORES.
001494     PERFORM ABRIR-REND-HIST.
001496     PERFORM ABRIR-CAMBIOS-PEND.
001498     PERFORM CARGAR-CIAS.
001500     IF MAESTRO-EXISTE THEN
001510       DISPLAY "*** MAESTRO EXISTENTE, SE OMITE RECONSTRUCCION,"
001520         " SOLO SE APLICAN TRANSACCIONES ***"
001540       PERFORM CONSTRUIR-MAESTRO
001550     END-IF.
001560     PERFORM APLICAR-TRANSACCIONES.
001563     PERFORM CERRAR-REND-HIST.
001566     PERFORM CERRAR-CAMBIOS-PEND.
001570     DISPLAY "---------- MANTENIMIENTO DE EMPMAST ----------".
001580     DISPLAY " REGISTROS CARGADOS AL MAESTRO: " CONT-CARGADOS.
001590     DISPLAY " REGISTROS RECHAZADOS:          " CONT-RECHAZADOS.
001650     DISPLAY "   BAJAS:                       " CONT-BAJAS.
001660     DISPLAY " TRANSACCIONES NO ENCONTRADAS:  "
001670       CONT-NO-ENCONTRADAS.
001672     DISPLAY " CAMBIOS DE REND HISTORIADOS:  " CONT-HIST-REND.
001674     DISPLAY " CAMBIOS PENDIENTES DE LIBERAR: "
001676       CONT-PENDIENTES.
001680     DISPLAY " TRANSACCIONES INVALIDAS:       "
001690       CONT-TRANS-INVALIDAS.
001691     DISPLAY " ASIGNACIONES DE DEPTO GRABADAS:"
001770     END-IF.
001780     EXIT.
001790 CONSTRUIR-MAESTRO.
001795     PERFORM VERIFICAR-RECEPCION.
001800     OPEN INPUT EMPDATA.
001810     OPEN OUTPUT EMPMAST.
001820     OPEN OUTPUT EXCEPCIONES.
001990       AT END
002000         MOVE 'Y' TO SWITCH-FIN-ARCHIVO
002010     END-READ.
002011     PERFORM UNTIL FIN-ARCHIVO OR
002012         (NOT SB-ENCABEZADO AND NOT SB-COLA)
002013       READ EMPDATA
002014         AT END
002015           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
002016       END-READ
002017     END-PERFORM.
002020     EXIT.
002030 CARGAR-REG-MAST.
002040     MOVE ID-EMP    TO ID-MAST.
002120     MOVE TIPO-EMPLEO-EMP TO TIPO-EMPLEO-MAST.
002130     MOVE MONEDA-EMP TO MONEDA-MAST.
002140     MOVE DEPTO-EMP TO DEPTO-MAST.
002145     MOVE CIA-EMP TO CIA-MAST.
002150     MOVE FECHA-ALTA-EMP TO FECHA-ALTA-MAST.
002160     MOVE STATUS-EMP TO STATUS-MAST.
002170     MOVE FECHA-STATUS-EMP TO FECHA-STATUS-MAST.
002340       NOT INVALID KEY
002350         ADD 1 TO CONT-CARGADOS
002355         PERFORM ANOTAR-DEPTO-HIST-ALTA
002357         PERFORM ANOTAR-REND-HIST-ALTA
002360     END-WRITE.
002370     EXIT.
002380*----------------------------------------------------------
002440 VALIDAR-REG-MAST.
002450     MOVE 'Y' TO SWITCH-REG-MAST-VALIDO.
002460     MOVE SPACES TO MOTIVO-RECHAZO-MAST.
002465     MOVE SPACE TO CIA-DEPTO.
002470     IF EDAD-MAST NOT NUMERIC THEN
002480       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
002490       MOVE "EDAD-EMP NO NUMERICA" TO MOTIVO-RECHAZO-MAST
002780         MOVE "DEPTO-EMP FUERA DE DOMINIO" TO
002790           MOTIVO-RECHAZO-MAST
002800       END-IF
002802     END-IF.
002804     IF REG-MAST-VALIDO THEN
002806       PERFORM VALIDAR-CIA-MAST
002810     END-IF.
002820     IF REG-MAST-VALIDO THEN
002830      IF FECHA-ALTA-MAST NOT NUMERIC THEN
003190       IF CANT-DEPTOS < 50 THEN
003200         ADD 1 TO CANT-DEPTOS
003210         MOVE DR-DEPTO TO TD-DEPTO(CANT-DEPTOS)
003215         MOVE DR-CIA TO TD-CIA(CANT-DEPTOS)
003220       ELSE
003230         DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
003240           " SE IGNORA " DR-DEPTO " ***"
003420         UNTIL DEP > CANT-DEPTOS OR DEPTO-HALLADO
003430       IF TD-DEPTO(DEP) = DEPTO-MAST THEN
003440         MOVE 'Y' TO SWITCH-DEPTO-HALLADO
003445         MOVE TD-CIA(DEP) TO CIA-DEPTO
003450       END-IF
003460     END-PERFORM.
003470     EXIT.
003990     MOVE TR-TIPO-EMPLEO TO TIPO-EMPLEO-MAST.
004000     MOVE TR-MONEDA TO MONEDA-MAST.
004010     MOVE TR-DEPTO TO DEPTO-MAST.
004015     MOVE TR-CIA TO CIA-MAST.
004020     MOVE TR-FECHA-ALTA TO FECHA-ALTA-MAST.
004030     MOVE TR-STATUS TO STATUS-MAST.
004040     MOVE TR-FECHA-STATUS TO FECHA-STATUS-MAST.
004210         ADD 1 TO CONT-ALTAS
004220         ADD 1 TO CONT-APLICADAS
004225         PERFORM ANOTAR-DEPTO-HIST-ALTA
004227         PERFORM ANOTAR-REND-HIST-ALTA
004230         PERFORM IMPRIMIR-REG-TRAN-ALTA
004240     END-WRITE.
004250     EXIT.
004280* CONTENIDO EN LA TRANSACCION (BLANCO = SIN CAMBIO). EL
004290* CANDIDATO SE VALIDA COMPLETO ANTES DE REESCRIBIR, ASI UNA
004300* CORRECCION MALA NO PUEDE DEJAR UN MAESTRO INVALIDO.
004302* REND, SAL, TIPO-EMPLEO, DEPTO Y STATUS (CON FECHA-STATUS)
004304* SON SENSIBLES: NO SE APLICAN AQUI SINO QUE SE DEJAN EN
004306* CAMPEND CON LA CLAVE DEL OPERADOR, DESPUES DE VALIDAR EL
004308* CANDIDATO COMPLETO; LOS DEMAS CAMPOS SE APLICAN DIRECTO.
004310*----------------------------------------------------------
004320 PROCESAR-CAMBIO.
004330     MOVE TR-ID-EMP TO ID-MAST.
004400     END-READ.
004410     MOVE REG-MAST TO IMAGEN-ANTES.
004415     MOVE DEPTO-MAST TO DEPTO-ANTERIOR.
004417     MOVE 'N' TO SWITCH-CAMBIO-DIRECTO.
004420     IF TR-NOM NOT = SPACES THEN
004430       MOVE TR-NOM TO NOM-MAST
004435       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004440     END-IF.
004450     IF TR-EDAD NOT = SPACES THEN
004460       MOVE TR-EDAD TO EDAD-MAST
004465       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004470     END-IF.
004480     IF TR-SEXO NOT = SPACES THEN
004490       MOVE TR-SEXO TO SEXO-MAST
004495       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004500     END-IF.
004510     IF TR-PUESTO NOT = SPACES THEN
004520       MOVE TR-PUESTO TO PUESTO-MAST
004525       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004530     END-IF.
004540     IF TR-ANT NOT = SPACES THEN
004550       MOVE TR-ANT TO ANT-MAST
004560       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004650     END-IF.
004660     IF TR-MONEDA NOT = SPACES THEN
004670       MOVE TR-MONEDA TO MONEDA-MAST
004680       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004710     END-IF.
004720     IF TR-FECHA-ALTA NOT = SPACES THEN
004730      MOVE TR-FECHA-ALTA TO FECHA-ALTA-MAST
004735      MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004740     END-IF.
004750     IF TR-CIA NOT = SPACES AND TR-DEPTO = SPACES THEN
004760       MOVE TR-CIA TO CIA-MAST
004765       MOVE 'Y' TO SWITCH-CAMBIO-DIRECTO
004770     END-IF.
004772     MOVE 'N' TO SWITCH-CAMBIO-SENSIBLE.
004774     IF TR-REND NOT = SPACES OR TR-SAL NOT = SPACES
004776         OR TR-TIPO-EMPLEO NOT = SPACES OR TR-DEPTO NOT = SPACES
004778         OR TR-STATUS NOT = SPACES
004780         OR TR-FECHA-STATUS NOT = SPACES THEN
004782       MOVE 'Y' TO SWITCH-CAMBIO-SENSIBLE
004784       PERFORM PREPARAR-CAMBIO-PEND
004786       IF NOT REG-MAST-VALIDO THEN
004788         ADD 1 TO CONT-TRANS-INVALIDAS
004790         DISPLAY "*** ATENCION: CAMBIO ID " TR-ID-EMP
004792           " INVALIDO - " FUNCTION TRIM(MOTIVO-RECHAZO-MAST)
004794           ", NO SE APLICA ***"
004796         EXIT PARAGRAPH
004798       END-IF
004800     END-IF.
004810     PERFORM VALIDAR-REG-MAST.
004820     IF NOT REG-MAST-VALIDO THEN
004830       ADD 1 TO CONT-TRANS-INVALIDAS
004840       DISPLAY "*** ATENCION: CAMBIO ID " TR-ID-EMP " INVALIDO - "
004850         FUNCTION TRIM(MOTIVO-RECHAZO-MAST) ", NO SE APLICA ***"
004851       EXIT PARAGRAPH
004852     END-IF.
004853     IF CAMBIO-SENSIBLE THEN
004854       PERFORM GRABAR-CAMBIO-PEND
004855       IF NOT PEND-GRABADO THEN
004856         EXIT PARAGRAPH
004857       END-IF
004858     END-IF.
004859     IF NOT CAMBIO-DIRECTO THEN
004860       EXIT PARAGRAPH
004870     END-IF.
004880     MOVE REG-MAST TO IMAGEN-DESPUES.
005810     ACCEPT HORA-ACEPT-LOG FROM TIME.
005820     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
005830     COMPUTE RL-LEIDOS = CONT-CARGADOS + CONT-RECHAZADOS.
005840     COMPUTE RL-ESCRITOS = CONT-CARGADOS + CONT-APLICADAS
005845       + CONT-PENDIENTES.
005850     COMPUTE RL-RECHAZADOS =
005860       CONT-RECHAZADOS + CONT-TRANS-INVALIDAS.
005870     IF COND-LOG = 0000 AND RL-RECHAZADOS > 0 THEN
005880       MOVE 0004 TO COND-LOG
005890     END-IF.
005900     MOVE COND-LOG TO RL-COND.
005901     MOVE P-PRED-RESULTADO TO RL-TIPO.
005902     MOVE P-PRED-PASO TO RL-PREDECESOR.
005903     MOVE P-PRED-COND TO RL-COND-PRED.
005904     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
005905     MOVE MOTIVO-LOG TO RL-MOTIVO.
005910     WRITE REG-RUN-LOG.
005920     CLOSE RUN-LOG.
005930     EXIT.
005940*----------------------------------------------------------
005950* COMPANIA DEL EMPLEADO: EN BLANCO SE TOMA LA DEL
005960* DEPARTAMENTO; SI EL DEPARTAMENTO TIENE COMPANIA, EL
005970* EMPLEADO NO PUEDE TRAER OTRA. CON CIAREF CARGADO LA
005980* COMPANIA DEBE EXISTIR AHI (TAMBIEN LA DERIVADA).
005990*----------------------------------------------------------
006000 VALIDAR-CIA-MAST.
006010     IF CIA-DEPTO NOT = SPACE THEN
006020       IF CIA-MAST = SPACE THEN
006030         MOVE CIA-DEPTO TO CIA-MAST
006040       ELSE IF CIA-MAST NOT = CIA-DEPTO THEN
006050         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006060         MOVE "CIA-EMP NO CORRESPONDE AL DEPTO" TO
006070           MOTIVO-RECHAZO-MAST
006080         EXIT PARAGRAPH
006090       END-IF
006100     END-IF.
006110     IF CIAS-CARGADAS THEN
006120       PERFORM BUSCAR-CIA
006130       IF NOT CIA-HALLADA THEN
006140         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006150         MOVE "CIA-EMP FUERA DE DOMINIO" TO MOTIVO-RECHAZO-MAST
006160       END-IF
006170     END-IF.
006180     EXIT.
006190*----------------------------------------------------------
006200* CARGA LOS CODIGOS VALIDOS DE COMPANIA DESDE CIAREF. SIN
006210* CIAREF LA INSTALACION ES DE UNA SOLA COMPANIA Y CIA-EMP
006220* NO SE VALIDA CONTRA DOMINIO.
006230*----------------------------------------------------------
006240 CARGAR-CIAS.
006250     OPEN INPUT CIA-REF.
006260     IF FS-CIAREF NOT = '00' THEN
006270       DISPLAY "*** ATENCION: NO SE PUDO ABRIR CIAREF (FILE"
006280         " STATUS " FS-CIAREF "), CIA-EMP NO SE VALIDA ***"
006290       EXIT PARAGRAPH
006300     END-IF.
006310     PERFORM LEER-CIA-REF.
006320     PERFORM UNTIL FIN-CIAS
006330       IF CANT-CIAS < 9 THEN
006340         ADD 1 TO CANT-CIAS
006350         MOVE CR-CIA TO TC-CIA(CANT-CIAS)
006360       ELSE
006370         DISPLAY "*** ATENCION: TABLA DE COMPANIAS LLENA,"
006380           " SE IGNORA " CR-CIA " ***"
006390       END-IF
006400       PERFORM LEER-CIA-REF
006410     END-PERFORM.
006420     CLOSE CIA-REF.
006430     IF CANT-CIAS > 0 THEN
006440       MOVE 'Y' TO SWITCH-CIAS-CARGADAS
006450     END-IF.
006460     EXIT.
006470 LEER-CIA-REF.
006480     READ CIA-REF
006490       AT END
006500         MOVE 'Y' TO SWITCH-FIN-CIAS
006510     END-READ.
006520     EXIT.
006530 BUSCAR-CIA.
006540     MOVE 'N' TO SWITCH-CIA-HALLADA.
006550     PERFORM VARYING CIA FROM 1 BY 1
006560         UNTIL CIA > CANT-CIAS OR CIA-HALLADA
006570       IF TC-CIA(CIA) = CIA-MAST THEN
006580         MOVE 'Y' TO SWITCH-CIA-HALLADA
006590       END-IF
006600     END-PERFORM.
006610     EXIT.
006620*----------------------------------------------------------
006630* ARMA EL CANDIDATO CON LOS CAMPOS SENSIBLES SOBRE EL
006640* REGISTRO YA CORREGIDO Y LO VALIDA COMPLETO, SIN TOCAR EL
006650* MAESTRO: UN CAMBIO QUE NO PASARIA LA VALIDACION NO SE DEJA
006660* PENDIENTE. SIN CLAVE DE OPERADOR O SIN CAMPEND NO HAY
006670* CONTROL DUAL POSIBLE Y LA TRANSACCION SE RECHAZA.
006680*----------------------------------------------------------
006690 PREPARAR-CAMBIO-PEND.
006700     IF TR-OPERADOR = SPACES THEN
006710       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006720       MOVE "CAMBIO SENSIBLE SIN CLAVE DE OPERADOR" TO
006730         MOTIVO-RECHAZO-MAST
006740       EXIT PARAGRAPH
006750     END-IF.
006760     IF NOT CAMPEND-DISPONIBLE THEN
006770       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006780       MOVE "CAMPEND NO DISPONIBLE" TO MOTIVO-RECHAZO-MAST
006790       EXIT PARAGRAPH
006800     END-IF.
006810     MOVE REG-MAST TO REG-MAST-DIRECTO.
006820     IF TR-REND NOT = SPACES THEN
006830       MOVE TR-REND TO REND-MAST
006840     END-IF.
006850     IF TR-SAL NOT = SPACES THEN
006860       MOVE TR-SAL TO SAL-MAST
006870     END-IF.
006880     IF TR-TIPO-EMPLEO NOT = SPACES THEN
006890       MOVE TR-TIPO-EMPLEO TO TIPO-EMPLEO-MAST
006900     END-IF.
006910     IF TR-DEPTO NOT = SPACES THEN
006920       MOVE TR-DEPTO TO DEPTO-MAST
006930       MOVE TR-CIA TO CIA-MAST
006940     END-IF.
006950     IF TR-STATUS NOT = SPACES THEN
006960      MOVE TR-STATUS TO STATUS-MAST
006970     END-IF.
006980     IF TR-FECHA-STATUS NOT = SPACES THEN
006990      MOVE TR-FECHA-STATUS TO FECHA-STATUS-MAST
007000     END-IF.
007010     PERFORM VALIDAR-REG-MAST.
007020     MOVE REG-MAST TO IMAGEN-PROPUESTA.
007030     MOVE REG-MAST-DIRECTO TO REG-MAST.
007040     EXIT.
007050*----------------------------------------------------------
007060* GRABA EL CAMBIO PENDIENTE CON LA FECHA DE HOY Y LA PRIMERA
007070* SECUENCIA LIBRE DEL ID EN ESA FECHA, Y LO DEJA EN EL
007080* REGISTRO IMPRESO CON LA IMAGEN PROPUESTA COMO "DESPUES".
007090*----------------------------------------------------------
007100 GRABAR-CAMBIO-PEND.
007110     MOVE SPACES TO REG-CAMBIO-PEND.
007120     MOVE TR-ID-EMP TO CP-ID-EMP.
007130     MOVE FECHA-SUSP TO CP-FECHA.
007140     MOVE TR-REND TO CP-REND.
007150     MOVE TR-SAL TO CP-SAL.
007160     MOVE TR-TIPO-EMPLEO TO CP-TIPO-EMPLEO.
007170     MOVE TR-DEPTO TO CP-DEPTO.
007180     MOVE TR-CIA TO CP-CIA.
007190     MOVE TR-STATUS TO CP-STATUS.
007200     MOVE TR-FECHA-STATUS TO CP-FECHA-STATUS.
007210     MOVE TR-OPERADOR TO CP-OPERADOR.
007220     MOVE 'P' TO CP-ESTADO.
007230     MOVE ZERO TO CP-FECHA-DECISION.
007240     MOVE 'N' TO SWITCH-PEND-GRABADO.
007250     PERFORM VARYING SEC-CAMPEND FROM 1 BY 1
007260         UNTIL PEND-GRABADO OR SEC-CAMPEND > 9999
007270       MOVE SEC-CAMPEND TO CP-SECUENCIA
007280       WRITE REG-CAMBIO-PEND
007290         INVALID KEY
007300           CONTINUE
007310         NOT INVALID KEY
007320           MOVE 'Y' TO SWITCH-PEND-GRABADO
007330       END-WRITE
007340     END-PERFORM.
007350     IF NOT PEND-GRABADO THEN
007360       ADD 1 TO CONT-TRANS-INVALIDAS
007370       DISPLAY "*** ATENCION: NO SE PUDO DEJAR PENDIENTE EL"
007380         " CAMBIO DE ID " TR-ID-EMP ", NO SE APLICA ***"
007390       EXIT PARAGRAPH
007400     END-IF.
007410     ADD 1 TO CONT-PENDIENTES.
007420     MOVE "CAMBIO" TO TRA-DESC.
007430     MOVE SPACES TO TRA-RESULTADO.
007440     STRING "PENDIENTE SEC " CP-SECUENCIA " OPERADOR "
007450         CP-OPERADOR DELIMITED BY SIZE INTO TRA-RESULTADO.
007460     MOVE IMAGEN-PROPUESTA TO IMAGEN-DESPUES.
007470     PERFORM IMPRIMIR-REG-TRAN.
007480     EXIT.
007490 ABRIR-REND-HIST.
007500     OPEN I-O REND-HIST.
007510     IF FS-RENDHIST = '35' THEN
007520       OPEN OUTPUT REND-HIST
007530       CLOSE REND-HIST
007540       OPEN I-O REND-HIST
007550     END-IF.
007560     IF FS-RENDHIST = '00' THEN
007570       MOVE 'Y' TO SWITCH-RENDHIST-DISP
007580     ELSE
007590       DISPLAY "*** ATENCION: NO SE PUDO ABRIR RENDHIST (FILE"
007600         " STATUS " FS-RENDHIST "), LOS CAMBIOS DE REND NO SE"
007610         " HISTORIAN ***"
007620     END-IF.
007630     EXIT.
007640 ANOTAR-REND-HIST-ALTA.
007650     MOVE SPACES TO REND-ANTERIOR.
007660     PERFORM ANOTAR-REND-HIST.
007670     EXIT.
007680 ANOTAR-REND-HIST.
007690     IF NOT RENDHIST-DISPONIBLE THEN
007700       EXIT PARAGRAPH
007710     END-IF.
007720     MOVE FECHA-SUSP TO FECHA-REND-HIST.
007730     MOVE ID-MAST TO RH-ID-EMP.
007740     COMPUTE RH-PERIODO = FECHA-REND-HIST / 100.
007750     READ REND-HIST
007760       INVALID KEY
007770         MOVE SPACES TO REG-REND-HIST
007780         MOVE ID-MAST TO RH-ID-EMP
007790         COMPUTE RH-PERIODO = FECHA-REND-HIST / 100
007800         MOVE REND-MAST TO RH-REND
007810         MOVE REND-ANTERIOR TO RH-REND-ANTERIOR
007820         MOVE FECHA-REND-HIST TO RH-FECHA-CAMBIO
007830         MOVE "EMPMANT1A" TO RH-ORIGEN
007840         WRITE REG-REND-HIST
007850           INVALID KEY
007860             DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN RENDHIST"
007870               " EL ID " ID-MAST " ***"
007880           NOT INVALID KEY
007890             ADD 1 TO CONT-HIST-REND
007900         END-WRITE
007910       NOT INVALID KEY
007920         MOVE RH-REND TO RH-REND-ANTERIOR
007930         MOVE REND-MAST TO RH-REND
007940         MOVE FECHA-REND-HIST TO RH-FECHA-CAMBIO
007950         MOVE "EMPMANT1A" TO RH-ORIGEN
007960         REWRITE REG-REND-HIST
007970           INVALID KEY
007980             DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR EN"
007990               " RENDHIST EL ID " ID-MAST " ***"
008000           NOT INVALID KEY
008010             ADD 1 TO CONT-HIST-REND
008020         END-REWRITE
008030     END-READ.
008040     EXIT.
008050 CERRAR-REND-HIST.
008060     IF RENDHIST-DISPONIBLE THEN
008070       CLOSE REND-HIST
008080     END-IF.
008090     EXIT.
008100*----------------------------------------------------------
008110* CAMBIOS SENSIBLES PENDIENTES (CAMPEND): SE ABRE (O CREA)
008120* AL ARRANCAR; SI NO ABRE, LOS CAMBIOS SENSIBLES SE RECHAZAN
008130* EN LUGAR DE APLICARSE SIN LIBERACION.
008140*----------------------------------------------------------
008150 ABRIR-CAMBIOS-PEND.
008160     OPEN I-O CAMBIOS-PEND.
008170     IF FS-CAMPEND = '35' THEN
008180       OPEN OUTPUT CAMBIOS-PEND
008190       CLOSE CAMBIOS-PEND
008200       OPEN I-O CAMBIOS-PEND
008210     END-IF.
008220     IF FS-CAMPEND = '00' THEN
008230       MOVE 'Y' TO SWITCH-CAMPEND-DISP
008240     ELSE
008250       DISPLAY "*** ATENCION: NO SE PUDO ABRIR CAMPEND (FILE"
008260         " STATUS " FS-CAMPEND "), LOS CAMBIOS SENSIBLES SE"
008270         " RECHAZAN ***"
008280     END-IF.
008290     EXIT.
008300 CERRAR-CAMBIOS-PEND.
008310     IF CAMPEND-DISPONIBLE THEN
008320       CLOSE CAMBIOS-PEND
008330     END-IF.
008340     EXIT.
008350*----------------------------------------------------------
008360* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
008370* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
008380* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
008390* REGISTRA PREDEC1A.
008400*----------------------------------------------------------
008410 VERIFICAR-PREDECESORES.
008420     MOVE 'EMPMANT1A' TO P-PRED-PROGRAMA.
008430     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
008440     CALL 'PREDEC1A' USING P-PRED-CADENA.
008450     IF P-PRED-RECHAZADO THEN
008460       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
008470         " CORRIDA ABORTADA ***"
008480       MOVE 0016 TO COND-LOG
008490       PERFORM GRABAR-RUN-LOG
008500       STOP RUN
008510     END-IF.
008520     EXIT.
008530*----------------------------------------------------------
008540* RECEPCION DE EMPDATA (RECEMP1A): ANTES DE VALIDAR UN SOLO
008550* REGISTRO SE VERIFICA EL SOBRE (ENCABEZADO, COLA, CANTIDAD Y
008560* HASH) Y LA SECUENCIA Y FECHA DEL EXTRACTO CONTRA RECEMP. UN
008570* ARCHIVO RECHAZADO QUEDA RETENIDO EN EMPHOLD Y EL PASO ABORTA
008580* CON EL MOTIVO EN RUNLOG.
008590*----------------------------------------------------------
008600 VERIFICAR-RECEPCION.
008610     MOVE 'EMPMANT1A' TO P-REC-PROGRAMA.
008620     MOVE 'A' TO P-REC-MODO.
008630     CALL 'RECEMP1A' USING P-REC-EMPDATA.
008640     IF P-REC-RECHAZADO THEN
008650       DISPLAY "*** ERROR: EMPDATA RECHAZADO EN LA RECEPCION,"
008660         " CORRIDA ABORTADA ***"
008670       MOVE P-REC-MOTIVO TO MOTIVO-LOG
008680       MOVE 0016 TO COND-LOG
008690       PERFORM GRABAR-RUN-LOG
008700       STOP RUN
008710     END-IF.
008720     EXIT.
008730 END PROGRAM EMPMANT1A.
