000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: LIBERACION DE CAMBIOS SENSIBLES DEL MAESTRO (CONTROL  *
000050*           DUAL). LEE LAS DECISIONES DEL SEGUNDO OPERADOR       *
000060*           (LIBIN: ID-EMP, FECHA Y SECUENCIA DEL CAMBIO,        *
000070*           ACCION 'L' LIBERAR / 'R' RECHAZAR, CLAVE DEL         *
000080*           OPERADOR) SOBRE LOS CAMBIOS QUE EMPMANT1A DEJO EN    *
000090*           CAMPEND. UN CAMBIO SOLO SE LIBERA SI QUIEN DECIDE NO *
000100*           ES QUIEN LO CAPTURO; AL LIBERARSE SE VALIDA Y SE     *
000110*           APLICA A EMPMAST, SE HISTORIA EL DEPARTAMENTO        *
000120*           (DEPTHIST) Y AL FINAL SE RENUEVA EL SELLO EMPSEAL.   *
000130*           LOS PENDIENTES CON MAS DIAS QUE EL LIMITE DE CTLLIB  *
000140*           (15 POR OMISION) VENCEN Y PASAN A SUSPENSO. EMITE    *
000150*           EL REGISTRO DE DECISIONES Y EL REPORTE DE CAMBIOS    *
000160*           AUN PENDIENTES (RPTLIB).                             *
000161* MOD-HISTORY:                                                   *
000162*   15/10/2026 FPG  UN CAMBIO DE REND LIBERADO SE ANOTA EN EL    *
000163*                   HISTORIAL DE CALIFICACIONES RENDHIST, IGUAL  *
000164*                   QUE EN EMPMANT1A.                            *
000165*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000166*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000167*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000168*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000169*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000170*                   EL RESULTADO DE LA VERIFICACION.             *
000171*   15/10/2026 FPG  COMPANIA DEL EMPLEADO (CIA-MAST): AL         *
000172*                   LIBERARSE UN CAMBIO DE DEPTO SE TOMA LA      *
000173*                   COMPANIA CAPTURADA CON EL CAMBIO (CP-CIA) O, *
000174*                   EN BLANCO, LA DEL NUEVO DEPARTAMENTO, Y SE   *
000175*                   VALIDA CONTRA CIAREF Y CONTRA EL             *
000176*                   DEPARTAMENTO.                                *
000177******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. LIBCAM1A.
000200 ENVIRONMENT DIVISION.
000210*CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CAMBIOS-PEND ASSIGN TO CAMPEND
000250       ORGANIZATION IS INDEXED
000260       ACCESS MODE IS DYNAMIC
000270       RECORD KEY IS CP-LLAVE
000280       FILE STATUS IS FS-CAMPEND.
000290     SELECT TRANS-LIB ASSIGN TO LIBIN
000300       ORGANIZATION IS SEQUENTIAL
000310       FILE STATUS IS FS-LIBIN.
000320     SELECT CTL-LIB ASSIGN TO CTLLIB
000330       ORGANIZATION IS SEQUENTIAL
000340       FILE STATUS IS FS-CTL.
000350     SELECT EMPMAST ASSIGN TO EMPMAST
000360       ORGANIZATION IS INDEXED
000370       ACCESS MODE IS DYNAMIC
000380       RECORD KEY IS ID-MAST
000390       FILE STATUS IS FS-EMPMAST.
000400     SELECT DEPTO-REF ASSIGN TO DEPTREF
000410       ORGANIZATION IS SEQUENTIAL
000420       FILE STATUS IS FS-DEPTREF.
000422     SELECT CIA-REF ASSIGN TO CIAREF
000424       ORGANIZATION IS SEQUENTIAL
000426       FILE STATUS IS FS-CIAREF.
000430     SELECT SELLO-MAST ASSIGN TO EMPSEAL
000440       ORGANIZATION IS SEQUENTIAL
000450       FILE STATUS IS FS-SELLO.
000460     SELECT DEPTO-HIST ASSIGN TO DEPTHIST
000470       ORGANIZATION IS SEQUENTIAL
000480       FILE STATUS IS FS-DEPTHIST.
000481     SELECT REND-HIST ASSIGN TO RENDHIST
000482       ORGANIZATION IS INDEXED
000483       ACCESS MODE IS RANDOM
000484       RECORD KEY IS RH-LLAVE
000485       FILE STATUS IS FS-RENDHIST.
000490     SELECT SUSPENSO ASSIGN TO SUSPENSO
000500       ORGANIZATION IS INDEXED
000510       ACCESS MODE IS RANDOM
000520       RECORD KEY IS SU-LLAVE
000530       FILE STATUS IS FS-SUSP.
000540     SELECT RPT-LIB ASSIGN TO RPTLIB
000550       ORGANIZATION IS SEQUENTIAL.
000560     SELECT RUN-LOG ASSIGN TO RUNLOG
000570       ORGANIZATION IS SEQUENTIAL
000580       FILE STATUS IS FS-RUNLOG.
000590 DATA DIVISION.
000600 FILE SECTION.
000610   FD CAMBIOS-PEND
000620       RECORDING MODE IS F
000630       DATA RECORD IS REG-CAMBIO-PEND.
000640   COPY CAMPNDRG.
000650   FD TRANS-LIB
000660       RECORDING MODE IS F
000670       DATA RECORD IS REG-TRANS-LIB.
000680   01 REG-TRANS-LIB.
000690     05 LB-ID-EMP         PIC X(4).
000700     05 LB-FECHA          PIC 9(8).
000710     05 LB-SECUENCIA      PIC 9(4).
000720     05 LB-ACCION         PIC X(1).
000730       88 LB-LIBERAR                      VALUE 'L'.
000740       88 LB-RECHAZAR                     VALUE 'R'.
000750     05 LB-OPERADOR       PIC X(8).
000760     05 FILLER            PIC X(5).
000770   FD CTL-LIB
000780       RECORDING MODE IS F
000790       DATA RECORD IS REG-CTL-LIB.
000800   01 REG-CTL-LIB.
000810     05 CL-DIAS-LIMITE    PIC 9(3).
000820   FD EMPMAST
000830       RECORDING MODE IS F
000840       DATA RECORD IS REG-MAST.
000850   COPY EMPMASTR.
000860   FD DEPTO-REF
000870       RECORDING MODE IS F
000880       DATA RECORD IS REG-DEPTO-REF.
000890   COPY DEPTOREF.
000892   FD CIA-REF
000894       RECORDING MODE IS F
000896       DATA RECORD IS REG-CIA-REF.
000898   COPY CIAREFRG.
000900   FD SELLO-MAST
000910       RECORDING MODE IS F
000920       DATA RECORD IS REG-SELLO-MAST.
000930   COPY EMPSELRG.
000940   FD DEPTO-HIST
000950       RECORDING MODE IS F
000960       DATA RECORD IS REG-DEPTO-HIST.
000970   COPY DEPTHREG.
000972   FD REND-HIST
000974       RECORDING MODE IS F
000976       DATA RECORD IS REG-REND-HIST.
000978   COPY RNDHSTRG.
000980   FD SUSPENSO
000990       RECORDING MODE IS F
001000       DATA RECORD IS REG-SUSPENSO.
001010   COPY SUSPREG.
001020   FD RPT-LIB
001030       RECORDING MODE IS F
001040       DATA RECORD IS LINEA-RPT-LIB.
001050   01 LINEA-RPT-LIB       PIC X(90).
001060   FD RUN-LOG
001070       RECORDING MODE IS F
001080       DATA RECORD IS REG-RUN-LOG.
001090   COPY RUNLOGRG.
001100 WORKING-STORAGE SECTION.
001110   01 SWITCH-FIN-TRAN    PIC X            VALUE 'N'.
001120     88 FIN-TRAN                          VALUE 'Y'.
001130   01 SWITCH-FIN-PEND    PIC X            VALUE 'N'.
001140     88 FIN-PEND                          VALUE 'Y'.
001150   01 SWITCH-REG-MAST-VALIDO PIC X        VALUE 'Y'.
001160     88 REG-MAST-VALIDO                   VALUE 'Y'.
001170   01 SWITCH-CAMBIO-APLICADO PIC X        VALUE 'N'.
001180     88 CAMBIO-APLICADO                   VALUE 'Y'.
001190   77 FS-CAMPEND         PIC XX           VALUE '00'.
001200   77 FS-LIBIN           PIC XX           VALUE '00'.
001210   77 FS-CTL             PIC XX           VALUE '00'.
001220   77 FS-EMPMAST         PIC XX           VALUE '00'.
001230   77 DIAS-LIMITE        PIC 9(3)         VALUE 015.
001240   77 DIAS-PENDIENTES    PIC S9(7)        VALUE 0.
001250   77 CONT-TRANS         PIC 9(4)         VALUE 0000.
001260   77 CONT-LIBERADOS     PIC 9(4)         VALUE 0000.
001270   77 CONT-RECHAZADOS    PIC 9(4)         VALUE 0000.
001280   77 CONT-VENCIDOS      PIC 9(4)         VALUE 0000.
001290   77 CONT-NO-HALLADOS   PIC 9(4)         VALUE 0000.
001300   77 CONT-YA-DECIDIDOS  PIC 9(4)         VALUE 0000.
001310   77 CONT-MISMO-OPER    PIC 9(4)         VALUE 0000.
001320   77 CONT-NO-APLICADOS  PIC 9(4)         VALUE 0000.
001330   77 CONT-INVALIDAS     PIC 9(4)         VALUE 0000.
001340   77 CONT-AUN-PEND      PIC 9(4)         VALUE 0000.
001350   77 MOTIVO-RECHAZO-MAST PIC X(40)       VALUE SPACES.
001360   01 FECHA-CORRIDA.
001370     05 FC-ANIO           PIC 9(4).
001380     05 FC-MES            PIC 99.
001390     05 FC-DIA            PIC 99.
001400   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001410* IMAGENES ANTES/DESPUES DEL REGISTRO DEL MAESTRO LIBERADO,
001420* CON EL MISMO FORMATO DEL REGISTRO IMPRESO DE EMPMANT1A.
001430   77 IMAGEN-ANTES        PIC X(79)       VALUE SPACES.
001440   77 IMAGEN-DESPUES      PIC X(79)       VALUE SPACES.
001450* LINEAS DEL REGISTRO IMPRESO DE LIBERACIONES.
001460   01 TITULO-LIB.
001470     05 FILLER            PIC X(38)        VALUE
001480          "LIBERACION DE CAMBIOS SENSIBLES".
001490     05 FILLER            PIC X(7)         VALUE "FECHA: ".
001500     05 TIT-FECHA         PIC 9(8).
001510     05 FILLER            PIC X(10)        VALUE "  LIMITE: ".
001520     05 TIT-LIMITE        PIC ZZ9.
001530     05 FILLER            PIC X(5)         VALUE " DIAS".
001540   01 LINEA-DECISION.
001550     05 DEC-ACCION        PIC X(10).
001560     05 FILLER            PIC X(4)         VALUE " ID ".
001570     05 DEC-ID            PIC X(4).
001580     05 FILLER            PIC X(5)         VALUE " SEC ".
001590     05 DEC-SEC           PIC 9(4).
001600     05 FILLER            PIC X(9)         VALUE " CAPTURA ".
001610     05 DEC-FECHA         PIC 9(8).
001620     05 FILLER            PIC X(6)         VALUE " OPER ".
001630     05 DEC-OPERADOR      PIC X(8).
001640     05 FILLER            PIC X(6)         VALUE " LIB. ".
001650     05 DEC-LIBERADOR     PIC X(8).
001660   01 LINEA-IMAGEN.
001670     05 IMG-ETIQUETA      PIC X(9).
001680     05 IMG-IMAGEN        PIC X(79).
001690   01 TITULO-PENDIENTES.
001700     05 FILLER            PIC X(33)        VALUE
001710          "CAMBIOS AUN PENDIENTES DE LIBERAR".
001720   01 ENCAB-PENDIENTES.
001730     05 FILLER            PIC X(29)        VALUE
001740          "ID   SEC  CAPTURA  OPERADOR ".
001750     05 FILLER            PIC X(27)        VALUE
001760          "DIAS REN SALARIO   T DEP S".
001770   01 LINEA-PENDIENTE.
001780     05 PEN-ID            PIC X(4).
001790     05 FILLER            PIC X(1)         VALUE SPACES.
001800     05 PEN-SEC           PIC 9(4).
001810     05 FILLER            PIC X(1)         VALUE SPACES.
001820     05 PEN-FECHA         PIC 9(8).
001830     05 FILLER            PIC X(1)         VALUE SPACES.
001840     05 PEN-OPERADOR      PIC X(8).
001850     05 FILLER            PIC X(1)         VALUE SPACES.
001860     05 PEN-DIAS          PIC ZZZ9.
001870     05 FILLER            PIC X(1)         VALUE SPACES.
001880     05 PEN-REND          PIC X(3).
001890     05 FILLER            PIC X(1)         VALUE SPACES.
001900     05 PEN-SAL           PIC X(9).
001910     05 FILLER            PIC X(1)         VALUE SPACES.
001920     05 PEN-TIPO-EMPLEO   PIC X(1).
001930     05 FILLER            PIC X(1)         VALUE SPACES.
001940     05 PEN-DEPTO         PIC X(3).
001950     05 FILLER            PIC X(1)         VALUE SPACES.
001960     05 PEN-STATUS        PIC X(1).
001970   01 LINEA-TOT-LIB.
001980     05 FILLER            PIC X(12)        VALUE "LIBERADOS: ".
001990     05 TOT-LIB           PIC ZZZ9.
002000     05 FILLER            PIC X(14)        VALUE "  RECHAZADOS: ".
002010     05 TOT-RECH          PIC ZZZ9.
002020     05 FILLER            PIC X(12)        VALUE "  VENCIDOS: ".
002030     05 TOT-VENC          PIC ZZZ9.
002040     05 FILLER            PIC X(18)        VALUE
002050          "  AUN PENDIENTES: ".
002060     05 TOT-PEND          PIC ZZZ9.
002070* TABLA DE DEPARTAMENTOS VALIDOS CARGADA DESDE DEPTREF.
002080   77 FS-DEPTREF          PIC XX          VALUE '00'.
002090   01 SWITCH-DEPTOS-CARGADOS PIC X        VALUE 'N'.
002100     88 DEPTOS-CARGADOS                   VALUE 'Y'.
002110   01 SWITCH-DEPTO-HALLADO PIC X          VALUE 'N'.
002120     88 DEPTO-HALLADO                     VALUE 'Y'.
002130   01 SWITCH-FIN-DEPTOS   PIC X           VALUE 'N'.
002140     88 FIN-DEPTOS                        VALUE 'Y'.
002150   01 TABLA-DEPTOS.
002160     05 CANT-DEPTOS       PIC 9(3)        VALUE 000.
002170     05 ENTRADA-DEPTO OCCURS 50 TIMES.
002173       10 TD-DEPTO        PIC X(3).
002176       10 TD-CIA          PIC X(1).
002180   77 DEP                 PIC 9(3)        VALUE 000.
002181* TABLA DE COMPANIAS VALIDAS CARGADA DESDE CIAREF.
002182   77 FS-CIAREF           PIC XX          VALUE '00'.
002183   01 SWITCH-CIAS-CARGADAS PIC X          VALUE 'N'.
002184     88 CIAS-CARGADAS                     VALUE 'Y'.
002185   01 SWITCH-CIA-HALLADA  PIC X           VALUE 'N'.
002186     88 CIA-HALLADA                       VALUE 'Y'.
002187   01 SWITCH-FIN-CIAS     PIC X           VALUE 'N'.
002188     88 FIN-CIAS                          VALUE 'Y'.
002189   01 TABLA-CIAS.
002190     05 CANT-CIAS         PIC 9(1)        VALUE 0.
002191     05 TC-CIA OCCURS 9 TIMES PIC X(1).
002192   77 CIA                 PIC 9(2)        VALUE 00.
002193   77 CIA-DEPTO           PIC X(1)        VALUE SPACE.
002194* SELLO DE INTEGRIDAD DEL MAESTRO (EMPSEAL).
002200   77 FS-SELLO            PIC XX          VALUE '00'.
002210   01 SWITCH-FIN-SELLO    PIC X           VALUE 'N'.
002220     88 FIN-BARRIDO-SELLO                 VALUE 'Y'.
002230   77 SELLO-CANTIDAD      PIC 9(6)        VALUE 000000.
002240   77 SELLO-HASH-SAL      PIC 9(13)       VALUE 0.
002250   77 SELLO-HASH-REND     PIC 9(9)        VALUE 0.
002260   77 SAL-NUM-SELLO       PIC 9(9)        VALUE 0.
002270   77 REND-NUM-SELLO      PIC 9(3)        VALUE 0.
002280   77 HORA-SELLO          PIC 9(8)        VALUE 0.
002290* HISTORIAL DE ASIGNACIONES DE DEPARTAMENTO (DEPTHIST).
002300   77 FS-DEPTHIST         PIC XX          VALUE '00'.
002310   01 SWITCH-HIST-DISP    PIC X           VALUE 'N'.
002320     88 DEPTHIST-DISPONIBLE               VALUE 'Y'.
002330   77 DEPTO-ANTERIOR      PIC X(3)        VALUE SPACES.
002340   77 CONT-HIST-DEPTO     PIC 9(4)        VALUE 0000.
002341* HISTORIAL DE CALIFICACIONES DE RENDIMIENTO (RENDHIST).
002342   77 FS-RENDHIST         PIC XX          VALUE '00'.
002343   01 SWITCH-RENDHIST-DISP PIC X          VALUE 'N'.
002344     88 RENDHIST-DISPONIBLE               VALUE 'Y'.
002345   77 REND-ANTERIOR       PIC X(3)        VALUE SPACES.
002346   77 FECHA-REND-HIST     PIC 9(8)        VALUE 0.
002347   77 CONT-HIST-REND      PIC 9(4)        VALUE 0000.
002350* ARCHIVO CENTRAL DE SUSPENSOS: LOS CAMBIOS VENCIDOS Y LOS
002360* QUE NO PASAN LA VALIDACION AL LIBERARSE SE ANOTAN AHI.
002370   77 FS-SUSP             PIC XX          VALUE '00'.
002380   01 SWITCH-SUSP-DISP    PIC X           VALUE 'N'.
002390     88 SUSPENSO-DISPONIBLE               VALUE 'Y'.
002400   01 SWITCH-SUSP-NUEVO   PIC X           VALUE 'N'.
002410     88 SUSPENSO-NUEVO                    VALUE 'Y'.
002420   77 MOTIVO-SUSP         PIC X(40)       VALUE SPACES.
002430   77 FECHA-SUSP          PIC 9(8)        VALUE 0.
002440* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002450* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002460* ESTADO DE LA CADENA (CADENA1A).
002470   77 FS-RUNLOG           PIC XX          VALUE '00'.
002480   77 FECHA-INICIO-LOG    PIC 9(8)        VALUE 0.
002490   77 HORA-INICIO-LOG     PIC 9(6)        VALUE 0.
002500   77 HORA-ACEPT-LOG      PIC 9(8)        VALUE 0.
002510   77 COND-LOG            PIC 9(4)        VALUE 0000.
002511* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002512   01 P-PRED-CADENA.
002513     05 P-PRED-PROGRAMA   PIC X(9)        VALUE SPACES.
002514     05 P-PRED-FECHA      PIC 9(8)        VALUE 0.
002515     05 P-PRED-RESULTADO  PIC X(1)        VALUE SPACE.
002516       88 P-PRED-RECHAZADO                VALUE 'R'.
002517     05 P-PRED-PASO       PIC X(9)        VALUE SPACES.
002518     05 P-PRED-COND       PIC 9(4)        VALUE 0.
002519     05 P-PRED-OPERADOR   PIC X(8)        VALUE SPACES.
002520 PROCEDURE DIVISION.
002530 MAIN-PROCEDURE.
002540     PERFORM INICIAR-RUN-LOG.
002545     PERFORM VERIFICAR-PREDECESORES.
002550     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002560     PERFORM LEER-CONTROL-LIB.
002570     OPEN I-O CAMBIOS-PEND.
002580     IF FS-CAMPEND NOT = '00' THEN
002590       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE"
002600         " CAMBIOS PENDIENTES CAMPEND (FILE STATUS " FS-CAMPEND
002610         "), NADA QUE LIBERAR ***"
002620       MOVE 0016 TO COND-LOG
002630       PERFORM GRABAR-RUN-LOG
002640       STOP RUN
002650     END-IF.
002660     OPEN I-O EMPMAST.
002670     IF FS-EMPMAST NOT = '00' THEN
002680       DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPMAST (FILE"
002690         " STATUS " FS-EMPMAST "), CORRIDA ABORTADA ***"
002700       CLOSE CAMBIOS-PEND
002710       MOVE 0016 TO COND-LOG
002720       PERFORM GRABAR-RUN-LOG
002730       STOP RUN
002740     END-IF.
002750     PERFORM ABRIR-DEPTO-HIST.
002755     PERFORM ABRIR-REND-HIST.
002760     PERFORM ABRIR-SUSPENSO.
002770     PERFORM CARGAR-DEPTOS.
002775     PERFORM CARGAR-CIAS.
002780     OPEN OUTPUT RPT-LIB.
002790     PERFORM IMPRIMIR-TITULO-LIB.
002800     PERFORM VENCER-PENDIENTES.
002810     PERFORM APLICAR-TRANSACCIONES.
002820     PERFORM LISTAR-PENDIENTES.
002830     PERFORM IMPRIMIR-TOTALES-LIB.
002840     CLOSE RPT-LIB.
002850     CLOSE EMPMAST.
002860     CLOSE CAMBIOS-PEND.
002870     PERFORM CERRAR-DEPTO-HIST.
002875     PERFORM CERRAR-REND-HIST.
002880     PERFORM CERRAR-SUSPENSO.
002890     DISPLAY "-------- LIBERACION DE CAMBIOS SENSIBLES --------".
002900     DISPLAY " DECISIONES LEIDAS:     " CONT-TRANS.
002910     DISPLAY " LIBERADOS Y APLICADOS: " CONT-LIBERADOS.
002920     DISPLAY " RECHAZADOS:            " CONT-RECHAZADOS.
002930     DISPLAY " VENCIDOS A SUSPENSO:   " CONT-VENCIDOS.
002940     DISPLAY " SIN CAMBIO EN CAMPEND: " CONT-NO-HALLADOS.
002950     DISPLAY " YA DECIDIDOS (NO SE PISAN): " CONT-YA-DECIDIDOS.
002960     DISPLAY " MISMO OPERADOR QUE CAPTURO: " CONT-MISMO-OPER.
002970     DISPLAY " NO APLICABLES AL MAESTRO:   " CONT-NO-APLICADOS.
002980     DISPLAY " ACCION O CLAVE INVALIDA: " CONT-INVALIDAS.
002990     DISPLAY " AUN PENDIENTES:        " CONT-AUN-PEND.
003000     DISPLAY " ASIGNACIONES DE DEPTO GRABADAS:" CONT-HIST-DEPTO.
003005     DISPLAY " CAMBIOS DE REND HISTORIADOS:  " CONT-HIST-REND.
003010     IF CONT-LIBERADOS > 0 THEN
003020       PERFORM SELLAR-MAESTRO
003030     END-IF.
003040     PERFORM GRABAR-RUN-LOG.
003050     STOP RUN.
003060*----------------------------------------------------------
003070* EL LIMITE DE DIAS PARA LIBERAR ES CONFIGURABLE EN CTLLIB;
003080* SIN ARCHIVO RIGEN 15 DIAS.
003090*----------------------------------------------------------
003100 LEER-CONTROL-LIB.
003110     OPEN INPUT CTL-LIB.
003120     IF FS-CTL = '00' THEN
003130       READ CTL-LIB
003140         AT END
003150           CONTINUE
003160         NOT AT END
003170           IF CL-DIAS-LIMITE NUMERIC AND CL-DIAS-LIMITE > 0 THEN
003180             MOVE CL-DIAS-LIMITE TO DIAS-LIMITE
003190           END-IF
003200       END-READ
003210       CLOSE CTL-LIB
003220     END-IF.
003230     EXIT.
003240*----------------------------------------------------------
003250* ANTES DE TOMAR DECISIONES SE VENCEN LOS CAMBIOS QUE
003260* EXCEDEN EL LIMITE DE DIAS: QUEDAN COMO VENCIDOS EN CAMPEND
003270* (YA NO SE PUEDEN LIBERAR) Y SE ANOTAN EN SUSPENSO PARA
003280* QUE SE RECAPTUREN O SE DESCARTEN.
003290*----------------------------------------------------------
003300 VENCER-PENDIENTES.
003310     PERFORM POSICIONAR-PENDIENTES.
003320     PERFORM UNTIL FIN-PEND
003330       IF CP-PENDIENTE THEN
003340         PERFORM CALCULAR-DIAS-PENDIENTES
003350         IF DIAS-PENDIENTES > DIAS-LIMITE THEN
003360           PERFORM VENCER-CAMBIO
003370         END-IF
003380       END-IF
003390       PERFORM LEER-PENDIENTE-SIG
003400     END-PERFORM.
003410     EXIT.
003420 VENCER-CAMBIO.
003430     MOVE 'X' TO CP-ESTADO.
003440     MOVE SPACES TO CP-LIBERADOR.
003450     MOVE FECHA-CORRIDA-R TO CP-FECHA-DECISION.
003460     REWRITE REG-CAMBIO-PEND
003470       INVALID KEY
003480         DISPLAY "*** ATENCION: NO SE PUDO VENCER EL CAMBIO"
003490           " DE ID " CP-ID-EMP " ***"
003500         EXIT PARAGRAPH
003510     END-REWRITE.
003520     ADD 1 TO CONT-VENCIDOS.
003530     MOVE CP-ID-EMP TO SU-ID-EMP.
003540     MOVE "CAMBIO SENSIBLE VENCIDO SIN LIBERAR" TO MOTIVO-SUSP.
003550     PERFORM ANOTAR-SUSPENSO.
003560     MOVE "VENCIDO" TO DEC-ACCION.
003570     PERFORM IMPRIMIR-DECISION.
003580     EXIT.
003590 POSICIONAR-PENDIENTES.
003600     MOVE 'N' TO SWITCH-FIN-PEND.
003610     MOVE LOW-VALUES TO CP-LLAVE.
003620     START CAMBIOS-PEND KEY >= CP-LLAVE
003630       INVALID KEY
003640         MOVE 'Y' TO SWITCH-FIN-PEND
003650     END-START.
003660     IF NOT FIN-PEND THEN
003670       PERFORM LEER-PENDIENTE-SIG
003680     END-IF.
003690     EXIT.
003700 LEER-PENDIENTE-SIG.
003710     READ CAMBIOS-PEND NEXT
003720       AT END
003730         MOVE 'Y' TO SWITCH-FIN-PEND
003740     END-READ.
003750     EXIT.
003760 CALCULAR-DIAS-PENDIENTES.
003770     IF CP-FECHA NOT NUMERIC OR CP-FECHA = ZERO THEN
003780       MOVE 0 TO DIAS-PENDIENTES
003790       EXIT PARAGRAPH
003800     END-IF.
003810     COMPUTE DIAS-PENDIENTES =
003820       FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA-R) -
003830       FUNCTION INTEGER-OF-DATE(CP-FECHA).
003840     IF DIAS-PENDIENTES < 0 THEN
003850       MOVE 0 TO DIAS-PENDIENTES
003860     END-IF.
003870     EXIT.
003880 APLICAR-TRANSACCIONES.
003890     OPEN INPUT TRANS-LIB.
003900     IF FS-LIBIN NOT = '00' THEN
003910       DISPLAY "*** ATENCION: NO SE PUDO ABRIR LIBIN (FILE"
003920         " STATUS " FS-LIBIN "), SOLO SE LISTAN LOS"
003930         " PENDIENTES ***"
003940       EXIT PARAGRAPH
003950     END-IF.
003960     PERFORM LEER-TRANSACCION.
003970     PERFORM UNTIL FIN-TRAN
003980       PERFORM PROCESAR-TRANSACCION
003990       PERFORM LEER-TRANSACCION
004000     END-PERFORM.
004010     CLOSE TRANS-LIB.
004020     EXIT.
004030 LEER-TRANSACCION.
004040     READ TRANS-LIB
004050       AT END
004060         MOVE 'Y' TO SWITCH-FIN-TRAN
004070     END-READ.
004080     EXIT.
004090*----------------------------------------------------------
004100* SOLO UN CAMBIO PENDIENTE ADMITE DECISION, Y SOLO DE UN
004110* OPERADOR DISTINTO DEL QUE LO CAPTURO. LO YA DECIDIDO O
004120* VENCIDO SE AVISA Y NO SE PISA.
004130*----------------------------------------------------------
004140 PROCESAR-TRANSACCION.
004150     ADD 1 TO CONT-TRANS.
004160     IF NOT LB-LIBERAR AND NOT LB-RECHAZAR THEN
004170       ADD 1 TO CONT-INVALIDAS
004180       DISPLAY "*** ATENCION: ACCION '" LB-ACCION
004190         "' NO RECONOCIDA, ID " LB-ID-EMP " IGNORADO ***"
004200       EXIT PARAGRAPH
004210     END-IF.
004220     IF LB-OPERADOR = SPACES THEN
004230       ADD 1 TO CONT-INVALIDAS
004240       DISPLAY "*** ATENCION: DECISION SIN CLAVE DE OPERADOR,"
004250         " ID " LB-ID-EMP " IGNORADO ***"
004260       EXIT PARAGRAPH
004270     END-IF.
004280     MOVE LB-ID-EMP TO CP-ID-EMP.
004290     MOVE LB-FECHA TO CP-FECHA.
004300     MOVE LB-SECUENCIA TO CP-SECUENCIA.
004310     READ CAMBIOS-PEND
004320       INVALID KEY
004330         ADD 1 TO CONT-NO-HALLADOS
004340         DISPLAY "*** ATENCION: SIN CAMBIO EN CAMPEND PARA ID "
004350           LB-ID-EMP " FECHA " LB-FECHA " SEC " LB-SECUENCIA
004360           ", SE IGNORA ***"
004370         EXIT PARAGRAPH
004380     END-READ.
004390     IF NOT CP-PENDIENTE THEN
004400       ADD 1 TO CONT-YA-DECIDIDOS
004410       DISPLAY "*** ATENCION: EL CAMBIO DE ID " LB-ID-EMP
004420         " YA ESTA DECIDIDO (" CP-ESTADO "), NO SE PISA ***"
004430       EXIT PARAGRAPH
004440     END-IF.
004450     IF LB-OPERADOR = CP-OPERADOR THEN
004460       ADD 1 TO CONT-MISMO-OPER
004470       DISPLAY "*** ATENCION: EL OPERADOR " LB-OPERADOR
004480         " CAPTURO EL CAMBIO DE ID " LB-ID-EMP
004490         ", NO PUEDE DECIDIRLO ***"
004500       EXIT PARAGRAPH
004510     END-IF.
004520     IF LB-LIBERAR THEN
004530       PERFORM APLICAR-CAMBIO-PEND
004540       IF NOT CAMBIO-APLICADO THEN
004550         EXIT PARAGRAPH
004560       END-IF
004570       MOVE 'L' TO CP-ESTADO
004580       ADD 1 TO CONT-LIBERADOS
004590       MOVE "LIBERADO" TO DEC-ACCION
004600     ELSE
004610       MOVE 'R' TO CP-ESTADO
004620       ADD 1 TO CONT-RECHAZADOS
004630       MOVE "RECHAZADO" TO DEC-ACCION
004640     END-IF.
004650     MOVE LB-OPERADOR TO CP-LIBERADOR.
004660     MOVE FECHA-CORRIDA-R TO CP-FECHA-DECISION.
004670     REWRITE REG-CAMBIO-PEND
004680       INVALID KEY
004690         DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR EL"
004700           " CAMBIO DE ID " LB-ID-EMP " ***"
004710     END-REWRITE.
004720     PERFORM IMPRIMIR-DECISION.
004730     IF CP-LIBERADO THEN
004740       PERFORM IMPRIMIR-IMAGENES
004750     END-IF.
004760     EXIT.
004770*----------------------------------------------------------
004780* APLICA AL MAESTRO LOS CAMPOS QUE VIENEN CON CONTENIDO EN
004790* EL CAMBIO (BLANCO = SIN CAMBIO) Y VALIDA EL REGISTRO
004800* COMPLETO CON LAS MISMAS REGLAS DE EMPMANT1A ANTES DE
004810* REESCRIBIR. SI EL MAESTRO YA NO LO ADMITE, EL CAMBIO
004820* SIGUE PENDIENTE Y SE ANOTA EN SUSPENSO.
004830*----------------------------------------------------------
004840 APLICAR-CAMBIO-PEND.
004850     MOVE 'N' TO SWITCH-CAMBIO-APLICADO.
004860     MOVE CP-ID-EMP TO ID-MAST.
004870     READ EMPMAST
004880       INVALID KEY
004890         ADD 1 TO CONT-NO-APLICADOS
004900         DISPLAY "*** ATENCION: ID " CP-ID-EMP
004910           " NO EXISTE EN EMPMAST, CAMBIO NO LIBERADO ***"
004920         MOVE CP-ID-EMP TO SU-ID-EMP
004930         MOVE "CAMBIO PENDIENTE SIN ID EN EMPMAST" TO
004940           MOTIVO-SUSP
004950         PERFORM ANOTAR-SUSPENSO
004960         EXIT PARAGRAPH
004970     END-READ.
004980     MOVE REG-MAST TO IMAGEN-ANTES.
004990     MOVE DEPTO-MAST TO DEPTO-ANTERIOR.
004995     MOVE REND-MAST TO REND-ANTERIOR.
005000     IF CP-REND NOT = SPACES THEN
005010       MOVE CP-REND TO REND-MAST
005020     END-IF.
005030     IF CP-SAL NOT = SPACES THEN
005040       MOVE CP-SAL TO SAL-MAST
005050     END-IF.
005060     IF CP-TIPO-EMPLEO NOT = SPACES THEN
005070       MOVE CP-TIPO-EMPLEO TO TIPO-EMPLEO-MAST
005080     END-IF.
005090     IF CP-DEPTO NOT = SPACES THEN
005100       MOVE CP-DEPTO TO DEPTO-MAST
005105       MOVE CP-CIA TO CIA-MAST
005110     END-IF.
005120     IF CP-STATUS NOT = SPACES THEN
005130       MOVE CP-STATUS TO STATUS-MAST
005140     END-IF.
005150     IF CP-FECHA-STATUS NOT = SPACES THEN
005160       MOVE CP-FECHA-STATUS TO FECHA-STATUS-MAST
005170     END-IF.
005180     PERFORM VALIDAR-REG-MAST.
005190     IF NOT REG-MAST-VALIDO THEN
005200       ADD 1 TO CONT-NO-APLICADOS
005210       DISPLAY "*** ATENCION: CAMBIO ID " CP-ID-EMP
005220         " INVALIDO - " FUNCTION TRIM(MOTIVO-RECHAZO-MAST)
005230         ", NO SE LIBERA ***"
005240       MOVE CP-ID-EMP TO SU-ID-EMP
005250       MOVE MOTIVO-RECHAZO-MAST TO MOTIVO-SUSP
005260       PERFORM ANOTAR-SUSPENSO
005270       EXIT PARAGRAPH
005280     END-IF.
005290     MOVE REG-MAST TO IMAGEN-DESPUES.
005300     REWRITE REG-MAST
005310       INVALID KEY
005320         ADD 1 TO CONT-NO-APLICADOS
005330         DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR ID "
005340           CP-ID-EMP " ***"
005350         EXIT PARAGRAPH
005360     END-REWRITE.
005370     MOVE 'Y' TO SWITCH-CAMBIO-APLICADO.
005380     IF DEPTO-MAST NOT = DEPTO-ANTERIOR THEN
005390       PERFORM ANOTAR-DEPTO-HIST-CAMBIO
005400     END-IF.
005402     IF REND-MAST NOT = REND-ANTERIOR THEN
005404       PERFORM ANOTAR-REND-HIST
005406     END-IF.
005410     MOVE CP-ID-EMP TO SU-ID-EMP.
005420     PERFORM ELIMINAR-SUSPENSO.
005430     EXIT.
005440*----------------------------------------------------------
005450* MISMAS REGLAS DE VALIDACION DEL REGISTRO DEL MAESTRO QUE
005460* VALIDAR-REG-MAST DE EMPMANT1A.
005470*----------------------------------------------------------
005480 VALIDAR-REG-MAST.
005490     MOVE 'Y' TO SWITCH-REG-MAST-VALIDO.
005500     MOVE SPACES TO MOTIVO-RECHAZO-MAST.
005505     MOVE SPACE TO CIA-DEPTO.
005510     IF EDAD-MAST NOT NUMERIC THEN
005520       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005530       MOVE "EDAD-EMP NO NUMERICA" TO MOTIVO-RECHAZO-MAST
005540     ELSE IF ANT-MAST NOT NUMERIC THEN
005550       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005560       MOVE "ANT-EMP NO NUMERICA" TO MOTIVO-RECHAZO-MAST
005570     ELSE IF REND-MAST NOT NUMERIC THEN
005580       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005590       MOVE "REND-EMP NO NUMERICA" TO MOTIVO-RECHAZO-MAST
005600     ELSE IF SAL-MAST NOT NUMERIC THEN
005610       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005620       MOVE "SAL-EMP NO NUMERICA" TO MOTIVO-RECHAZO-MAST
005630     ELSE IF SEXO-MAST NOT = 'M' AND SEXO-MAST NOT = 'F' THEN
005640       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005650       MOVE "SEXO-EMP FUERA DE DOMINIO" TO MOTIVO-RECHAZO-MAST
005660     ELSE IF NOT MAST-TIEMPO-COMPLETO
005670                 AND NOT MAST-MEDIO-TIEMPO
005680                 AND NOT MAST-CONTRATO THEN
005690       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005700       MOVE "TIPO-EMPLEO-EMP FUERA DE DOMINIO" TO
005710         MOTIVO-RECHAZO-MAST
005720     ELSE IF NOT MAST-MONEDA-DOLAR
005730                 AND NOT MAST-MONEDA-EURO
005740                 AND NOT MAST-MONEDA-PESO THEN
005750       MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005760       MOVE "MONEDA-EMP FUERA DE DOMINIO" TO MOTIVO-RECHAZO-MAST
005770     END-IF.
005780     IF REG-MAST-VALIDO AND DEPTOS-CARGADOS THEN
005790       PERFORM BUSCAR-DEPTO
005800       IF NOT DEPTO-HALLADO THEN
005810         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005820         MOVE "DEPTO-EMP FUERA DE DOMINIO" TO
005830           MOTIVO-RECHAZO-MAST
005840       END-IF
005850     END-IF.
005852     IF REG-MAST-VALIDO THEN
005854       PERFORM VALIDAR-CIA-MAST
005856     END-IF.
005860     IF REG-MAST-VALIDO THEN
005870      IF FECHA-ALTA-MAST NOT NUMERIC THEN
005880        MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005890        MOVE "FECHA-ALTA-EMP NO NUMERICA" TO
005900          MOTIVO-RECHAZO-MAST
005910      ELSE IF FECHA-ALTA-MAST(5:2) < '01'
005920          OR FECHA-ALTA-MAST(5:2) > '12' THEN
005930        MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005940        MOVE "FECHA-ALTA-EMP MES INVALIDO" TO
005950          MOTIVO-RECHAZO-MAST
005960      ELSE IF NOT MAST-ACTIVO AND NOT MAST-BAJA
005970          AND NOT MAST-PERMISO THEN
005980        MOVE 'N' TO SWITCH-REG-MAST-VALIDO
005990        MOVE "STATUS-EMP FUERA DE DOMINIO" TO
006000          MOTIVO-RECHAZO-MAST
006010      ELSE IF NOT MAST-ACTIVO
006020          AND FECHA-STATUS-MAST NOT NUMERIC THEN
006030        MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006040        MOVE "FECHA-STATUS-EMP NO NUMERICA" TO
006050          MOTIVO-RECHAZO-MAST
006060      END-IF
006070     END-IF.
006080     EXIT.
006081*----------------------------------------------------------
006082* COMPANIA DEL EMPLEADO, MISMAS REGLAS QUE EMPMANT1A: EN
006083* BLANCO SE TOMA LA DEL DEPARTAMENTO, NO PUEDE DIFERIR DE LA
006084* DEL DEPARTAMENTO Y CON CIAREF DEBE EXISTIR AHI.
006085*----------------------------------------------------------
006086 VALIDAR-CIA-MAST.
006087     IF CIA-DEPTO NOT = SPACE THEN
006088       IF CIA-MAST = SPACE THEN
006089         MOVE CIA-DEPTO TO CIA-MAST
006090       ELSE IF CIA-MAST NOT = CIA-DEPTO THEN
006091         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006092         MOVE "CIA-EMP NO CORRESPONDE AL DEPTO" TO
006093           MOTIVO-RECHAZO-MAST
006094         EXIT PARAGRAPH
006095       END-IF
006096     END-IF.
006097     IF CIAS-CARGADAS THEN
006098       PERFORM BUSCAR-CIA
006099       IF NOT CIA-HALLADA THEN
006100         MOVE 'N' TO SWITCH-REG-MAST-VALIDO
006101         MOVE "CIA-EMP FUERA DE DOMINIO" TO MOTIVO-RECHAZO-MAST
006102       END-IF
006103     END-IF.
006104     EXIT.
006105*----------------------------------------------------------
006106* CARGA LOS CODIGOS VALIDOS DE DEPARTAMENTO DESDE DEPTREF.
006110* SI EL ARCHIVO FALTA SE AVISA Y EL DOMINIO DE DEPTO NO SE
006120* VALIDA, IGUAL QUE EN EMPMANT1A.
006130*----------------------------------------------------------
006140 CARGAR-DEPTOS.
006150     OPEN INPUT DEPTO-REF.
006160     IF FS-DEPTREF NOT = '00' THEN
006170       DISPLAY "*** ATENCION: NO SE PUDO ABRIR DEPTREF (FILE"
006180         " STATUS " FS-DEPTREF "), DEPTO-EMP NO SE VALIDA ***"
006190       EXIT PARAGRAPH
006200     END-IF.
006210     PERFORM LEER-DEPTO-REF.
006220     PERFORM UNTIL FIN-DEPTOS
006230       IF CANT-DEPTOS < 50 THEN
006240         ADD 1 TO CANT-DEPTOS
006250         MOVE DR-DEPTO TO TD-DEPTO(CANT-DEPTOS)
006255         MOVE DR-CIA TO TD-CIA(CANT-DEPTOS)
006260       ELSE
006270         DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
006280           " SE IGNORA " DR-DEPTO " ***"
006290       END-IF
006300       PERFORM LEER-DEPTO-REF
006310     END-PERFORM.
006320     CLOSE DEPTO-REF.
006330     IF CANT-DEPTOS > 0 THEN
006340       MOVE 'Y' TO SWITCH-DEPTOS-CARGADOS
006350     END-IF.
006360     EXIT.
006370 LEER-DEPTO-REF.
006380     READ DEPTO-REF
006390       AT END
006400         MOVE 'Y' TO SWITCH-FIN-DEPTOS
006410     END-READ.
006420     EXIT.
006430 BUSCAR-DEPTO.
006440     MOVE 'N' TO SWITCH-DEPTO-HALLADO.
006450     PERFORM VARYING DEP FROM 1 BY 1
006460         UNTIL DEP > CANT-DEPTOS OR DEPTO-HALLADO
006470       IF TD-DEPTO(DEP) = DEPTO-MAST THEN
006480         MOVE 'Y' TO SWITCH-DEPTO-HALLADO
006485         MOVE TD-CIA(DEP) TO CIA-DEPTO
006490       END-IF
006500     END-PERFORM.
006510     EXIT.
006511*----------------------------------------------------------
006512* CARGA LOS CODIGOS VALIDOS DE COMPANIA DESDE CIAREF. SIN
006513* CIAREF LA COMPANIA NO SE VALIDA CONTRA DOMINIO, IGUAL QUE
006514* EN EMPMANT1A.
006515*----------------------------------------------------------
006516 CARGAR-CIAS.
006517     OPEN INPUT CIA-REF.
006518     IF FS-CIAREF NOT = '00' THEN
006519       DISPLAY "*** ATENCION: NO SE PUDO ABRIR CIAREF (FILE"
006520         " STATUS " FS-CIAREF "), CIA-EMP NO SE VALIDA ***"
006521       EXIT PARAGRAPH
006522     END-IF.
006523     PERFORM LEER-CIA-REF.
006524     PERFORM UNTIL FIN-CIAS
006525       IF CANT-CIAS < 9 THEN
006526         ADD 1 TO CANT-CIAS
006527         MOVE CR-CIA TO TC-CIA(CANT-CIAS)
006528       ELSE
006529         DISPLAY "*** ATENCION: TABLA DE COMPANIAS LLENA,"
006530           " SE IGNORA " CR-CIA " ***"
006531       END-IF
006532       PERFORM LEER-CIA-REF
006533     END-PERFORM.
006534     CLOSE CIA-REF.
006535     IF CANT-CIAS > 0 THEN
006536       MOVE 'Y' TO SWITCH-CIAS-CARGADAS
006537     END-IF.
006538     EXIT.
006539 LEER-CIA-REF.
006540     READ CIA-REF
006541       AT END
006542         MOVE 'Y' TO SWITCH-FIN-CIAS
006543     END-READ.
006544     EXIT.
006545 BUSCAR-CIA.
006546     MOVE 'N' TO SWITCH-CIA-HALLADA.
006547     PERFORM VARYING CIA FROM 1 BY 1
006548         UNTIL CIA > CANT-CIAS OR CIA-HALLADA
006549       IF TC-CIA(CIA) = CIA-MAST THEN
006550         MOVE 'Y' TO SWITCH-CIA-HALLADA
006551       END-IF
006552     END-PERFORM.
006553     EXIT.
006554*----------------------------------------------------------
006555* AL FINAL SE LISTAN LOS CAMBIOS QUE SIGUEN PENDIENTES CON
006556* SUS DIAS DE ANTIGUEDAD Y LOS VALORES PROPUESTOS.
006557*----------------------------------------------------------
006560 LISTAR-PENDIENTES.
006570     MOVE SPACES TO LINEA-RPT-LIB.
006580     WRITE LINEA-RPT-LIB.
006590     MOVE TITULO-PENDIENTES TO LINEA-RPT-LIB.
006600     WRITE LINEA-RPT-LIB.
006610     MOVE ENCAB-PENDIENTES TO LINEA-RPT-LIB.
006620     WRITE LINEA-RPT-LIB.
006630     PERFORM POSICIONAR-PENDIENTES.
006640     PERFORM UNTIL FIN-PEND
006650       IF CP-PENDIENTE THEN
006660         PERFORM IMPRIMIR-PENDIENTE
006670       END-IF
006680       PERFORM LEER-PENDIENTE-SIG
006690     END-PERFORM.
006700     EXIT.
006710 IMPRIMIR-PENDIENTE.
006720     ADD 1 TO CONT-AUN-PEND.
006730     PERFORM CALCULAR-DIAS-PENDIENTES.
006740     MOVE CP-ID-EMP TO PEN-ID.
006750     MOVE CP-SECUENCIA TO PEN-SEC.
006760     MOVE CP-FECHA TO PEN-FECHA.
006770     MOVE CP-OPERADOR TO PEN-OPERADOR.
006780     MOVE DIAS-PENDIENTES TO PEN-DIAS.
006790     MOVE CP-REND TO PEN-REND.
006800     MOVE CP-SAL TO PEN-SAL.
006810     MOVE CP-TIPO-EMPLEO TO PEN-TIPO-EMPLEO.
006820     MOVE CP-DEPTO TO PEN-DEPTO.
006830     MOVE CP-STATUS TO PEN-STATUS.
006840     MOVE LINEA-PENDIENTE TO LINEA-RPT-LIB.
006850     WRITE LINEA-RPT-LIB.
006860     EXIT.
006870 IMPRIMIR-TITULO-LIB.
006880     MOVE FECHA-CORRIDA-R TO TIT-FECHA.
006890     MOVE DIAS-LIMITE TO TIT-LIMITE.
006900     MOVE TITULO-LIB TO LINEA-RPT-LIB.
006910     WRITE LINEA-RPT-LIB.
006920     MOVE SPACES TO LINEA-RPT-LIB.
006930     WRITE LINEA-RPT-LIB.
006940     EXIT.
006950 IMPRIMIR-DECISION.
006960     MOVE CP-ID-EMP TO DEC-ID.
006970     MOVE CP-SECUENCIA TO DEC-SEC.
006980     MOVE CP-FECHA TO DEC-FECHA.
006990     MOVE CP-OPERADOR TO DEC-OPERADOR.
007000     MOVE CP-LIBERADOR TO DEC-LIBERADOR.
007010     MOVE LINEA-DECISION TO LINEA-RPT-LIB.
007020     WRITE LINEA-RPT-LIB.
007030     EXIT.
007040 IMPRIMIR-IMAGENES.
007050     MOVE "  ANTES: " TO IMG-ETIQUETA.
007060     MOVE IMAGEN-ANTES TO IMG-IMAGEN.
007070     MOVE LINEA-IMAGEN TO LINEA-RPT-LIB.
007080     WRITE LINEA-RPT-LIB.
007090     MOVE "  DESPUES" TO IMG-ETIQUETA.
007100     MOVE IMAGEN-DESPUES TO IMG-IMAGEN.
007110     MOVE LINEA-IMAGEN TO LINEA-RPT-LIB.
007120     WRITE LINEA-RPT-LIB.
007130     EXIT.
007140 IMPRIMIR-TOTALES-LIB.
007150     MOVE CONT-LIBERADOS TO TOT-LIB.
007160     MOVE CONT-RECHAZADOS TO TOT-RECH.
007170     MOVE CONT-VENCIDOS TO TOT-VENC.
007180     MOVE CONT-AUN-PEND TO TOT-PEND.
007190     MOVE SPACES TO LINEA-RPT-LIB.
007200     WRITE LINEA-RPT-LIB.
007210     MOVE LINEA-TOT-LIB TO LINEA-RPT-LIB.
007220     WRITE LINEA-RPT-LIB.
007230     EXIT.
007240*---------------------------------------------------------
007250* SELLO DE INTEGRIDAD DEL MAESTRO: SI SE LIBERO ALGUN
007260* CAMBIO SE RECORRE EMPMAST COMPLETO Y SE GRABA EL SELLO
007270* NUEVO EN EMPSEAL CON EL MISMO CRITERIO DE EMPMANT1A (LOS
007280* SAL Y REND NO NUMERICOS NO ENTRAN AL HASH).
007290*---------------------------------------------------------
007300 SELLAR-MAESTRO.
007310     MOVE 'N' TO SWITCH-FIN-SELLO.
007320     MOVE ZERO TO SELLO-CANTIDAD.
007330     MOVE ZERO TO SELLO-HASH-SAL.
007340     MOVE ZERO TO SELLO-HASH-REND.
007350     OPEN INPUT EMPMAST.
007360     IF FS-EMPMAST NOT = '00' THEN
007370       DISPLAY "*** ATENCION: NO SE PUDO RELEER EMPMAST (FILE"
007380         " STATUS " FS-EMPMAST "), EL SELLO NO SE GRABA ***"
007390       EXIT PARAGRAPH
007400     END-IF.
007410     PERFORM LEER-MAST-SELLO.
007420     PERFORM UNTIL FIN-BARRIDO-SELLO
007430       PERFORM ACUMULAR-SELLO
007440       PERFORM LEER-MAST-SELLO
007450     END-PERFORM.
007460     CLOSE EMPMAST.
007470     OPEN OUTPUT SELLO-MAST.
007480     IF FS-SELLO NOT = '00' THEN
007490       DISPLAY "*** ATENCION: NO SE PUDO ABRIR EMPSEAL (FILE"
007500         " STATUS " FS-SELLO "), EL SELLO NO SE GRABA ***"
007510       EXIT PARAGRAPH
007520     END-IF.
007530     MOVE SELLO-CANTIDAD TO SE-CANTIDAD.
007540     MOVE SELLO-HASH-SAL TO SE-HASH-SAL.
007550     MOVE SELLO-HASH-REND TO SE-HASH-REND.
007560     ACCEPT SE-FECHA FROM DATE YYYYMMDD.
007570     ACCEPT HORA-SELLO FROM TIME.
007580     MOVE HORA-SELLO(1:6) TO SE-HORA.
007590     WRITE REG-SELLO-MAST.
007600     CLOSE SELLO-MAST.
007610     DISPLAY "*** SELLO DE EMPMAST GRABADO: " SELLO-CANTIDAD
007620       " REGISTRO(S), HASH SAL " SELLO-HASH-SAL
007630       ", HASH REND " SELLO-HASH-REND " ***".
007640     EXIT.
007650 LEER-MAST-SELLO.
007660     READ EMPMAST NEXT
007670       AT END
007680         MOVE 'Y' TO SWITCH-FIN-SELLO
007690     END-READ.
007700     EXIT.
007710 ACUMULAR-SELLO.
007720     ADD 1 TO SELLO-CANTIDAD.
007730     IF SAL-MAST NUMERIC THEN
007740       MOVE SAL-MAST TO SAL-NUM-SELLO
007750       ADD SAL-NUM-SELLO TO SELLO-HASH-SAL
007760     END-IF.
007770     IF REND-MAST NUMERIC THEN
007780       MOVE REND-MAST TO REND-NUM-SELLO
007790       ADD REND-NUM-SELLO TO SELLO-HASH-REND
007800     END-IF.
007810     EXIT.
007820*---------------------------------------------------------
007830* HISTORIAL DE ASIGNACIONES DE DEPARTAMENTO (DEPTHIST, EN
007840* EXTEND): UN CAMBIO LIBERADO QUE TOCA DEPTO ANOTA LA NUEVA
007850* ASIGNACION CON LA FECHA DE LA LIBERACION.
007860*---------------------------------------------------------
007870 ABRIR-DEPTO-HIST.
007880     OPEN EXTEND DEPTO-HIST.
007890     IF FS-DEPTHIST = '35' THEN
007900       OPEN OUTPUT DEPTO-HIST
007910     END-IF.
007920     IF FS-DEPTHIST = '00' THEN
007930       MOVE 'Y' TO SWITCH-HIST-DISP
007940     ELSE
007950       DISPLAY "*** ATENCION: NO SE PUDO ABRIR DEPTHIST (FILE"
007960         " STATUS " FS-DEPTHIST "), LAS ASIGNACIONES DE DEPTO"
007970         " NO SE HISTORIAN ***"
007980     END-IF.
007990     EXIT.
008000 ANOTAR-DEPTO-HIST-CAMBIO.
008010     IF NOT DEPTHIST-DISPONIBLE THEN
008020       EXIT PARAGRAPH
008030     END-IF.
008040     MOVE ID-MAST TO DH-ID-EMP.
008050     MOVE DEPTO-MAST TO DH-DEPTO.
008060     MOVE FECHA-CORRIDA-R TO DH-FECHA-EFECTIVA.
008070     WRITE REG-DEPTO-HIST.
008080     ADD 1 TO CONT-HIST-DEPTO.
008090     EXIT.
008091 ABRIR-REND-HIST.
008092     OPEN I-O REND-HIST.
008093     IF FS-RENDHIST = '35' THEN
008094       OPEN OUTPUT REND-HIST
008095       CLOSE REND-HIST
008096       OPEN I-O REND-HIST
008097     END-IF.
008098     IF FS-RENDHIST = '00' THEN
008099       MOVE 'Y' TO SWITCH-RENDHIST-DISP
008100     ELSE
008101       DISPLAY "*** ATENCION: NO SE PUDO ABRIR RENDHIST (FILE"
008102         " STATUS " FS-RENDHIST "), LOS CAMBIOS DE REND NO SE"
008103         " HISTORIAN ***"
008104     END-IF.
008105     EXIT.
008106 ANOTAR-REND-HIST.
008107     IF NOT RENDHIST-DISPONIBLE THEN
008108       EXIT PARAGRAPH
008109     END-IF.
008110     MOVE FECHA-CORRIDA-R TO FECHA-REND-HIST.
008111     MOVE ID-MAST TO RH-ID-EMP.
008112     COMPUTE RH-PERIODO = FECHA-REND-HIST / 100.
008113     READ REND-HIST
008114       INVALID KEY
008115         MOVE SPACES TO REG-REND-HIST
008116         MOVE ID-MAST TO RH-ID-EMP
008117         COMPUTE RH-PERIODO = FECHA-REND-HIST / 100
008118         MOVE REND-MAST TO RH-REND
008119         MOVE REND-ANTERIOR TO RH-REND-ANTERIOR
008120         MOVE FECHA-REND-HIST TO RH-FECHA-CAMBIO
008121         MOVE "LIBCAM1A" TO RH-ORIGEN
008122         WRITE REG-REND-HIST
008123           INVALID KEY
008124             DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN RENDHIST"
008125               " EL ID " ID-MAST " ***"
008126           NOT INVALID KEY
008127             ADD 1 TO CONT-HIST-REND
008128         END-WRITE
008129       NOT INVALID KEY
008130         MOVE RH-REND TO RH-REND-ANTERIOR
008131         MOVE REND-MAST TO RH-REND
008132         MOVE FECHA-REND-HIST TO RH-FECHA-CAMBIO
008133         MOVE "LIBCAM1A" TO RH-ORIGEN
008134         REWRITE REG-REND-HIST
008135           INVALID KEY
008136             DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR EN"
008137               " RENDHIST EL ID " ID-MAST " ***"
008138           NOT INVALID KEY
008139             ADD 1 TO CONT-HIST-REND
008140         END-REWRITE
008141     END-READ.
008142     EXIT.
008143 CERRAR-REND-HIST.
008144     IF RENDHIST-DISPONIBLE THEN
008145       CLOSE REND-HIST
008146     END-IF.
008147     EXIT.
008148 CERRAR-DEPTO-HIST.
008149     IF DEPTHIST-DISPONIBLE THEN
008150       CLOSE DEPTO-HIST
008151     END-IF.
008152     EXIT.
008153*----------------------------------------------------------
008160* ARCHIVO CENTRAL DE SUSPENSOS (SUSPENSO): ANOTAR-SUSPENSO
008170* AGREGA O REFRESCA LA PARTIDA DEL ID EN SU-ID-EMP (FUENTE
008180* LIBCAM1A) CON EL MOTIVO EN MOTIVO-SUSP; ELIMINAR-SUSPENSO
008190* LA BORRA CUANDO UN CAMBIO DEL ID POR FIN SE LIBERA.
008200*----------------------------------------------------------
008210 ABRIR-SUSPENSO.
008220     ACCEPT FECHA-SUSP FROM DATE YYYYMMDD.
008230     OPEN I-O SUSPENSO.
008240     IF FS-SUSP = '35' THEN
008250       OPEN OUTPUT SUSPENSO
008260       CLOSE SUSPENSO
008270       OPEN I-O SUSPENSO
008280     END-IF.
008290     IF FS-SUSP = '00' THEN
008300       MOVE 'Y' TO SWITCH-SUSP-DISP
008310     ELSE
008320       DISPLAY "*** ATENCION: NO SE PUDO ABRIR SUSPENSO (FILE"
008330         " STATUS " FS-SUSP "), LOS VENCIDOS NO SE ANOTAN EN"
008340         " SUSPENSO ***"
008350     END-IF.
008360     EXIT.
008370 ANOTAR-SUSPENSO.
008380     IF NOT SUSPENSO-DISPONIBLE THEN
008390       EXIT PARAGRAPH
008400     END-IF.
008410     MOVE 'LIBCAM1A' TO SU-FUENTE.
008420     MOVE 'N' TO SWITCH-SUSP-NUEVO.
008430     READ SUSPENSO
008440       INVALID KEY
008450         MOVE 'Y' TO SWITCH-SUSP-NUEVO
008460     END-READ.
008470     IF SUSPENSO-NUEVO THEN
008480       MOVE 'LIBCAM1A' TO SU-FUENTE
008490       MOVE FECHA-SUSP TO SU-FECHA-ALTA
008500       MOVE FECHA-SUSP TO SU-FECHA-ULTIMA
008510       MOVE MOTIVO-SUSP TO SU-MOTIVO
008520       MOVE 1 TO SU-VECES
008530       WRITE REG-SUSPENSO
008540         INVALID KEY
008550           DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
008560             " SUSPENSO EL ID " SU-ID-EMP " ***"
008570       END-WRITE
008580     ELSE
008590       MOVE FECHA-SUSP TO SU-FECHA-ULTIMA
008600       MOVE MOTIVO-SUSP TO SU-MOTIVO
008610       ADD 1 TO SU-VECES
008620       REWRITE REG-SUSPENSO
008630         INVALID KEY
008640           DISPLAY "*** ATENCION: NO SE PUDO REFRESCAR EN"
008650             " SUSPENSO EL ID " SU-ID-EMP " ***"
008660       END-REWRITE
008670     END-IF.
008680     EXIT.
008690 ELIMINAR-SUSPENSO.
008700     IF NOT SUSPENSO-DISPONIBLE THEN
008710       EXIT PARAGRAPH
008720     END-IF.
008730     MOVE 'LIBCAM1A' TO SU-FUENTE.
008740     DELETE SUSPENSO
008750       INVALID KEY
008760         CONTINUE
008770     END-DELETE.
008780     EXIT.
008790 CERRAR-SUSPENSO.
008800     IF SUSPENSO-DISPONIBLE THEN
008810       CLOSE SUSPENSO
008820     END-IF.
008830     EXIT.
008840*----------------------------------------------------------
008850* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
008860* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
008870* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). DECISIONES
008880* NO APLICADAS O CAMBIOS VENCIDOS DEJAN CONDICION 0004.
008890*----------------------------------------------------------
008900 INICIAR-RUN-LOG.
008910     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
008920     ACCEPT HORA-ACEPT-LOG FROM TIME.
008930     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
008940     EXIT.
008941*----------------------------------------------------------
008942* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
008943* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
008944* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
008945* REGISTRA PREDEC1A.
008946*----------------------------------------------------------
008947 VERIFICAR-PREDECESORES.
008948     MOVE 'LIBCAM1A' TO P-PRED-PROGRAMA.
008949     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
008950     CALL 'PREDEC1A' USING P-PRED-CADENA.
008951     IF P-PRED-RECHAZADO THEN
008952       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
008953         " CORRIDA ABORTADA ***"
008954       MOVE 0016 TO COND-LOG
008955       PERFORM GRABAR-RUN-LOG
008956       STOP RUN
008957     END-IF.
008958     EXIT.
008959 GRABAR-RUN-LOG.
008960     OPEN EXTEND RUN-LOG.
008970     IF FS-RUNLOG = '35' THEN
008980       OPEN OUTPUT RUN-LOG
008990     END-IF.
009000     IF FS-RUNLOG NOT = '00' THEN
009010       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
009020         " (FILE STATUS " FS-RUNLOG ") ***"
009030       EXIT PARAGRAPH
009040     END-IF.
009050     MOVE 'LIBCAM1A' TO RL-PROGRAMA.
009060     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
009070     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
009080     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
009090     ACCEPT HORA-ACEPT-LOG FROM TIME.
009100     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
009110     MOVE CONT-TRANS TO RL-LEIDOS.
009120     COMPUTE RL-ESCRITOS = CONT-LIBERADOS + CONT-RECHAZADOS
009130       + CONT-VENCIDOS.
009140     COMPUTE RL-RECHAZADOS = CONT-NO-HALLADOS + CONT-INVALIDAS
009150       + CONT-YA-DECIDIDOS + CONT-MISMO-OPER + CONT-NO-APLICADOS.
009160     IF COND-LOG = 0000 AND
009170         (RL-RECHAZADOS > 0 OR CONT-VENCIDOS > 0) THEN
009180       MOVE 0004 TO COND-LOG
009190     END-IF.
009200     MOVE COND-LOG TO RL-COND.
009202     MOVE P-PRED-RESULTADO TO RL-TIPO.
009204     MOVE P-PRED-PASO TO RL-PREDECESOR.
009206     MOVE P-PRED-COND TO RL-COND-PRED.
009208     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
009212     MOVE SPACES TO RL-MOTIVO.
009216     WRITE REG-RUN-LOG.
009220     CLOSE RUN-LOG.
009230     EXIT.
009240 END PROGRAM LIBCAM1A.
