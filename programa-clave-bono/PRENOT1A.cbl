000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: CICLO DE PRENOTA DE CUENTAS BENEFICIARIAS. EN MODO    *
000050*           GENERACION RECORRE EL MAESTRO DE CUENTAS (CTABEN) Y  *
000060*           ARMA EL ARCHIVO DE PRENOTA (PRENOTA) CON UNA         *
000070*           TRANSFERENCIA EN CERO POR CADA CUENTA PENDIENTE DE   *
000080*           VALIDAR, CON ENCABEZADO Y COLA DE CONTROL, Y LAS     *
000090*           MARCA ENVIADAS. EN MODO RETORNO LEE EL ACUSE DEL     *
000100*           BANCO (PRENRET, MISMO LAYOUT QUE BANCRET) Y MARCA    *
000110*           CADA CUENTA VERIFICADA O RECHAZADA; LAS RECHAZADAS   *
000120*           SE ANOTAN EN SUSPENSO HASTA QUE SE CORRIJAN EN       *
000130*           CTABEN1A. EL MODO SE TOMA DE CTLPREN (OPCIONAL, POR  *
000140*           OMISION GENERACION CON SECUENCIA 0001).              *
000141* MOD-HISTORY:                                                   *
000142*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000143*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000144*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000145*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000146*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000147*                   EL RESULTADO DE LA VERIFICACION.             *
000148*   15/10/2026 FPG  EN MODO RETORNO, SI NO SE PUEDE ABRIR EL     *
000149*                   ACUSE PRENRET EL PASO TERMINA CON CONDICION  *
000150*                   0016 EN RUNLOG.                              *
000151******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PRENOT1A.
000180 ENVIRONMENT DIVISION.
000190*CONFIGURATION SECTION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CTL-PRENOTA ASSIGN TO CTLPREN
000230       ORGANIZATION IS SEQUENTIAL
000240       FILE STATUS IS FS-CTL.
000250     SELECT CUENTAS-BENEF ASSIGN TO CTABEN
000260       ORGANIZATION IS INDEXED
000270       ACCESS MODE IS DYNAMIC
000280       RECORD KEY IS CB-ID-EMP
000290       FILE STATUS IS FS-CTABEN.
000300     SELECT PRENOTA ASSIGN TO PRENOTA
000310       ORGANIZATION IS SEQUENTIAL.
000320     SELECT PRENOTA-RET ASSIGN TO PRENRET
000330       ORGANIZATION IS SEQUENTIAL
000340       FILE STATUS IS FS-RET.
000350     SELECT RPT-PRENOTA ASSIGN TO RPTPREN
000360       ORGANIZATION IS SEQUENTIAL.
000370     SELECT SUSPENSO ASSIGN TO SUSPENSO
000380       ORGANIZATION IS INDEXED
000390       ACCESS MODE IS RANDOM
000400       RECORD KEY IS SU-LLAVE
000410       FILE STATUS IS FS-SUSP.
000420     SELECT RUN-LOG ASSIGN TO RUNLOG
000430       ORGANIZATION IS SEQUENTIAL
000440       FILE STATUS IS FS-RUNLOG.
000450 DATA DIVISION.
000460 FILE SECTION.
000470   FD CTL-PRENOTA
000480       RECORDING MODE IS F
000490       DATA RECORD IS REG-CTL-PRENOTA.
000500   01 REG-CTL-PRENOTA.
000510     05 PN-MODO           PIC X(1).
000520     05 PN-SECUENCIA      PIC 9(4).
000530   FD CUENTAS-BENEF
000540       RECORDING MODE IS F
000550       DATA RECORD IS REG-CUENTA-BENEF.
000560   COPY CTABENRG.
000570   FD PRENOTA
000580       RECORDING MODE IS F
000590       DATA RECORD IS REG-PRENOTA-SAL.
000600   01 REG-PRENOTA-SAL     PIC X(80).
000610   FD PRENOTA-RET
000620       RECORDING MODE IS F
000630       DATA RECORD IS REG-PRENOTA-RET.
000640   01 REG-PRENOTA-RET.
000650     05 RT-ID-EMP         PIC X(4).
000660     05 RT-MONEDA         PIC X(3).
000670     05 RT-ESTADO         PIC X(1).
000680       88 RT-ACEPTADA                     VALUE 'A'.
000690       88 RT-RECHAZADA                    VALUE 'R'.
000700     05 RT-MOTIVO         PIC X(30).
000710     05 FILLER            PIC X(42).
000720   FD RPT-PRENOTA
000730       RECORDING MODE IS F
000740       DATA RECORD IS LINEA-RPT-PRE.
000750   01 LINEA-RPT-PRE       PIC X(80).
000760   FD SUSPENSO
000770       RECORDING MODE IS F
000780       DATA RECORD IS REG-SUSPENSO.
000790   COPY SUSPREG.
000800   FD RUN-LOG
000810       RECORDING MODE IS F
000820       DATA RECORD IS REG-RUN-LOG.
000830   COPY RUNLOGRG.
000840 WORKING-STORAGE SECTION.
000850* IMAGEN COMUN DE LOS REGISTROS DEL ARCHIVO DE PRENOTA:
000860* ENCABEZADO, DETALLE (IMPORTE SIEMPRE EN CERO) Y COLA DE
000870* CONTROL. TODOS LOS REGISTROS MIDEN 80 BYTES.
000880   01 REG-PRENOTA.
000890     05 PN-TIPO           PIC X(1).
000900     05 PN-RESTO          PIC X(79).
000910   01 ENCABEZADO-PRENOTA REDEFINES REG-PRENOTA.
000920     05 FILLER            PIC X(1).
000930     05 PH-FECHA          PIC 9(8).
000940     05 PH-SECUENCIA      PIC 9(4).
000950     05 PH-ORIGEN         PIC X(8).
000960     05 FILLER            PIC X(59).
000970   01 DETALLE-PRENOTA REDEFINES REG-PRENOTA.
000980     05 FILLER            PIC X(1).
000990     05 PD-ID-EMP         PIC X(4).
001000     05 PD-BANCO          PIC X(4).
001010     05 PD-TIPO-CUENTA    PIC X(1).
001020     05 PD-CUENTA         PIC X(34).
001030     05 PD-MONEDA         PIC X(3).
001040     05 PD-IMPORTE        PIC 9(7)V99.
001050     05 FILLER            PIC X(24).
001060   01 COLA-PRENOTA REDEFINES REG-PRENOTA.
001070     05 FILLER            PIC X(1).
001080     05 PT-CANTIDAD       PIC 9(6).
001090     05 PT-HASH-TOTAL     PIC 9(11)V99.
001100     05 FILLER            PIC X(60).
001110   01 SWITCH-FIN-CTA     PIC X            VALUE 'N'.
001120     88 FIN-CTA                           VALUE 'Y'.
001130   01 SWITCH-FIN-RET     PIC X            VALUE 'N'.
001140     88 FIN-RET                           VALUE 'Y'.
001150   77 FS-CTL             PIC XX           VALUE '00'.
001160   77 FS-CTABEN          PIC XX           VALUE '00'.
001170   77 FS-RET             PIC XX           VALUE '00'.
001180   77 MODO-EJECUCION     PIC X            VALUE 'G'.
001190     88 MODO-GENERACION                   VALUE 'G'.
001200     88 MODO-RETORNO                      VALUE 'R'.
001210   77 SECUENCIA-ENVIO    PIC 9(4)         VALUE 0001.
001220   77 CONT-CTA-LEIDAS    PIC 9(6)         VALUE 000000.
001230   77 CONT-PRENOTAS      PIC 9(6)         VALUE 000000.
001240   77 CONT-RET-VERIF     PIC 9(6)         VALUE 000000.
001250   77 CONT-RET-RECH      PIC 9(6)         VALUE 000000.
001260   77 CONT-RET-INVALIDAS PIC 9(6)         VALUE 000000.
001270   77 CONT-RET-SIN-CTA   PIC 9(6)         VALUE 000000.
001280   01 FECHA-CORRIDA.
001290     05 FC-ANIO           PIC 9(4).
001300     05 FC-MES            PIC 99.
001310     05 FC-DIA            PIC 99.
001320   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001330* LINEAS DEL REPORTE DE PRENOTAS.
001340   01 TITULO-RPT-PRE.
001350     05 FILLER            PIC X(34)        VALUE
001360          "REPORTE DE PRENOTA DE CUENTAS".
001370     05 FILLER            PIC X(7)         VALUE "FECHA: ".
001380     05 TIT-MES           PIC 99.
001390     05 FILLER            PIC X            VALUE "/".
001400     05 TIT-DIA           PIC 99.
001410     05 FILLER            PIC X            VALUE "/".
001420     05 TIT-ANIO          PIC 9(4).
001430   01 LINEA-PRE-DET.
001440     05 PRE-DET-ACCION    PIC X(11).
001450     05 FILLER            PIC X(3)         VALUE "ID ".
001460     05 PRE-DET-ID        PIC X(4).
001470     05 FILLER            PIC X(1)         VALUE SPACE.
001480     05 PRE-DET-BANCO     PIC X(4).
001490     05 FILLER            PIC X(1)         VALUE SPACE.
001500     05 PRE-DET-CUENTA    PIC X(34).
001510     05 FILLER            PIC X(1)         VALUE SPACE.
001520     05 PRE-DET-MONEDA    PIC X(3).
001530   01 LINEA-PRE-RECH.
001540     05 FILLER            PIC X(13)        VALUE "RECHAZADA ID ".
001550     05 RCH-DET-ID        PIC X(4).
001560     05 FILLER            PIC X(9)         VALUE " MOTIVO: ".
001570     05 RCH-DET-MOTIVO    PIC X(30).
001580   01 LINEA-PRE-TOT.
001590     05 PRE-TOT-DESC      PIC X(30).
001600     05 PRE-TOT-CANT      PIC ZZZZZ9.
001610* ARCHIVO CENTRAL DE SUSPENSOS: LAS CUENTAS RECHAZADAS POR
001620* EL BANCO SE ANOTAN AHI; UNA VERIFICADA ELIMINA SU PARTIDA.
001630   77 FS-SUSP            PIC XX           VALUE '00'.
001640   01 SWITCH-SUSP-DISP   PIC X            VALUE 'N'.
001650     88 SUSPENSO-DISPONIBLE               VALUE 'Y'.
001660   01 SWITCH-SUSP-NUEVO  PIC X            VALUE 'N'.
001670     88 SUSPENSO-NUEVO                    VALUE 'Y'.
001680   77 MOTIVO-SUSP        PIC X(40)        VALUE SPACES.
001690* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
001700* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
001710* ESTADO DE LA CADENA (CADENA1A).
001720   77 FS-RUNLOG          PIC XX           VALUE '00'.
001730   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
001740   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001750   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001760   77 COND-LOG           PIC 9(4)         VALUE 0000.
001761* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001762   01 P-PRED-CADENA.
001763     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001764     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001765     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001766       88 P-PRED-RECHAZADO                VALUE 'R'.
001767     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001768     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001769     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001770 PROCEDURE DIVISION.
001780 MAIN-PROCEDURE.
001790     PERFORM INICIAR-RUN-LOG.
001795     PERFORM VERIFICAR-PREDECESORES.
001800     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001810     PERFORM LEER-CONTROL-PRENOTA.
001820     PERFORM ABRIR-CUENTAS.
001830     OPEN OUTPUT RPT-PRENOTA.
001840     PERFORM IMPRIMIR-TITULO-PRE.
001850     IF MODO-RETORNO THEN
001860       PERFORM PROCESAR-RETORNO
001870     ELSE
001880       PERFORM GENERAR-PRENOTAS
001890     END-IF.
001900     CLOSE CUENTAS-BENEF.
001910     CLOSE RPT-PRENOTA.
001920     PERFORM GRABAR-RUN-LOG.
001930     STOP RUN.
001940*----------------------------------------------------------
001950* EL ARCHIVO DE CONTROL ES OPCIONAL: SI CTLPREN NO EXISTE
001960* SE ASUME MODO GENERACION CON SECUENCIA 0001.
001970*----------------------------------------------------------
001980 LEER-CONTROL-PRENOTA.
001990     OPEN INPUT CTL-PRENOTA.
002000     IF FS-CTL = '00' THEN
002010       READ CTL-PRENOTA
002020         AT END
002030           CONTINUE
002040         NOT AT END
002050           MOVE PN-MODO TO MODO-EJECUCION
002060           IF PN-SECUENCIA NUMERIC AND PN-SECUENCIA > 0 THEN
002070             MOVE PN-SECUENCIA TO SECUENCIA-ENVIO
002080           END-IF
002090       END-READ
002100       CLOSE CTL-PRENOTA
002110     END-IF.
002120     IF NOT MODO-GENERACION AND NOT MODO-RETORNO THEN
002130       DISPLAY "*** ATENCION: MODO '" MODO-EJECUCION
002140         "' NO RECONOCIDO EN CTLPREN, SE ASUME GENERACION ***"
002150       MOVE 'G' TO MODO-EJECUCION
002160     END-IF.
002170     EXIT.
002180 ABRIR-CUENTAS.
002190     OPEN I-O CUENTAS-BENEF.
002200     IF FS-CTABEN NOT = '00' THEN
002210       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE"
002220         " CUENTAS CTABEN (FILE STATUS " FS-CTABEN "),"
002230         " CORRIDA ABORTADA ***"
002240       MOVE 0016 TO COND-LOG
002250       PERFORM GRABAR-RUN-LOG
002260       STOP RUN
002270     END-IF.
002280     EXIT.
002290*----------------------------------------------------------
002300* MODO GENERACION: UNA PRENOTA POR CADA CUENTA PENDIENTE.
002310* LAS YA ENVIADAS NO SE REPITEN HASTA QUE LLEGUE SU ACUSE;
002320* UNA RECHAZADA VUELVE A PENDIENTE SOLO CUANDO SE CORRIGE
002330* EN EL MANTENIMIENTO (CTABEN1A).
002340*----------------------------------------------------------
002350 GENERAR-PRENOTAS.
002360     OPEN OUTPUT PRENOTA.
002370     MOVE SPACES TO REG-PRENOTA.
002380     MOVE 'H' TO PN-TIPO.
002390     MOVE FECHA-CORRIDA-R TO PH-FECHA.
002400     MOVE SECUENCIA-ENVIO TO PH-SECUENCIA.
002410     MOVE 'PRENOTA' TO PH-ORIGEN.
002420     MOVE REG-PRENOTA TO REG-PRENOTA-SAL.
002430     WRITE REG-PRENOTA-SAL.
002440     MOVE LOW-VALUES TO CB-ID-EMP.
002450     START CUENTAS-BENEF KEY >= CB-ID-EMP
002460       INVALID KEY
002470         MOVE 'Y' TO SWITCH-FIN-CTA
002480     END-START.
002490     IF NOT FIN-CTA THEN
002500       PERFORM LEER-CUENTA-SIGUIENTE
002510     END-IF.
002520     PERFORM UNTIL FIN-CTA
002530       ADD 1 TO CONT-CTA-LEIDAS
002540       IF CB-PENDIENTE-PRENOTA THEN
002550         PERFORM ESCRIBIR-PRENOTA
002560       END-IF
002570       PERFORM LEER-CUENTA-SIGUIENTE
002580     END-PERFORM.
002590     MOVE SPACES TO REG-PRENOTA.
002600     MOVE 'T' TO PN-TIPO.
002610     MOVE CONT-PRENOTAS TO PT-CANTIDAD.
002620     MOVE ZERO TO PT-HASH-TOTAL.
002630     MOVE REG-PRENOTA TO REG-PRENOTA-SAL.
002640     WRITE REG-PRENOTA-SAL.
002650     CLOSE PRENOTA.
002660     MOVE "PRENOTAS ENVIADAS:" TO PRE-TOT-DESC.
002670     MOVE CONT-PRENOTAS TO PRE-TOT-CANT.
002680     MOVE SPACES TO LINEA-RPT-PRE.
002690     WRITE LINEA-RPT-PRE.
002700     MOVE LINEA-PRE-TOT TO LINEA-RPT-PRE.
002710     WRITE LINEA-RPT-PRE.
002720     DISPLAY "---------- PRENOTA DE CUENTAS: GENERACION -------".
002730     DISPLAY " SECUENCIA DE ENVIO:        " SECUENCIA-ENVIO.
002740     DISPLAY " CUENTAS LEIDAS:            " CONT-CTA-LEIDAS.
002750     DISPLAY " PRENOTAS ENVIADAS:         " CONT-PRENOTAS.
002760     EXIT.
002770 LEER-CUENTA-SIGUIENTE.
002780     READ CUENTAS-BENEF NEXT
002790       AT END
002800         MOVE 'Y' TO SWITCH-FIN-CTA
002810     END-READ.
002820     EXIT.
002830 ESCRIBIR-PRENOTA.
002840     MOVE SPACES TO REG-PRENOTA.
002850     MOVE 'D' TO PN-TIPO.
002860     MOVE CB-ID-EMP TO PD-ID-EMP.
002870     MOVE CB-BANCO TO PD-BANCO.
002880     MOVE CB-TIPO-CUENTA TO PD-TIPO-CUENTA.
002890     MOVE CB-CUENTA TO PD-CUENTA.
002900     MOVE CB-MONEDA TO PD-MONEDA.
002910     MOVE ZERO TO PD-IMPORTE.
002920     MOVE REG-PRENOTA TO REG-PRENOTA-SAL.
002930     WRITE REG-PRENOTA-SAL.
002940     ADD 1 TO CONT-PRENOTAS.
002950     MOVE 'E' TO CB-ESTADO.
002960     MOVE FECHA-CORRIDA-R TO CB-FECHA-ESTADO.
002970     MOVE "PRENOTA ENVIADA" TO CB-MOTIVO.
002980     REWRITE REG-CUENTA-BENEF
002990       INVALID KEY
003000         DISPLAY "*** ATENCION: NO SE PUDO MARCAR ENVIADA LA"
003010           " CUENTA DE ID " CB-ID-EMP " ***"
003020     END-REWRITE.
003030     MOVE "PRENOTA" TO PRE-DET-ACCION.
003040     MOVE CB-ID-EMP TO PRE-DET-ID.
003050     MOVE CB-BANCO TO PRE-DET-BANCO.
003060     MOVE CB-CUENTA TO PRE-DET-CUENTA.
003070     MOVE CB-MONEDA TO PRE-DET-MONEDA.
003080     MOVE LINEA-PRE-DET TO LINEA-RPT-PRE.
003090     WRITE LINEA-RPT-PRE.
003100     EXIT.
003110*----------------------------------------------------------
003120* MODO RETORNO: CADA ACUSE SE APLICA A LA CUENTA CON
003130* PRENOTA ENVIADA DEL EMPLEADO. ACEPTADA QUEDA VERIFICADA
003140* Y LIBERA SU PARTIDA DE SUSPENSO; RECHAZADA QUEDA CON EL
003150* MOTIVO DEL BANCO Y SE ANOTA EN SUSPENSO.
003160*----------------------------------------------------------
003170 PROCESAR-RETORNO.
003180     PERFORM ABRIR-SUSPENSO.
003190     OPEN INPUT PRENOTA-RET.
003200     IF FS-RET NOT = '00' THEN
003210       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ACUSE PRENRET"
003220         " (FILE STATUS " FS-RET "), NADA QUE APLICAR ***"
003225       MOVE 0016 TO COND-LOG
003230       PERFORM CERRAR-SUSPENSO
003240       EXIT PARAGRAPH
003250     END-IF.
003260     PERFORM LEER-RETORNO.
003270     PERFORM UNTIL FIN-RET
003280       PERFORM PROCESAR-REG-RETORNO
003290       PERFORM LEER-RETORNO
003300     END-PERFORM.
003310     CLOSE PRENOTA-RET.
003320     PERFORM CERRAR-SUSPENSO.
003330     MOVE SPACES TO LINEA-RPT-PRE.
003340     WRITE LINEA-RPT-PRE.
003350     MOVE "CUENTAS VERIFICADAS:" TO PRE-TOT-DESC.
003360     MOVE CONT-RET-VERIF TO PRE-TOT-CANT.
003370     MOVE LINEA-PRE-TOT TO LINEA-RPT-PRE.
003380     WRITE LINEA-RPT-PRE.
003390     MOVE "CUENTAS RECHAZADAS:" TO PRE-TOT-DESC.
003400     MOVE CONT-RET-RECH TO PRE-TOT-CANT.
003410     MOVE LINEA-PRE-TOT TO LINEA-RPT-PRE.
003420     WRITE LINEA-RPT-PRE.
003430     DISPLAY "---------- PRENOTA DE CUENTAS: RETORNO ----------".
003440     DISPLAY " CUENTAS VERIFICADAS: " CONT-RET-VERIF.
003450     DISPLAY " CUENTAS RECHAZADAS:  " CONT-RET-RECH.
003460     DISPLAY " REGISTROS INVALIDOS: " CONT-RET-INVALIDAS.
003470     DISPLAY " ACUSES SIN PRENOTA:  " CONT-RET-SIN-CTA.
003480     IF CONT-RET-RECH > 0 THEN
003490       DISPLAY "*** ATENCION: HAY CUENTAS RECHAZADAS POR EL"
003500         " BANCO, VER RPTPREN ***"
003510     END-IF.
003520     EXIT.
003530 LEER-RETORNO.
003540     READ PRENOTA-RET
003550       AT END
003560         MOVE 'Y' TO SWITCH-FIN-RET
003570     END-READ.
003580     EXIT.
003590 PROCESAR-REG-RETORNO.
003600     IF NOT RT-ACEPTADA AND NOT RT-RECHAZADA THEN
003610       ADD 1 TO CONT-RET-INVALIDAS
003620       DISPLAY "*** ATENCION: ESTADO '" RT-ESTADO
003630         "' NO RECONOCIDO EN ACUSE, ID " RT-ID-EMP " ***"
003640       EXIT PARAGRAPH
003650     END-IF.
003660     MOVE RT-ID-EMP TO CB-ID-EMP.
003670     READ CUENTAS-BENEF
003680       INVALID KEY
003690         ADD 1 TO CONT-RET-SIN-CTA
003700         DISPLAY "*** ATENCION: ACUSE DE ID " RT-ID-EMP
003710           " SIN CUENTA EN CTABEN ***"
003720         EXIT PARAGRAPH
003730     END-READ.
003740     IF NOT CB-PRENOTA-ENVIADA THEN
003750       ADD 1 TO CONT-RET-SIN-CTA
003760       DISPLAY "*** ATENCION: ACUSE DE ID " RT-ID-EMP
003770         " PARA UNA CUENTA SIN PRENOTA EN VUELO (ESTADO "
003780         CB-ESTADO "), SE IGNORA ***"
003790       EXIT PARAGRAPH
003800     END-IF.
003810     MOVE FECHA-CORRIDA-R TO CB-FECHA-ESTADO.
003820     MOVE RT-ID-EMP TO SU-ID-EMP.
003830     IF RT-ACEPTADA THEN
003840       ADD 1 TO CONT-RET-VERIF
003850       MOVE 'V' TO CB-ESTADO
003860       MOVE "VERIFICADA POR EL BANCO" TO CB-MOTIVO
003870       MOVE "VERIFICADA" TO PRE-DET-ACCION
003880       MOVE CB-ID-EMP TO PRE-DET-ID
003890       MOVE CB-BANCO TO PRE-DET-BANCO
003900       MOVE CB-CUENTA TO PRE-DET-CUENTA
003910       MOVE CB-MONEDA TO PRE-DET-MONEDA
003920       MOVE LINEA-PRE-DET TO LINEA-RPT-PRE
003930       WRITE LINEA-RPT-PRE
003940       PERFORM ELIMINAR-SUSPENSO
003950     ELSE
003960       ADD 1 TO CONT-RET-RECH
003970       MOVE 'R' TO CB-ESTADO
003980       MOVE RT-MOTIVO TO CB-MOTIVO
003990       MOVE RT-ID-EMP TO RCH-DET-ID
004000       MOVE RT-MOTIVO TO RCH-DET-MOTIVO
004010       MOVE LINEA-PRE-RECH TO LINEA-RPT-PRE
004020       WRITE LINEA-RPT-PRE
004030       MOVE SPACES TO MOTIVO-SUSP
004040       STRING "PRENOTA RECHAZADA: " DELIMITED BY SIZE
004050         RT-MOTIVO DELIMITED BY SIZE
004060         INTO MOTIVO-SUSP
004070       END-STRING
004080       PERFORM ANOTAR-SUSPENSO
004090     END-IF.
004100     REWRITE REG-CUENTA-BENEF
004110       INVALID KEY
004120         DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR LA"
004130           " CUENTA DE ID " RT-ID-EMP " ***"
004140     END-REWRITE.
004150     EXIT.
004160 IMPRIMIR-TITULO-PRE.
004170     MOVE FC-MES TO TIT-MES.
004180     MOVE FC-DIA TO TIT-DIA.
004190     MOVE FC-ANIO TO TIT-ANIO.
004200     MOVE TITULO-RPT-PRE TO LINEA-RPT-PRE.
004210     WRITE LINEA-RPT-PRE.
004220     MOVE SPACES TO LINEA-RPT-PRE.
004230     WRITE LINEA-RPT-PRE.
004240     EXIT.
004250*----------------------------------------------------------
004260* ARCHIVO CENTRAL DE SUSPENSOS (SUSPENSO): UNA CUENTA
004270* RECHAZADA SE ANOTA (O REFRESCA) CON EL MOTIVO DEL BANCO;
004280* UNA VERIFICADA ELIMINA SU PARTIDA. LA FECHA DE ALTA
004290* (PRIMER RECHAZO) NO SE PISA.
004300*----------------------------------------------------------
004310 ABRIR-SUSPENSO.
004320     OPEN I-O SUSPENSO.
004330     IF FS-SUSP = '35' THEN
004340       OPEN OUTPUT SUSPENSO
004350       CLOSE SUSPENSO
004360       OPEN I-O SUSPENSO
004370     END-IF.
004380     IF FS-SUSP = '00' THEN
004390       MOVE 'Y' TO SWITCH-SUSP-DISP
004400     ELSE
004410       DISPLAY "*** ATENCION: NO SE PUDO ABRIR SUSPENSO (FILE"
004420         " STATUS " FS-SUSP "), LOS RECHAZOS DE PRENOTA NO SE"
004430         " ANOTAN EN SUSPENSO ***"
004440     END-IF.
004450     EXIT.
004460 ANOTAR-SUSPENSO.
004470     IF NOT SUSPENSO-DISPONIBLE THEN
004480       EXIT PARAGRAPH
004490     END-IF.
004500     MOVE 'PRENOT1A' TO SU-FUENTE.
004510     MOVE 'N' TO SWITCH-SUSP-NUEVO.
004520     READ SUSPENSO
004530       INVALID KEY
004540         MOVE 'Y' TO SWITCH-SUSP-NUEVO
004550     END-READ.
004560     IF SUSPENSO-NUEVO THEN
004570       MOVE 'PRENOT1A' TO SU-FUENTE
004580       MOVE FECHA-CORRIDA-R TO SU-FECHA-ALTA
004590       MOVE FECHA-CORRIDA-R TO SU-FECHA-ULTIMA
004600       MOVE MOTIVO-SUSP TO SU-MOTIVO
004610       MOVE 1 TO SU-VECES
004620       WRITE REG-SUSPENSO
004630         INVALID KEY
004640           DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
004650             " SUSPENSO EL ID " SU-ID-EMP " ***"
004660       END-WRITE
004670     ELSE
004680       MOVE FECHA-CORRIDA-R TO SU-FECHA-ULTIMA
004690       MOVE MOTIVO-SUSP TO SU-MOTIVO
004700       ADD 1 TO SU-VECES
004710       REWRITE REG-SUSPENSO
004720         INVALID KEY
004730           DISPLAY "*** ATENCION: NO SE PUDO REFRESCAR EN"
004740             " SUSPENSO EL ID " SU-ID-EMP " ***"
004750       END-REWRITE
004760     END-IF.
004770     EXIT.
004780 ELIMINAR-SUSPENSO.
004790     IF NOT SUSPENSO-DISPONIBLE THEN
004800       EXIT PARAGRAPH
004810     END-IF.
004820     MOVE 'PRENOT1A' TO SU-FUENTE.
004830     DELETE SUSPENSO
004840       INVALID KEY
004850         CONTINUE
004860     END-DELETE.
004870     EXIT.
004880 CERRAR-SUSPENSO.
004890     IF SUSPENSO-DISPONIBLE THEN
004900       CLOSE SUSPENSO
004910     END-IF.
004920     EXIT.
004930*----------------------------------------------------------
004940* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
004950* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
004960* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). CUENTAS
004970* RECHAZADAS POR EL BANCO DEJAN CONDICION 0004.
004980*----------------------------------------------------------
004990 INICIAR-RUN-LOG.
005000     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
005010     ACCEPT HORA-ACEPT-LOG FROM TIME.
005020     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
005030     EXIT.
005031*----------------------------------------------------------
005032* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
005033* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
005034* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
005035* REGISTRA PREDEC1A.
005036*----------------------------------------------------------
005037 VERIFICAR-PREDECESORES.
005038     MOVE 'PRENOT1A' TO P-PRED-PROGRAMA.
005039     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
005040     CALL 'PREDEC1A' USING P-PRED-CADENA.
005041     IF P-PRED-RECHAZADO THEN
005042       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
005043         " CORRIDA ABORTADA ***"
005044       MOVE 0016 TO COND-LOG
005045       PERFORM GRABAR-RUN-LOG
005046       STOP RUN
005047     END-IF.
005048     EXIT.
005049 GRABAR-RUN-LOG.
005050     OPEN EXTEND RUN-LOG.
005060     IF FS-RUNLOG = '35' THEN
005070       OPEN OUTPUT RUN-LOG
005080     END-IF.
005090     IF FS-RUNLOG NOT = '00' THEN
005100       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
005110         " (FILE STATUS " FS-RUNLOG ") ***"
005120       EXIT PARAGRAPH
005130     END-IF.
005140     MOVE 'PRENOT1A' TO RL-PROGRAMA.
005150     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
005160     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
005170     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
005180     ACCEPT HORA-ACEPT-LOG FROM TIME.
005190     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
005200     IF MODO-RETORNO THEN
005210       COMPUTE RL-LEIDOS = CONT-RET-VERIF + CONT-RET-RECH
005220         + CONT-RET-INVALIDAS + CONT-RET-SIN-CTA
005230       COMPUTE RL-ESCRITOS = CONT-RET-VERIF + CONT-RET-RECH
005240       COMPUTE RL-RECHAZADOS = CONT-RET-INVALIDAS
005250         + CONT-RET-SIN-CTA
005260       IF COND-LOG = 0000 AND CONT-RET-RECH > 0 THEN
005270         MOVE 0004 TO COND-LOG
005280       END-IF
005290     ELSE
005300       MOVE CONT-CTA-LEIDAS TO RL-LEIDOS
005310       MOVE CONT-PRENOTAS TO RL-ESCRITOS
005320       MOVE ZERO TO RL-RECHAZADOS
005330     END-IF.
005340     MOVE COND-LOG TO RL-COND.
005342     MOVE P-PRED-RESULTADO TO RL-TIPO.
005344     MOVE P-PRED-PASO TO RL-PREDECESOR.
005346     MOVE P-PRED-COND TO RL-COND-PRED.
005348     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
005352     MOVE SPACES TO RL-MOTIVO.
005356     WRITE REG-RUN-LOG.
005360     CLOSE RUN-LOG.
005370     EXIT.
005380 END PROGRAM PRENOT1A.
