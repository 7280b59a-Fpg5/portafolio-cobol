000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: MANTENIMIENTO DEL MAESTRO DE CUENTAS BENEFICIARIAS    *
000050*           (CTABEN, INDEXADO POR ID-EMP). APLICA LAS            *
000060*           TRANSACCIONES DE TRANCTA: ALTA (A), CAMBIO (C,       *
000070*           CAMPO EN BLANCO = SIN CAMBIO) Y BAJA (B, LOGICA: LA  *
000080*           CUENTA QUEDA CANCELADA PARA CONSERVAR EL RASTRO DE   *
000090*           LOS PAGOS HECHOS A ELLA). TODA CUENTA NUEVA O CON    *
000100*           BANCO, NUMERO O MONEDA CAMBIADOS QUEDA PENDIENTE DE  *
000110*           PRENOTA: NINGUN BONO VA A ELLA HASTA QUE EL BANCO LA *
000120*           VALIDE (PRENOT1A). CADA REGISTRO TOCADO SE IMPRIME   *
000130*           CON SUS IMAGENES ANTES/DESPUES EN CTAREG, Y CADA     *
000140*           TRANSACCION RECHAZADA SE ANOTA EN SUSPENSO.          *
000141* MOD-HISTORY:                                                   *
000142*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000143*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000144*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000145*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000146*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000147*                   EL RESULTADO DE LA VERIFICACION.             *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. CTABEN1A.
000180 ENVIRONMENT DIVISION.
000190*CONFIGURATION SECTION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CUENTAS-BENEF ASSIGN TO CTABEN
000230       ORGANIZATION IS INDEXED
000240       ACCESS MODE IS RANDOM
000250       RECORD KEY IS CB-ID-EMP
000260       FILE STATUS IS FS-CTABEN.
000270     SELECT EMPMAST ASSIGN TO EMPMAST
000280       ORGANIZATION IS INDEXED
000290       ACCESS MODE IS RANDOM
000300       RECORD KEY IS ID-MAST
000310       FILE STATUS IS FS-EMPMAST.
000320     SELECT TRANCTA ASSIGN TO TRANCTA
000330       ORGANIZATION IS SEQUENTIAL
000340       FILE STATUS IS FS-TRANCTA.
000350     SELECT REGISTRO-CTA ASSIGN TO CTAREG
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
000470   FD CUENTAS-BENEF
000480       RECORDING MODE IS F
000490       DATA RECORD IS REG-CUENTA-BENEF.
000500   COPY CTABENRG.
000510   FD EMPMAST
000520       RECORDING MODE IS F
000530       DATA RECORD IS REG-MAST.
000540   COPY EMPMASTR.
000550   FD TRANCTA
000560       RECORDING MODE IS F
000570       DATA RECORD IS REG-TRANCTA.
000580   01 REG-TRANCTA.
000590     05 TC-ACCION         PIC X(1).
000600       88 TC-ALTA                         VALUE 'A'.
000610       88 TC-CAMBIO                       VALUE 'C'.
000620       88 TC-BAJA                         VALUE 'B'.
000630     05 TC-ID-EMP         PIC X(4).
000640     05 TC-BANCO          PIC X(4).
000650     05 TC-TIPO-CUENTA    PIC X(1).
000660     05 TC-CUENTA         PIC X(34).
000670     05 TC-MONEDA         PIC X(3).
000680     05 TC-FECHA-EFECTIVA PIC X(8).
000690     05 FILLER            PIC X(25).
000700   FD REGISTRO-CTA
000710       RECORDING MODE IS F
000720       DATA RECORD IS LINEA-REG-CTA.
000730   01 LINEA-REG-CTA       PIC X(105).
000740   FD SUSPENSO
000750       RECORDING MODE IS F
000760       DATA RECORD IS REG-SUSPENSO.
000770   COPY SUSPREG.
000780   FD RUN-LOG
000790       RECORDING MODE IS F
000800       DATA RECORD IS REG-RUN-LOG.
000810   COPY RUNLOGRG.
000820 WORKING-STORAGE SECTION.
000830   01 SWITCH-FIN-TRAN    PIC X            VALUE 'N'.
000840     88 FIN-TRAN                          VALUE 'Y'.
000850   01 SWITCH-CTA-VALIDA  PIC X            VALUE 'Y'.
000860     88 CTA-VALIDA                        VALUE 'Y'.
000870   01 SWITCH-CTA-EXISTE  PIC X            VALUE 'N'.
000880     88 CTA-EXISTE                        VALUE 'Y'.
000890   01 SWITCH-CAMBIO-CUENTA PIC X          VALUE 'N'.
000900     88 CAMBIO-DE-CUENTA                  VALUE 'Y'.
000910   77 FS-CTABEN          PIC XX           VALUE '00'.
000920   77 FS-EMPMAST         PIC XX           VALUE '00'.
000930   77 FS-TRANCTA         PIC XX           VALUE '00'.
000940   77 CONT-LEIDAS        PIC 9(6)         VALUE 000000.
000950   77 CONT-ALTAS         PIC 9(6)         VALUE 000000.
000960   77 CONT-CAMBIOS       PIC 9(6)         VALUE 000000.
000970   77 CONT-BAJAS         PIC 9(6)         VALUE 000000.
000980   77 CONT-INVALIDAS     PIC 9(6)         VALUE 000000.
000990   77 CONT-A-PRENOTA     PIC 9(6)         VALUE 000000.
001000   77 CONT-MONEDA-DIF    PIC 9(6)         VALUE 000000.
001010   77 MOTIVO-RECHAZO-CTA PIC X(40)        VALUE SPACES.
001020   77 FECHA-HOY          PIC 9(8)         VALUE 0.
001030* IMAGENES ANTES/DESPUES PARA EL REGISTRO IMPRESO DE
001040* TRANSACCIONES (CTAREG), IGUAL QUE TRANREG DE EMPMAST.
001050   77 IMAGEN-ANTES       PIC X(93)        VALUE SPACES.
001060   77 IMAGEN-DESPUES     PIC X(93)        VALUE SPACES.
001070   01 LINEA-CTA-TITULO.
001080     05 FILLER            PIC X(46)       VALUE
001090          "REGISTRO DE TRANSACCIONES DE CUENTAS (CTABEN)".
001100   01 LINEA-CTA-ACCION.
001110     05 TCA-DESC          PIC X(7).
001120     05 FILLER            PIC X(4)        VALUE " ID ".
001130     05 TCA-ID            PIC X(4).
001140     05 FILLER            PIC X(2)        VALUE SPACES.
001150     05 TCA-RESULTADO     PIC X(40).
001160   01 LINEA-CTA-IMAGEN.
001170     05 TCI-ETIQUETA      PIC X(9).
001180     05 TCI-IMAGEN        PIC X(93).
001190* ARCHIVO CENTRAL DE SUSPENSOS: CADA TRANSACCION RECHAZADA
001200* SE ANOTA (O REFRESCA) AHI.
001210   77 FS-SUSP            PIC XX           VALUE '00'.
001220   01 SWITCH-SUSP-DISP   PIC X            VALUE 'N'.
001230     88 SUSPENSO-DISPONIBLE               VALUE 'Y'.
001240   01 SWITCH-SUSP-NUEVO  PIC X            VALUE 'N'.
001250     88 SUSPENSO-NUEVO                    VALUE 'Y'.
001260   77 MOTIVO-SUSP        PIC X(40)        VALUE SPACES.
001270* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
001280* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
001290* ESTADO DE LA CADENA (CADENA1A).
001300   77 FS-RUNLOG          PIC XX           VALUE '00'.
001310   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
001320   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001330   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001340   77 COND-LOG           PIC 9(4)         VALUE 0000.
001341* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001342   01 P-PRED-CADENA.
001343     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001344     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001345     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001346       88 P-PRED-RECHAZADO                VALUE 'R'.
001347     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001348     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001349     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001350 PROCEDURE DIVISION.
001360 MAIN-PROCEDURE.
001370     PERFORM INICIAR-RUN-LOG.
001375     PERFORM VERIFICAR-PREDECESORES.
001380     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001390     PERFORM ABRIR-CUENTAS.
001400     PERFORM ABRIR-SUSPENSO.
001410     PERFORM APLICAR-TRANSACCIONES.
001420     CLOSE CUENTAS-BENEF.
001430     PERFORM CERRAR-SUSPENSO.
001440     DISPLAY "---------- MANTENIMIENTO DE CTABEN ----------".
001450     DISPLAY " TRANSACCIONES LEIDAS:          " CONT-LEIDAS.
001460     DISPLAY "   ALTAS:                       " CONT-ALTAS.
001470     DISPLAY "   CAMBIOS:                     " CONT-CAMBIOS.
001480     DISPLAY "   BAJAS:                       " CONT-BAJAS.
001490     DISPLAY " TRANSACCIONES INVALIDAS:       " CONT-INVALIDAS.
001500     DISPLAY " CUENTAS PENDIENTES DE PRENOTA: " CONT-A-PRENOTA.
001510     DISPLAY " MONEDA DISTINTA AL MAESTRO:    " CONT-MONEDA-DIF.
001520     PERFORM GRABAR-RUN-LOG.
001530     STOP RUN.
001540*----------------------------------------------------------
001550* ABRE (O CREA LA PRIMERA VEZ) EL MAESTRO DE CUENTAS Y ABRE
001560* EMPMAST SOLO DE LECTURA PARA VALIDAR QUE EL EMPLEADO
001570* EXISTA. SIN CUALQUIERA DE LOS DOS NO SE MANTIENE NADA.
001580*----------------------------------------------------------
001590 ABRIR-CUENTAS.
001600     OPEN I-O CUENTAS-BENEF.
001610     IF FS-CTABEN = '35' THEN
001620       OPEN OUTPUT CUENTAS-BENEF
001630       CLOSE CUENTAS-BENEF
001640       OPEN I-O CUENTAS-BENEF
001650     END-IF.
001660     IF FS-CTABEN NOT = '00' THEN
001670       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE"
001680         " CUENTAS CTABEN (FILE STATUS " FS-CTABEN "),"
001690         " CORRIDA ABORTADA ***"
001700       MOVE 0016 TO COND-LOG
001710       PERFORM GRABAR-RUN-LOG
001720       STOP RUN
001730     END-IF.
001740     OPEN INPUT EMPMAST.
001750     IF FS-EMPMAST NOT = '00' THEN
001760       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
001770         " (FILE STATUS " FS-EMPMAST "), SIN EMPLEADOS NO SE"
001780         " VALIDAN CUENTAS, CORRIDA ABORTADA ***"
001790       CLOSE CUENTAS-BENEF
001800       MOVE 0016 TO COND-LOG
001810       PERFORM GRABAR-RUN-LOG
001820       STOP RUN
001830     END-IF.
001840     EXIT.
001850 APLICAR-TRANSACCIONES.
001860     OPEN INPUT TRANCTA.
001870     IF FS-TRANCTA NOT = '00' THEN
001880       DISPLAY "*** ATENCION: NO SE PUDO ABRIR TRANCTA (FILE"
001890         " STATUS " FS-TRANCTA "), NO HAY TRANSACCIONES ***"
001900       CLOSE EMPMAST
001910       EXIT PARAGRAPH
001920     END-IF.
001930     OPEN OUTPUT REGISTRO-CTA.
001940     MOVE LINEA-CTA-TITULO TO LINEA-REG-CTA.
001950     WRITE LINEA-REG-CTA.
001960     MOVE SPACES TO LINEA-REG-CTA.
001970     WRITE LINEA-REG-CTA.
001980     PERFORM LEER-TRANSACCION.
001990     PERFORM UNTIL FIN-TRAN
002000       ADD 1 TO CONT-LEIDAS
002010       PERFORM PROCESAR-TRANSACCION
002020       PERFORM LEER-TRANSACCION
002030     END-PERFORM.
002040     CLOSE TRANCTA.
002050     CLOSE EMPMAST.
002060     CLOSE REGISTRO-CTA.
002070     EXIT.
002080 LEER-TRANSACCION.
002090     READ TRANCTA
002100       AT END
002110         MOVE 'Y' TO SWITCH-FIN-TRAN
002120     END-READ.
002130     EXIT.
002140 PROCESAR-TRANSACCION.
002150     MOVE TC-ID-EMP TO ID-MAST.
002160     READ EMPMAST
002170       INVALID KEY
002180         MOVE "EMPLEADO NO EXISTE EN EMPMAST" TO
002190           MOTIVO-RECHAZO-CTA
002200         PERFORM RECHAZAR-TRANSACCION
002210         EXIT PARAGRAPH
002220     END-READ.
002230     MOVE 'N' TO SWITCH-CTA-EXISTE.
002240     MOVE TC-ID-EMP TO CB-ID-EMP.
002250     READ CUENTAS-BENEF
002260       NOT INVALID KEY
002270         MOVE 'Y' TO SWITCH-CTA-EXISTE
002280     END-READ.
002290     EVALUATE TRUE
002300       WHEN TC-ALTA
002310         PERFORM PROCESAR-ALTA
002320       WHEN TC-CAMBIO
002330         PERFORM PROCESAR-CAMBIO
002340       WHEN TC-BAJA
002350         PERFORM PROCESAR-BAJA
002360       WHEN OTHER
002370         MOVE "ACCION DE TRANCTA NO RECONOCIDA" TO
002380           MOTIVO-RECHAZO-CTA
002390         PERFORM RECHAZAR-TRANSACCION
002400     END-EVALUATE.
002410     EXIT.
002420*----------------------------------------------------------
002430* ALTA: LA CUENTA COMPLETA VIENE EN LA TRANSACCION. UNA
002440* CUENTA CANCELADA PUEDE DARSE DE ALTA DE NUEVO (SE
002450* REESCRIBE); UNA VIGENTE SE CAMBIA CON 'C'. TODA ALTA
002460* QUEDA PENDIENTE DE PRENOTA.
002470*----------------------------------------------------------
002480 PROCESAR-ALTA.
002490     IF CTA-EXISTE AND NOT CB-CANCELADA THEN
002500       MOVE "ALTA DE CUENTA YA EXISTENTE, USAR CAMBIO" TO
002510         MOTIVO-RECHAZO-CTA
002520       PERFORM RECHAZAR-TRANSACCION
002530       EXIT PARAGRAPH
002540     END-IF.
002550     IF CTA-EXISTE THEN
002560       MOVE REG-CUENTA-BENEF TO IMAGEN-ANTES
002570     ELSE
002580       MOVE SPACES TO IMAGEN-ANTES
002590       MOVE "(NUEVO)" TO IMAGEN-ANTES
002600     END-IF.
002610     MOVE TC-ID-EMP TO CB-ID-EMP.
002620     MOVE TC-BANCO TO CB-BANCO.
002630     MOVE TC-TIPO-CUENTA TO CB-TIPO-CUENTA.
002640     MOVE TC-CUENTA TO CB-CUENTA.
002650     MOVE TC-MONEDA TO CB-MONEDA.
002660     IF TC-FECHA-EFECTIVA = SPACES THEN
002670       MOVE FECHA-HOY TO CB-FECHA-EFECTIVA
002680     ELSE
002690       IF TC-FECHA-EFECTIVA NOT NUMERIC THEN
002700         MOVE "FECHA EFECTIVA NO NUMERICA" TO
002710           MOTIVO-RECHAZO-CTA
002720         PERFORM RECHAZAR-TRANSACCION
002730         EXIT PARAGRAPH
002740       END-IF
002750       MOVE TC-FECHA-EFECTIVA TO CB-FECHA-EFECTIVA
002760     END-IF.
002770     PERFORM VALIDAR-CUENTA.
002780     IF NOT CTA-VALIDA THEN
002790       PERFORM RECHAZAR-TRANSACCION
002800       EXIT PARAGRAPH
002810     END-IF.
002820     PERFORM MARCAR-PENDIENTE-PRENOTA.
002830     MOVE REG-CUENTA-BENEF TO IMAGEN-DESPUES.
002840     IF CTA-EXISTE THEN
002850       REWRITE REG-CUENTA-BENEF
002860         INVALID KEY
002870           DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR LA"
002880             " CUENTA DE ID " TC-ID-EMP " ***"
002890           EXIT PARAGRAPH
002900       END-REWRITE
002910     ELSE
002920       WRITE REG-CUENTA-BENEF
002930         INVALID KEY
002940           DISPLAY "*** ATENCION: NO SE PUDO GRABAR LA"
002950             " CUENTA DE ID " TC-ID-EMP " ***"
002960           EXIT PARAGRAPH
002970       END-WRITE
002980     END-IF.
002990     ADD 1 TO CONT-ALTAS.
003000     MOVE "ALTA" TO TCA-DESC.
003010     MOVE "CUENTA AGREGADA, PENDIENTE DE PRENOTA" TO
003020       TCA-RESULTADO.
003030     PERFORM IMPRIMIR-REG-CTA.
003040     EXIT.
003050*----------------------------------------------------------
003060* CAMBIO: SOLO SE SUSTITUYEN LOS CAMPOS QUE VIENEN CON
003070* CONTENIDO. SI CAMBIA BANCO, TIPO, NUMERO O MONEDA LA
003080* CUENTA VUELVE A PENDIENTE DE PRENOTA; UN CAMBIO SOLO DE
003090* FECHA EFECTIVA CONSERVA EL ESTADO DE LA VALIDACION.
003100*----------------------------------------------------------
003110 PROCESAR-CAMBIO.
003120     IF NOT CTA-EXISTE OR CB-CANCELADA THEN
003130       MOVE "CAMBIO A CUENTA INEXISTENTE O CANCELADA" TO
003140         MOTIVO-RECHAZO-CTA
003150       PERFORM RECHAZAR-TRANSACCION
003160       EXIT PARAGRAPH
003170     END-IF.
003180     MOVE REG-CUENTA-BENEF TO IMAGEN-ANTES.
003190     MOVE 'N' TO SWITCH-CAMBIO-CUENTA.
003200     IF TC-BANCO NOT = SPACES AND TC-BANCO NOT = CB-BANCO THEN
003210       MOVE TC-BANCO TO CB-BANCO
003220       MOVE 'Y' TO SWITCH-CAMBIO-CUENTA
003230     END-IF.
003240     IF TC-TIPO-CUENTA NOT = SPACES
003250         AND TC-TIPO-CUENTA NOT = CB-TIPO-CUENTA THEN
003260       MOVE TC-TIPO-CUENTA TO CB-TIPO-CUENTA
003270       MOVE 'Y' TO SWITCH-CAMBIO-CUENTA
003280     END-IF.
003290     IF TC-CUENTA NOT = SPACES AND TC-CUENTA NOT = CB-CUENTA
003300         THEN
003310       MOVE TC-CUENTA TO CB-CUENTA
003320       MOVE 'Y' TO SWITCH-CAMBIO-CUENTA
003330     END-IF.
003340     IF TC-MONEDA NOT = SPACES AND TC-MONEDA NOT = CB-MONEDA
003350         THEN
003360       MOVE TC-MONEDA TO CB-MONEDA
003370       MOVE 'Y' TO SWITCH-CAMBIO-CUENTA
003380     END-IF.
003390     IF TC-FECHA-EFECTIVA NOT = SPACES THEN
003400       IF TC-FECHA-EFECTIVA NOT NUMERIC THEN
003410         MOVE "FECHA EFECTIVA NO NUMERICA" TO
003420           MOTIVO-RECHAZO-CTA
003430         PERFORM RECHAZAR-TRANSACCION
003440         EXIT PARAGRAPH
003450       END-IF
003460       MOVE TC-FECHA-EFECTIVA TO CB-FECHA-EFECTIVA
003470     END-IF.
003480     PERFORM VALIDAR-CUENTA.
003490     IF NOT CTA-VALIDA THEN
003500       PERFORM RECHAZAR-TRANSACCION
003510       EXIT PARAGRAPH
003520     END-IF.
003530     IF CAMBIO-DE-CUENTA THEN
003540       PERFORM MARCAR-PENDIENTE-PRENOTA
003550     END-IF.
003560     MOVE REG-CUENTA-BENEF TO IMAGEN-DESPUES.
003570     REWRITE REG-CUENTA-BENEF
003580       INVALID KEY
003590         DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR LA"
003600           " CUENTA DE ID " TC-ID-EMP " ***"
003610         EXIT PARAGRAPH
003620     END-REWRITE.
003630     ADD 1 TO CONT-CAMBIOS.
003640     MOVE "CAMBIO" TO TCA-DESC.
003650     IF CAMBIO-DE-CUENTA THEN
003660       MOVE "CUENTA MODIFICADA, PENDIENTE DE PRENOTA" TO
003670         TCA-RESULTADO
003680     ELSE
003690       MOVE "CUENTA MODIFICADA" TO TCA-RESULTADO
003700     END-IF.
003710     PERFORM IMPRIMIR-REG-CTA.
003720     EXIT.
003730*----------------------------------------------------------
003740* BAJA LOGICA: LA CUENTA QUEDA CANCELADA Y DEJA DE RECIBIR
003750* PAGOS, PERO EL REGISTRO SE CONSERVA.
003760*----------------------------------------------------------
003770 PROCESAR-BAJA.
003780     IF NOT CTA-EXISTE OR CB-CANCELADA THEN
003790       MOVE "BAJA DE CUENTA INEXISTENTE O CANCELADA" TO
003800         MOTIVO-RECHAZO-CTA
003810       PERFORM RECHAZAR-TRANSACCION
003820       EXIT PARAGRAPH
003830     END-IF.
003840     MOVE REG-CUENTA-BENEF TO IMAGEN-ANTES.
003850     MOVE 'X' TO CB-ESTADO.
003860     MOVE FECHA-HOY TO CB-FECHA-ESTADO.
003870     MOVE "CANCELADA POR MANTENIMIENTO" TO CB-MOTIVO.
003880     MOVE REG-CUENTA-BENEF TO IMAGEN-DESPUES.
003890     REWRITE REG-CUENTA-BENEF
003900       INVALID KEY
003910         DISPLAY "*** ATENCION: NO SE PUDO CANCELAR LA"
003920           " CUENTA DE ID " TC-ID-EMP " ***"
003930         EXIT PARAGRAPH
003940     END-REWRITE.
003950     ADD 1 TO CONT-BAJAS.
003960     MOVE "BAJA" TO TCA-DESC.
003970     MOVE "CUENTA CANCELADA" TO TCA-RESULTADO.
003980     PERFORM IMPRIMIR-REG-CTA.
003990     EXIT.
004000*----------------------------------------------------------
004010* VALIDA LA CUENTA ARMADA EN REG-CUENTA-BENEF. UNA CLABE SON
004020* 18 DIGITOS; UN IBAN EMPIEZA CON PAIS (2 LETRAS) Y DIGITO
004030* DE CONTROL (2 NUMEROS); LA CUENTA NACIONAL SOLO NO VACIA.
004040* LA MONEDA DISTINTA A MONEDA-MAST NO SE RECHAZA (PUEDE SER
004050* UN CAMBIO EN CURSO), SOLO SE AVISA: BANPAG1A RETIENE ESAS
004060* TRANSFERENCIAS.
004070*----------------------------------------------------------
004080 VALIDAR-CUENTA.
004090     MOVE 'Y' TO SWITCH-CTA-VALIDA.
004100     MOVE SPACES TO MOTIVO-RECHAZO-CTA.
004110     IF CB-BANCO = SPACES THEN
004120       MOVE 'N' TO SWITCH-CTA-VALIDA
004130       MOVE "BANCO EN BLANCO" TO MOTIVO-RECHAZO-CTA
004140     ELSE IF NOT CB-TIPO-CLABE AND NOT CB-TIPO-IBAN
004150         AND NOT CB-TIPO-NACIONAL THEN
004160       MOVE 'N' TO SWITCH-CTA-VALIDA
004170       MOVE "TIPO DE CUENTA FUERA DE DOMINIO" TO
004180         MOTIVO-RECHAZO-CTA
004190     ELSE IF CB-CUENTA = SPACES THEN
004200       MOVE 'N' TO SWITCH-CTA-VALIDA
004210       MOVE "NUMERO DE CUENTA EN BLANCO" TO MOTIVO-RECHAZO-CTA
004220     ELSE IF CB-TIPO-CLABE AND (CB-CUENTA(1:18) NOT NUMERIC
004230         OR CB-CUENTA(19:16) NOT = SPACES) THEN
004240       MOVE 'N' TO SWITCH-CTA-VALIDA
004250       MOVE "CLABE NO ES DE 18 DIGITOS" TO MOTIVO-RECHAZO-CTA
004260     ELSE IF CB-TIPO-IBAN AND (CB-CUENTA(1:2) NOT ALPHABETIC
004270         OR CB-CUENTA(3:2) NOT NUMERIC) THEN
004280       MOVE 'N' TO SWITCH-CTA-VALIDA
004290       MOVE "IBAN CON PAIS O CONTROL INVALIDO" TO
004300         MOTIVO-RECHAZO-CTA
004310     ELSE IF CB-MONEDA NOT = 'USD' AND CB-MONEDA NOT = 'EUR'
004320         AND CB-MONEDA NOT = 'MXN' THEN
004330       MOVE 'N' TO SWITCH-CTA-VALIDA
004340       MOVE "MONEDA DE CUENTA FUERA DE DOMINIO" TO
004350         MOTIVO-RECHAZO-CTA
004360     ELSE IF CB-FECHA-EFECTIVA(5:2) < '01'
004370         OR CB-FECHA-EFECTIVA(5:2) > '12' THEN
004380       MOVE 'N' TO SWITCH-CTA-VALIDA
004390       MOVE "FECHA EFECTIVA MES INVALIDO" TO
004400         MOTIVO-RECHAZO-CTA
004410     END-IF.
004420     IF CTA-VALIDA AND CB-MONEDA NOT = MONEDA-MAST THEN
004430       ADD 1 TO CONT-MONEDA-DIF
004440       DISPLAY "*** ATENCION: CUENTA DE ID " CB-ID-EMP
004450         " EN " CB-MONEDA " Y EMPLEADO EN " MONEDA-MAST
004460         ", SUS TRANSFERENCIAS QUEDARAN RETENIDAS ***"
004470     END-IF.
004480     EXIT.
004490 MARCAR-PENDIENTE-PRENOTA.
004500     MOVE 'P' TO CB-ESTADO.
004510     MOVE FECHA-HOY TO CB-FECHA-ESTADO.
004520     MOVE "PENDIENTE DE PRENOTA" TO CB-MOTIVO.
004530     ADD 1 TO CONT-A-PRENOTA.
004540     EXIT.
004550 RECHAZAR-TRANSACCION.
004560     ADD 1 TO CONT-INVALIDAS.
004570     DISPLAY "*** ATENCION: TRANSACCION '" TC-ACCION "' ID "
004580       TC-ID-EMP " RECHAZADA - "
004590       FUNCTION TRIM(MOTIVO-RECHAZO-CTA) " ***".
004600     MOVE TC-ID-EMP TO SU-ID-EMP.
004610     MOVE MOTIVO-RECHAZO-CTA TO MOTIVO-SUSP.
004620     PERFORM ANOTAR-SUSPENSO.
004630     MOVE "RECHAZO" TO TCA-DESC.
004640     MOVE MOTIVO-RECHAZO-CTA TO TCA-RESULTADO.
004650     MOVE TC-ID-EMP TO TCA-ID.
004660     MOVE LINEA-CTA-ACCION TO LINEA-REG-CTA.
004670     WRITE LINEA-REG-CTA.
004680     MOVE SPACES TO LINEA-REG-CTA.
004690     WRITE LINEA-REG-CTA.
004700     EXIT.
004710 IMPRIMIR-REG-CTA.
004720     MOVE TC-ID-EMP TO TCA-ID.
004730     MOVE LINEA-CTA-ACCION TO LINEA-REG-CTA.
004740     WRITE LINEA-REG-CTA.
004750     MOVE "  ANTES: " TO TCI-ETIQUETA.
004760     MOVE IMAGEN-ANTES TO TCI-IMAGEN.
004770     MOVE LINEA-CTA-IMAGEN TO LINEA-REG-CTA.
004780     WRITE LINEA-REG-CTA.
004790     MOVE "  DESPUES" TO TCI-ETIQUETA.
004800     MOVE IMAGEN-DESPUES TO TCI-IMAGEN.
004810     MOVE LINEA-CTA-IMAGEN TO LINEA-REG-CTA.
004820     WRITE LINEA-REG-CTA.
004830     MOVE SPACES TO LINEA-REG-CTA.
004840     WRITE LINEA-REG-CTA.
004850     EXIT.
004860*----------------------------------------------------------
004870* ARCHIVO CENTRAL DE SUSPENSOS (SUSPENSO): MISMO CRITERIO
004880* QUE EL MANTENIMIENTO DEL MAESTRO; LA FECHA DE ALTA (PRIMER
004890* RECHAZO) NO SE PISA.
004900*----------------------------------------------------------
004910 ABRIR-SUSPENSO.
004920     OPEN I-O SUSPENSO.
004930     IF FS-SUSP = '35' THEN
004940       OPEN OUTPUT SUSPENSO
004950       CLOSE SUSPENSO
004960       OPEN I-O SUSPENSO
004970     END-IF.
004980     IF FS-SUSP = '00' THEN
004990       MOVE 'Y' TO SWITCH-SUSP-DISP
005000     ELSE
005010       DISPLAY "*** ATENCION: NO SE PUDO ABRIR SUSPENSO (FILE"
005020         " STATUS " FS-SUSP "), LOS RECHAZOS NO SE ANOTAN EN"
005030         " SUSPENSO ***"
005040     END-IF.
005050     EXIT.
005060 ANOTAR-SUSPENSO.
005070     IF NOT SUSPENSO-DISPONIBLE THEN
005080       EXIT PARAGRAPH
005090     END-IF.
005100     MOVE 'CTABEN1A' TO SU-FUENTE.
005110     MOVE 'N' TO SWITCH-SUSP-NUEVO.
005120     READ SUSPENSO
005130       INVALID KEY
005140         MOVE 'Y' TO SWITCH-SUSP-NUEVO
005150     END-READ.
005160     IF SUSPENSO-NUEVO THEN
005170       MOVE 'CTABEN1A' TO SU-FUENTE
005180       MOVE FECHA-HOY TO SU-FECHA-ALTA
005190       MOVE FECHA-HOY TO SU-FECHA-ULTIMA
005200       MOVE MOTIVO-SUSP TO SU-MOTIVO
005210       MOVE 1 TO SU-VECES
005220       WRITE REG-SUSPENSO
005230         INVALID KEY
005240           DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
005250             " SUSPENSO EL ID " SU-ID-EMP " ***"
005260       END-WRITE
005270     ELSE
005280       MOVE FECHA-HOY TO SU-FECHA-ULTIMA
005290       MOVE MOTIVO-SUSP TO SU-MOTIVO
005300       ADD 1 TO SU-VECES
005310       REWRITE REG-SUSPENSO
005320         INVALID KEY
005330           DISPLAY "*** ATENCION: NO SE PUDO REFRESCAR EN"
005340             " SUSPENSO EL ID " SU-ID-EMP " ***"
005350       END-REWRITE
005360     END-IF.
005370     EXIT.
005380 CERRAR-SUSPENSO.
005390     IF SUSPENSO-DISPONIBLE THEN
005400       CLOSE SUSPENSO
005410     END-IF.
005420     EXIT.
005430*----------------------------------------------------------
005440* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
005450* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
005460* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). TRANSACCIONES
005470* RECHAZADAS DEJAN CONDICION 0004.
005480*----------------------------------------------------------
005490 INICIAR-RUN-LOG.
005500     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
005510     ACCEPT HORA-ACEPT-LOG FROM TIME.
005520     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
005530     EXIT.
005531*----------------------------------------------------------
005532* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
005533* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
005534* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
005535* REGISTRA PREDEC1A.
005536*----------------------------------------------------------
005537 VERIFICAR-PREDECESORES.
005538     MOVE 'CTABEN1A' TO P-PRED-PROGRAMA.
005539     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
005540     CALL 'PREDEC1A' USING P-PRED-CADENA.
005541     IF P-PRED-RECHAZADO THEN
005542       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
005543         " CORRIDA ABORTADA ***"
005544       MOVE 0016 TO COND-LOG
005545       PERFORM GRABAR-RUN-LOG
005546       STOP RUN
005547     END-IF.
005548     EXIT.
005549 GRABAR-RUN-LOG.
005550     OPEN EXTEND RUN-LOG.
005560     IF FS-RUNLOG = '35' THEN
005570       OPEN OUTPUT RUN-LOG
005580     END-IF.
005590     IF FS-RUNLOG NOT = '00' THEN
005600       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
005610         " (FILE STATUS " FS-RUNLOG ") ***"
005620       EXIT PARAGRAPH
005630     END-IF.
005640     MOVE 'CTABEN1A' TO RL-PROGRAMA.
005650     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
005660     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
005670     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
005680     ACCEPT HORA-ACEPT-LOG FROM TIME.
005690     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
005700     MOVE CONT-LEIDAS TO RL-LEIDOS.
005710     COMPUTE RL-ESCRITOS = CONT-ALTAS + CONT-CAMBIOS
005720       + CONT-BAJAS.
005730     MOVE CONT-INVALIDAS TO RL-RECHAZADOS.
005740     IF COND-LOG = 0000 AND CONT-INVALIDAS > 0 THEN
005750       MOVE 0004 TO COND-LOG
005760     END-IF.
005770     MOVE COND-LOG TO RL-COND.
005772     MOVE P-PRED-RESULTADO TO RL-TIPO.
005774     MOVE P-PRED-PASO TO RL-PREDECESOR.
005776     MOVE P-PRED-COND TO RL-COND-PRED.
005778     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
005782     MOVE SPACES TO RL-MOTIVO.
005786     WRITE REG-RUN-LOG.
005790     CLOSE RUN-LOG.
005800     EXIT.
005810 END PROGRAM CTABEN1A.
