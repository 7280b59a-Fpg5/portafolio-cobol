000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: PROGRAMA SECUNDARIO DE RECEPCION DEL ARCHIVO EMPDATA  *
000050*           (EMPIN). ANTES DE QUE UN PROGRAMA VALIDE UN SOLO     *
000060*           REGISTRO DE EMPLEADO, VERIFICA EL SOBRE DEL ARCHIVO  *
000070*           (EMPSOBRG): ENCABEZADO UNICO AL PRINCIPIO, COLA AL   *
000080*           FINAL CON LA CANTIDAD Y LOS HASH DE SAL-EMP E ID-EMP *
000090*           QUE CUADREN CON LO LEIDO, REMITENTE ESPERADO (RECCTL)*
000100*           Y, CONTRA EL REGISTRO DE RECEPCION (RECEMP), QUE LA  *
000110*           SECUENCIA SEA LA SIGUIENTE A LA ULTIMA ACEPTADA POR  *
000120*           ESE PROGRAMA (NI SALTO NI REPETICION) Y QUE LA FECHA *
000130*           DEL EXTRACTO NO SEA VIEJA NI FUTURA. TODO INTENTO    *
000140*           QUEDA EN RECEMP. UN ARCHIVO RECHAZADO SE COPIA       *
000150*           INTACTO A EMPHOLD PARA SU REVISION Y EL MOTIVO SE    *
000160*           DEVUELVE AL PROGRAMA QUE LLAMA, QUE ABORTA Y LO DEJA *
000170*           EN RUNLOG.                                           *
000180*           EN MODO 'V' (SOLO VERIFICAR) LA SECUENCIA NO AVANZA. *
000190*           LO LLAMAN EMPMANT1A Y SINCMST1A.                     *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RECEMP1A.
000230 ENVIRONMENT DIVISION.
000240*CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EMPDATA ASSIGN TO EMPIN
000280       ORGANIZATION IS SEQUENTIAL
000290       FILE STATUS IS FS-EMPDATA.
000300     SELECT REC-EMP ASSIGN TO RECEMP
000310       ORGANIZATION IS SEQUENTIAL
000320       FILE STATUS IS FS-RECEMP.
000330     SELECT CTL-RECEPCION ASSIGN TO RECCTL
000340       ORGANIZATION IS SEQUENTIAL
000350       FILE STATUS IS FS-RECCTL.
000360     SELECT EMP-RETENIDO ASSIGN TO EMPHOLD
000370       ORGANIZATION IS SEQUENTIAL
000380       FILE STATUS IS FS-EMPHOLD.
000390 DATA DIVISION.
000400 FILE SECTION.
000410   FD EMPDATA
000420       RECORDING MODE IS F
000430       DATA RECORD IS EMPDATALINEA.
000440   COPY EMPDATLN.
000450   COPY EMPSOBRG.
000460   FD REC-EMP
000470       RECORDING MODE IS F
000480       DATA RECORD IS REG-RECEP-EMP.
000490   COPY RECEMPRG.
000500   FD CTL-RECEPCION
000510       RECORDING MODE IS F
000520       DATA RECORD IS REG-CTL-RECEPCION.
000530   01 REG-CTL-RECEPCION.
000540     05 RC-DIAS-MAX       PIC X(3).
000550     05 RC-REMITENTE      PIC X(8).
000560     05 FILLER            PIC X(29).
000570   FD EMP-RETENIDO
000580       RECORDING MODE IS F
000590       DATA RECORD IS REG-EMP-RETENIDO.
000600   01 REG-EMP-RETENIDO    PIC X(80).
000610 WORKING-STORAGE SECTION.
000620   77 FS-EMPDATA         PIC XX            VALUE '00'.
000630   77 FS-RECEMP          PIC XX            VALUE '00'.
000640   77 FS-RECCTL          PIC XX            VALUE '00'.
000650   77 FS-EMPHOLD         PIC XX            VALUE '00'.
000660   01 SWITCH-FIN-EMP     PIC X             VALUE 'N'.
000670     88 FIN-EMP                            VALUE 'Y'.
000680   01 SWITCH-FIN-REG     PIC X             VALUE 'N'.
000690     88 FIN-REG                            VALUE 'Y'.
000700   01 SWITCH-ENCABEZADO  PIC X             VALUE 'N'.
000710     88 HAY-ENCABEZADO                     VALUE 'Y'.
000720   01 SWITCH-COLA        PIC X             VALUE 'N'.
000730     88 HAY-COLA                           VALUE 'Y'.
000740   01 SWITCH-ANTERIOR    PIC X             VALUE 'N'.
000750     88 HAY-ANTERIOR                       VALUE 'Y'.
000760* PARAMETROS DE RECCTL: ANTIGUEDAD MAXIMA DEL EXTRACTO EN DIAS
000770* Y REMITENTE ESPERADO (EN BLANCO SE ACEPTA CUALQUIERA).
000780   77 DIAS-MAX           PIC 9(3)          VALUE 007.
000790   77 REMITENTE-ESPERADO PIC X(8)          VALUE SPACES.
000800* SOBRE DEL ARCHIVO Y LO QUE SE ACUMULO AL LEERLO.
000810   77 REMITENTE-SOBRE    PIC X(8)          VALUE SPACES.
000820   77 SECUENCIA-SOBRE    PIC 9(6)          VALUE 0.
000830   77 FECHA-SOBRE        PIC 9(8)          VALUE 0.
000840   77 CANTIDAD-COLA      PIC 9(6)          VALUE 0.
000850   77 HASH-SAL-COLA      PIC 9(13)         VALUE 0.
000860   77 HASH-ID-COLA       PIC 9(9)          VALUE 0.
000870   77 CONT-LEIDOS        PIC 9(6)          VALUE 0.
000880   77 HASH-SAL-LEIDO     PIC 9(13)         VALUE 0.
000890   77 HASH-ID-LEIDO      PIC 9(9)          VALUE 0.
000900   77 SAL-NUM-REC        PIC 9(9)          VALUE 0.
000910   77 ID-NUM-REC         PIC 9(4)          VALUE 0.
000920   77 CONT-RETENIDOS     PIC 9(6)          VALUE 0.
000930* ULTIMO ARCHIVO ACEPTADO POR EL MISMO PROGRAMA Y REMITENTE.
000940   77 ULT-SECUENCIA      PIC 9(6)          VALUE 0.
000950   77 ULT-FECHA-EXTRACTO PIC 9(8)          VALUE 0.
000960   77 SIG-SECUENCIA      PIC 9(7)          VALUE 0.
000970   77 FECHA-HOY          PIC 9(8)          VALUE 0.
000980   77 HORA-ACEPT-REC     PIC 9(8)          VALUE 0.
000990   77 DIAS-EXTRACTO      PIC S9(7)         VALUE 0.
001000   01 FECHA-VALIDAR      PIC 9(8)          VALUE 0.
001010   01 FECHA-VALIDAR-R REDEFINES FECHA-VALIDAR.
001020     05 FV-ANIO          PIC 9(4).
001030     05 FV-MES           PIC 9(2).
001040     05 FV-DIA           PIC 9(2).
001050 LINKAGE SECTION.
001060* VARIABLES RECIBIDAS: PROGRAMA QUE RECIBE EL ARCHIVO Y MODO
001070* ('A' ACEPTA Y AVANZA LA SECUENCIA, 'V' SOLO VERIFICA).
001080* VARIABLES DEVUELTAS: RESULTADO ('A' ACEPTADO, 'V' VERIFICADO,
001090* 'R' RECHAZADO), MOTIVO DEL RECHAZO Y EL SOBRE DEL ARCHIVO.
001100   01 R-REC-EMPDATA.
001110     05 R-REC-PROGRAMA    PIC X(9).
001120     05 R-REC-MODO        PIC X(1).
001130       88 R-REC-APLICAR                    VALUE 'A'.
001140     05 R-REC-RESULTADO   PIC X(1).
001150       88 R-REC-ACEPTADO                   VALUE 'A'.
001160       88 R-REC-VERIFICADO                 VALUE 'V'.
001170       88 R-REC-RECHAZADO                  VALUE 'R'.
001180     05 R-REC-MOTIVO      PIC X(40).
001190     05 R-REC-REMITENTE   PIC X(8).
001200     05 R-REC-SECUENCIA   PIC 9(6).
001210     05 R-REC-FECHA       PIC 9(8).
001220     05 R-REC-CANTIDAD    PIC 9(6).
001230 PROCEDURE DIVISION USING R-REC-EMPDATA.
001240 MAIN-PROCEDURE.
001250     MOVE SPACE TO R-REC-RESULTADO.
001260     MOVE SPACES TO R-REC-MOTIVO.
001270     MOVE SPACES TO R-REC-REMITENTE.
001280     MOVE ZERO TO R-REC-SECUENCIA.
001290     MOVE ZERO TO R-REC-FECHA.
001300     MOVE ZERO TO R-REC-CANTIDAD.
001310     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001320     PERFORM LEER-CONTROL-RECEPCION.
001330     PERFORM VERIFICAR-SOBRE.
001340     IF R-REC-MOTIVO = SPACES THEN
001350       PERFORM BUSCAR-ULTIMA-ACEPTADA
001360       PERFORM VERIFICAR-SECUENCIA
001370     END-IF.
001380     IF R-REC-MOTIVO = SPACES THEN
001390       PERFORM VERIFICAR-FECHA-EXTRACTO
001400     END-IF.
001410     IF R-REC-MOTIVO NOT = SPACES THEN
001420       MOVE 'R' TO R-REC-RESULTADO
001430     ELSE
001440       IF R-REC-APLICAR THEN
001450         MOVE 'A' TO R-REC-RESULTADO
001460       ELSE
001470         MOVE 'V' TO R-REC-RESULTADO
001480       END-IF
001490     END-IF.
001500     MOVE REMITENTE-SOBRE TO R-REC-REMITENTE.
001510     MOVE SECUENCIA-SOBRE TO R-REC-SECUENCIA.
001520     MOVE FECHA-SOBRE TO R-REC-FECHA.
001530     MOVE CONT-LEIDOS TO R-REC-CANTIDAD.
001540     PERFORM GRABAR-RECEPCION.
001550     IF R-REC-RECHAZADO THEN
001560       PERFORM RETENER-ARCHIVO
001570       DISPLAY "*** ATENCION: EMPDATA RECHAZADO EN LA RECEPCION"
001580         " DE " R-REC-PROGRAMA ": " FUNCTION TRIM(R-REC-MOTIVO)
001590         " ***"
001600     ELSE
001610       DISPLAY "*** EMPDATA RECIBIDO: REMITENTE " REMITENTE-SOBRE
001620         " SECUENCIA " SECUENCIA-SOBRE " EXTRACTO " FECHA-SOBRE
001630         ", " CONT-LEIDOS " REGISTRO(S) ***"
001640     END-IF.
001650     GOBACK.
001660*----------------------------------------------------------
001670* PARAMETROS DE RECCTL (OPCIONAL). UNA ANTIGUEDAD MAXIMA
001680* INVALIDA SE AVISA Y SE USAN LOS 7 DIAS POR OMISION.
001690*----------------------------------------------------------
001700 LEER-CONTROL-RECEPCION.
001710     OPEN INPUT CTL-RECEPCION.
001720     IF FS-RECCTL NOT = '00' THEN
001730       EXIT PARAGRAPH
001740     END-IF.
001750     READ CTL-RECEPCION
001760       AT END
001770         CLOSE CTL-RECEPCION
001780         EXIT PARAGRAPH
001790     END-READ.
001800     CLOSE CTL-RECEPCION.
001810     IF RC-DIAS-MAX NUMERIC AND RC-DIAS-MAX NOT = ZERO THEN
001820       MOVE RC-DIAS-MAX TO DIAS-MAX
001830     ELSE
001840       IF RC-DIAS-MAX NOT = SPACES THEN
001850         DISPLAY "*** ATENCION: ANTIGUEDAD MAXIMA '" RC-DIAS-MAX
001860           "' INVALIDA EN RECCTL, SE USAN " DIAS-MAX " DIAS ***"
001870       END-IF
001880     END-IF.
001890     MOVE RC-REMITENTE TO REMITENTE-ESPERADO.
001900     EXIT.
001910*----------------------------------------------------------
001920* LECTURA COMPLETA DE EMPDATA: EL PRIMER REGISTRO DEBE SER EL
001930* ENCABEZADO Y EL ULTIMO LA COLA. SE CUENTAN LOS REGISTROS DE
001940* EMPLEADO Y SE SUMAN LOS HASH; UN SAL-EMP O ID-EMP NO NUMERICO
001950* NO ENTRA AL HASH (LA VALIDACION LO RECHAZA DESPUES). SE QUEDA
001960* EL PRIMER MOTIVO DE RECHAZO QUE APARECE.
001970*----------------------------------------------------------
001980 VERIFICAR-SOBRE.
001990     MOVE 'N' TO SWITCH-FIN-EMP.
002000     OPEN INPUT EMPDATA.
002010     IF FS-EMPDATA NOT = '00' THEN
002020       MOVE 'NO SE PUDO ABRIR EMPDATA' TO R-REC-MOTIVO
002030       EXIT PARAGRAPH
002040     END-IF.
002050     PERFORM LEER-EMPDATA.
002060     IF FIN-EMP THEN
002070       MOVE 'EMPDATA VACIO' TO R-REC-MOTIVO
002080     END-IF.
002090     PERFORM UNTIL FIN-EMP
002100       PERFORM ACUMULAR-REGISTRO
002110       PERFORM LEER-EMPDATA
002120     END-PERFORM.
002130     CLOSE EMPDATA.
002140     IF R-REC-MOTIVO NOT = SPACES THEN
002150       EXIT PARAGRAPH
002160     END-IF.
002170     IF NOT HAY-COLA THEN
002180       MOVE 'FALTA LA COLA, ARCHIVO TRUNCADO' TO R-REC-MOTIVO
002190       EXIT PARAGRAPH
002200     END-IF.
002210     IF CONT-LEIDOS NOT = CANTIDAD-COLA THEN
002220       MOVE 'CANTIDAD DE REGISTROS NO CUADRA CON LA COLA'
002230         TO R-REC-MOTIVO
002240       EXIT PARAGRAPH
002250     END-IF.
002260     IF HASH-SAL-LEIDO NOT = HASH-SAL-COLA THEN
002270       MOVE 'HASH DE SAL-EMP NO CUADRA CON LA COLA'
002280         TO R-REC-MOTIVO
002290       EXIT PARAGRAPH
002300     END-IF.
002310     IF HASH-ID-LEIDO NOT = HASH-ID-COLA THEN
002320       MOVE 'HASH DE ID-EMP NO CUADRA CON LA COLA'
002330         TO R-REC-MOTIVO
002340       EXIT PARAGRAPH
002350     END-IF.
002360     IF REMITENTE-ESPERADO NOT = SPACES AND
002370        REMITENTE-SOBRE NOT = REMITENTE-ESPERADO THEN
002380       MOVE 'REMITENTE NO ESPERADO' TO R-REC-MOTIVO
002390     END-IF.
002400     EXIT.
002410 LEER-EMPDATA.
002420     READ EMPDATA
002430       AT END
002440         MOVE 'Y' TO SWITCH-FIN-EMP
002450     END-READ.
002460     EXIT.
002470 ACUMULAR-REGISTRO.
002480     IF HAY-COLA THEN
002490       IF R-REC-MOTIVO = SPACES THEN
002500         MOVE 'REGISTROS DESPUES DE LA COLA' TO R-REC-MOTIVO
002510       END-IF
002520       EXIT PARAGRAPH
002530     END-IF.
002540     IF SB-ENCABEZADO THEN
002550       IF HAY-ENCABEZADO AND R-REC-MOTIVO = SPACES THEN
002560         MOVE 'ENCABEZADO DUPLICADO' TO R-REC-MOTIVO
002570       END-IF
002580       MOVE 'Y' TO SWITCH-ENCABEZADO
002590       MOVE SB-REMITENTE TO REMITENTE-SOBRE
002600       IF SB-SECUENCIA NUMERIC THEN
002610         MOVE SB-SECUENCIA TO SECUENCIA-SOBRE
002620       END-IF
002630       IF SB-FECHA-EXTRACTO NUMERIC THEN
002640         MOVE SB-FECHA-EXTRACTO TO FECHA-SOBRE
002650       END-IF
002660       EXIT PARAGRAPH
002670     END-IF.
002680     IF NOT HAY-ENCABEZADO THEN
002690       IF R-REC-MOTIVO = SPACES THEN
002700         MOVE 'FALTA EL ENCABEZADO' TO R-REC-MOTIVO
002710       END-IF
002720       MOVE 'Y' TO SWITCH-ENCABEZADO
002730     END-IF.
002740     IF SB-COLA THEN
002750       MOVE 'Y' TO SWITCH-COLA
002760       IF SB-CANTIDAD NUMERIC AND SB-HASH-SAL NUMERIC AND
002770          SB-HASH-ID NUMERIC THEN
002780         MOVE SB-CANTIDAD TO CANTIDAD-COLA
002790         MOVE SB-HASH-SAL TO HASH-SAL-COLA
002800         MOVE SB-HASH-ID TO HASH-ID-COLA
002810       ELSE
002820         IF R-REC-MOTIVO = SPACES THEN
002830           MOVE 'COLA CON TOTALES NO NUMERICOS' TO R-REC-MOTIVO
002840         END-IF
002850       END-IF
002860       EXIT PARAGRAPH
002870     END-IF.
002880     ADD 1 TO CONT-LEIDOS.
002890     IF SAL-EMP NUMERIC THEN
002900       MOVE SAL-EMP TO SAL-NUM-REC
002910       ADD SAL-NUM-REC TO HASH-SAL-LEIDO
002920     END-IF.
002930     IF ID-EMP NUMERIC THEN
002940       MOVE ID-EMP TO ID-NUM-REC
002950       ADD ID-NUM-REC TO HASH-ID-LEIDO
002960     END-IF.
002970     EXIT.
002980*----------------------------------------------------------
002990* REGISTRO DE RECEPCION: ULTIMO ARCHIVO ACEPTADO ('A') DEL
003000* MISMO PROGRAMA Y REMITENTE. SIN ANTECEDENTE (PRIMER ARCHIVO
003010* O RECEMP NUEVO) SE ACEPTA LA SECUENCIA QUE VENGA.
003020*----------------------------------------------------------
003030 BUSCAR-ULTIMA-ACEPTADA.
003040     MOVE 'N' TO SWITCH-FIN-REG.
003050     OPEN INPUT REC-EMP.
003060     IF FS-RECEMP NOT = '00' THEN
003070       EXIT PARAGRAPH
003080     END-IF.
003090     PERFORM UNTIL FIN-REG
003100       READ REC-EMP
003110         AT END
003120           MOVE 'Y' TO SWITCH-FIN-REG
003130         NOT AT END
003140           IF RG-PROGRAMA = R-REC-PROGRAMA AND
003150              RG-REMITENTE = REMITENTE-SOBRE AND RG-ACEPTADO THEN
003160             MOVE 'Y' TO SWITCH-ANTERIOR
003170             MOVE RG-SECUENCIA TO ULT-SECUENCIA
003180             MOVE RG-FECHA-EXTRACTO TO ULT-FECHA-EXTRACTO
003190           END-IF
003200       END-READ
003210     END-PERFORM.
003220     CLOSE REC-EMP.
003230     EXIT.
003240 VERIFICAR-SECUENCIA.
003250     IF SECUENCIA-SOBRE = ZERO THEN
003260       MOVE 'SECUENCIA DEL ENCABEZADO INVALIDA' TO R-REC-MOTIVO
003270       EXIT PARAGRAPH
003280     END-IF.
003290     IF NOT HAY-ANTERIOR THEN
003300       EXIT PARAGRAPH
003310     END-IF.
003320     COMPUTE SIG-SECUENCIA = ULT-SECUENCIA + 1.
003330     IF SECUENCIA-SOBRE NOT > ULT-SECUENCIA THEN
003340       MOVE 'SECUENCIA REPETIDA, ARCHIVO YA RECIBIDO'
003350         TO R-REC-MOTIVO
003360       EXIT PARAGRAPH
003370     END-IF.
003380     IF SECUENCIA-SOBRE > SIG-SECUENCIA THEN
003390       MOVE 'SALTO DE SECUENCIA, FALTA UN ARCHIVO'
003400         TO R-REC-MOTIVO
003410     END-IF.
003420     EXIT.
003430*----------------------------------------------------------
003440* FECHA DEL EXTRACTO: VALIDA, NO FUTURA, NO ANTERIOR A LA DEL
003450* ULTIMO ARCHIVO ACEPTADO Y NO MAS VIEJA QUE DIAS-MAX.
003460*----------------------------------------------------------
003470 VERIFICAR-FECHA-EXTRACTO.
003480     MOVE FECHA-SOBRE TO FECHA-VALIDAR.
003490     IF FV-ANIO < 1601 OR FV-MES < 1 OR FV-MES > 12 OR
003500        FV-DIA < 1 OR FV-DIA > 31 THEN
003510       MOVE 'FECHA DEL EXTRACTO INVALIDA' TO R-REC-MOTIVO
003520       EXIT PARAGRAPH
003530     END-IF.
003540     IF FECHA-SOBRE > FECHA-HOY THEN
003550       MOVE 'FECHA DEL EXTRACTO FUTURA' TO R-REC-MOTIVO
003560       EXIT PARAGRAPH
003570     END-IF.
003580     IF HAY-ANTERIOR AND FECHA-SOBRE < ULT-FECHA-EXTRACTO THEN
003590       MOVE 'EXTRACTO ANTERIOR AL ULTIMO ACEPTADO'
003600         TO R-REC-MOTIVO
003610       EXIT PARAGRAPH
003620     END-IF.
003630     COMPUTE DIAS-EXTRACTO =
003640       FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
003650       FUNCTION INTEGER-OF-DATE(FECHA-SOBRE).
003660     IF DIAS-EXTRACTO > DIAS-MAX THEN
003670       MOVE 'EXTRACTO VENCIDO, MAS VIEJO QUE LO PERMITIDO'
003680         TO R-REC-MOTIVO
003690     END-IF.
003700     EXIT.
003710*----------------------------------------------------------
003720* CADA INTENTO DEJA SU REGISTRO EN RECEMP (EN EXTEND,
003730* CREANDOLO LA PRIMERA VEZ).
003740*----------------------------------------------------------
003750 GRABAR-RECEPCION.
003760     OPEN EXTEND REC-EMP.
003770     IF FS-RECEMP = '35' THEN
003780       OPEN OUTPUT REC-EMP
003790     END-IF.
003800     IF FS-RECEMP NOT = '00' THEN
003810       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RECEMP"
003820         " (FILE STATUS " FS-RECEMP ") ***"
003830       EXIT PARAGRAPH
003840     END-IF.
003850     MOVE SPACES TO REG-RECEP-EMP.
003860     MOVE R-REC-PROGRAMA TO RG-PROGRAMA.
003870     MOVE REMITENTE-SOBRE TO RG-REMITENTE.
003880     MOVE SECUENCIA-SOBRE TO RG-SECUENCIA.
003890     MOVE FECHA-SOBRE TO RG-FECHA-EXTRACTO.
003900     MOVE FECHA-HOY TO RG-FECHA-RECEP.
003910     ACCEPT HORA-ACEPT-REC FROM TIME.
003920     MOVE HORA-ACEPT-REC(1:6) TO RG-HORA-RECEP.
003930     MOVE R-REC-RESULTADO TO RG-RESULTADO.
003940     MOVE CONT-LEIDOS TO RG-CANTIDAD.
003950     MOVE HASH-SAL-LEIDO TO RG-HASH-SAL.
003960     MOVE HASH-ID-LEIDO TO RG-HASH-ID.
003970     MOVE R-REC-MOTIVO TO RG-MOTIVO.
003980     WRITE REG-RECEP-EMP.
003990     CLOSE REC-EMP.
004000     EXIT.
004010*----------------------------------------------------------
004020* ARCHIVO RECHAZADO: SE COPIA TAL CUAL A EMPHOLD (REEMPLAZA
004030* LO RETENIDO ANTES) PARA QUE RECURSOS HUMANOS LO REVISE.
004040*----------------------------------------------------------
004050 RETENER-ARCHIVO.
004060     MOVE 'N' TO SWITCH-FIN-EMP.
004070     OPEN INPUT EMPDATA.
004080     IF FS-EMPDATA NOT = '00' THEN
004090       EXIT PARAGRAPH
004100     END-IF.
004110     OPEN OUTPUT EMP-RETENIDO.
004120     IF FS-EMPHOLD NOT = '00' THEN
004130       DISPLAY "*** ATENCION: NO SE PUDO ABRIR EMPHOLD (FILE"
004140         " STATUS " FS-EMPHOLD "), EL ARCHIVO NO SE RETIENE ***"
004150       CLOSE EMPDATA
004160       EXIT PARAGRAPH
004170     END-IF.
004180     PERFORM LEER-EMPDATA.
004190     PERFORM UNTIL FIN-EMP
004200       MOVE EMPDATALINEA TO REG-EMP-RETENIDO
004210       WRITE REG-EMP-RETENIDO
004220       ADD 1 TO CONT-RETENIDOS
004230       PERFORM LEER-EMPDATA
004240     END-PERFORM.
004250     CLOSE EMPDATA.
004260     CLOSE EMP-RETENIDO.
004270     DISPLAY "*** " CONT-RETENIDOS " LINEA(S) DE EMPDATA"
004280       " RETENIDAS EN EMPHOLD ***".
004290     EXIT.
004300 END PROGRAM RECEMP1A.
