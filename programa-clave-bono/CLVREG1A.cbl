000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: MANTIENE EL REGISTRO DE CLAVES CLAVREG Y REPORTA LAS  *
000050*           CLAVES QUE LA REGLA DE SBPROG1A HABRIA CAMBIADO. LA  *
000060*           CLAVE SE FORMA CON EL ID, EL NOMBRE, EL PUESTO Y EL  *
000070*           SEXO, ASI QUE UN CAMBIO DE APELLIDO O DE PUESTO      *
000080*           DABA OTRA CLAVE EN LA SIGUIENTE CORRIDA; DESDE       *
000090*           CLAVREG LA CLAVE SE ASIGNA UNA VEZ. PRIMERO SIEMBRA  *
000100*           EL REGISTRO DESDE EL LEDGER DE PAGOS PAGOLIB: LA     *
000110*           ULTIMA CLAVE CON QUE SE LE PAGO A CADA ID QUEDA COMO *
000120*           SU CLAVE (ORIGEN 'H') Y LAS DEMAS COMO CLAVES        *
000130*           ANTERIORES CON LA PRIMERA Y LA ULTIMA CORRIDA EN QUE *
000140*           SE USARON; A LOS IDS YA REGISTRADOS SOLO SE LES      *
000150*           AGREGAN LAS CLAVES ANTERIORES QUE FALTEN. LUEGO      *
000160*           RECORRE EL MAESTRO EMPMAST: EL EMPLEADO SIN CLAVE    *
000170*           REGISTRADA RECIBE LA DE LA REGLA (ORIGEN 'R') Y EL   *
000180*           QUE LA TIENE SE COMPARA CONTRA LA QUE HOY DARIA LA   *
000190*           REGLA. EL REPORTE (RPTCLAV) LISTA CADA CLAVE QUE LA  *
000200*           REGLA CAMBIARIA, CON EL MOTIVO (NOMBRE, PUESTO O     *
000210*           SEXO DISTINTOS A LOS DATOS CON QUE SE FORMO, SUFIJO  *
000220*           DE DUPLICADO O CLAVE TOMADA DEL HISTORIAL) Y SUS     *
000230*           CLAVES ANTERIORES, Y LAS QUE YA CAMBIARON ANTES DE   *
000240*           EXISTIR EL REGISTRO. SE PUEDE CORRER LAS VECES QUE   *
000250*           SEA: NUNCA CAMBIA UNA CLAVE YA REGISTRADA.           *
000251* MOD-HISTORY:                                                   *
000252*   15/10/2026 FPG  UNA CLAVE NO PUEDE QUEDAR REGISTRADA A DOS   *
000253*                   ID (CLAVE ALTERNA CLV-CLAVE DE CLAVREG): LA  *
000254*                   CLAVE DE LA REGLA O DEL HISTORIAL QUE YA     *
000255*                   TENGA OTRO ID SE REGISTRA CON EL SIGUIENTE   *
000256*                   SUFIJO DE DUPLICADO LIBRE, CON AVISO, Y SE   *
000257*                   CUENTA EN LOS TOTALES.                       *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CLVREG1A.
000290 ENVIRONMENT DIVISION.
000300*CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT REGISTRO-CLAVES ASSIGN TO CLAVREG
000340       ORGANIZATION IS INDEXED
000350       ACCESS MODE IS RANDOM
000360       RECORD KEY IS CLV-ID-EMP
000365       ALTERNATE RECORD KEY IS CLV-CLAVE
000370       FILE STATUS IS FS-CLAVREG.
000380     SELECT PAGO-LEDGER ASSIGN TO PAGOLIB
000390       ORGANIZATION IS INDEXED
000400       ACCESS MODE IS DYNAMIC
000410       RECORD KEY IS PL-LLAVE
000420       FILE STATUS IS FS-LEDGER.
000430     SELECT EMPMAST ASSIGN TO EMPMAST
000440       ORGANIZATION IS INDEXED
000450       ACCESS MODE IS DYNAMIC
000460       RECORD KEY IS ID-MAST
000470       FILE STATUS IS FS-EMPMAST.
000480     SELECT RPT-CLAVES ASSIGN TO RPTCLAV
000490       ORGANIZATION IS SEQUENTIAL.
000500     SELECT RUN-LOG ASSIGN TO RUNLOG
000510       ORGANIZATION IS SEQUENTIAL
000520       FILE STATUS IS FS-RUNLOG.
000530 DATA DIVISION.
000540 FILE SECTION.
000550   FD REGISTRO-CLAVES
000560       RECORDING MODE IS F
000570       DATA RECORD IS REG-REGISTRO-CLAVE.
000580   COPY CLAVEREG.
000590   FD PAGO-LEDGER
000600       RECORDING MODE IS F
000610       DATA RECORD IS REG-PAGO-LEDGER.
000620   COPY PAGOLEDG.
000630   FD EMPMAST
000640       RECORDING MODE IS F
000650       DATA RECORD IS REG-MAST.
000660   COPY EMPMASTR.
000670   FD RPT-CLAVES
000680       RECORDING MODE IS F
000690       DATA RECORD IS LINEA-RPT-CLV.
000700   01 LINEA-RPT-CLV       PIC X(100).
000710   FD RUN-LOG
000720       RECORDING MODE IS F
000730       DATA RECORD IS REG-RUN-LOG.
000740   COPY RUNLOGRG.
000750 WORKING-STORAGE SECTION.
000760   77 FS-CLAVREG         PIC XX           VALUE '00'.
000770   77 FS-LEDGER          PIC XX           VALUE '00'.
000780   77 FS-EMPMAST         PIC XX           VALUE '00'.
000790   01 SWITCH-FIN-LEDGER  PIC X            VALUE 'N'.
000800     88 FIN-LEDGER                        VALUE 'Y'.
000810   01 SWITCH-FIN-MAST    PIC X            VALUE 'N'.
000820     88 FIN-MAST                          VALUE 'Y'.
000830   01 SWITCH-LEDGER-DISP PIC X            VALUE 'N'.
000840     88 LEDGER-DISPONIBLE                 VALUE 'Y'.
000850   01 SWITCH-MAST-HALLADO PIC X           VALUE 'N'.
000860     88 MAST-HALLADO                      VALUE 'Y'.
000870   01 SWITCH-ANT-CAMBIO  PIC X            VALUE 'N'.
000880     88 ANTERIORES-CAMBIARON              VALUE 'Y'.
000883   01 SWITCH-CLAVE-LIBRE PIC X            VALUE 'N'.
000886     88 CLAVE-LIBRE                       VALUE 'Y'.
000890* CONTADORES DEL SEMBRADO DESDE PAGOLIB Y DE LA REVISION DEL
000900* MAESTRO.
000910   77 CONT-LEIDOS-PL     PIC 9(6)         VALUE 000000.
000920   77 CONT-IDS-HIST      PIC 9(6)         VALUE 000000.
000930   77 CONT-ALTAS-HIST    PIC 9(6)         VALUE 000000.
000940   77 CONT-ANT-AGREGADAS PIC 9(6)         VALUE 000000.
000950   77 CONT-ANT-EXCEDIDAS PIC 9(6)         VALUE 000000.
000960   77 CONT-LEIDOS-MAST   PIC 9(6)         VALUE 000000.
000970   77 CONT-ALTAS-REGLA   PIC 9(6)         VALUE 000000.
000980   77 CONT-CAMBIARIAN    PIC 9(6)         VALUE 000000.
000990   77 CONT-YA-CAMBIARON  PIC 9(6)         VALUE 000000.
000995   77 CONT-CLAVES-AJUSTADAS PIC 9(6)      VALUE 000000.
001000   77 CONT-LISTADAS      PIC 9(6)         VALUE 000000.
001010   77 CONT-ERRORES-REG   PIC 9(6)         VALUE 000000.
001020* CLAVES DISTINTAS CON QUE SE LE PAGO A UN ID EN PAGOLIB, CON LA
001030* PRIMERA Y LA ULTIMA FECHA DE CORRIDA. HC-ULTIMA ES LA DEL PAGO
001040* MAS RECIENTE.
001050   77 GRUPO-ID           PIC X(4)         VALUE SPACES.
001060   01 TABLA-HIST-CLAVES.
001070     05 CANT-HC           PIC 9(2)         VALUE 00.
001080     05 HC-ULTIMA         PIC 9(2)         VALUE 00.
001090     05 ENTRADA-HC OCCURS 20 TIMES.
001100       10 HC-CLAVE        PIC X(25).
001110       10 HC-DESDE        PIC 9(8).
001120       10 HC-HASTA        PIC 9(8).
001130   77 HC                 PIC 9(2)         VALUE 00.
001140   77 HC-IDX             PIC 9(2)         VALUE 00.
001150   77 IDX-ANT            PIC 9(2)         VALUE 00.
001160   77 ANT-IDX            PIC 9(2)         VALUE 00.
001170   77 MOTIVO-CAMBIO      PIC X(10)        VALUE SPACES.
001171* CLAVE A REGISTRAR (CLAVE-BASE) Y LA LIBRE QUE SE LE ENCONTRO.
001172   77 CLAVE-BASE         PIC X(25)        VALUE SPACES.
001173   77 CLAVE-CANDIDATA    PIC X(25)        VALUE SPACES.
001174   77 ID-ALTA-CLAVE      PIC X(4)         VALUE SPACES.
001175   77 SUFIJO-REGISTRO    PIC 9(6)         VALUE 000000.
001176   77 SUFIJO-DUP-ED      PIC ZZZZZ9.
001177   77 LARGO-BASE-DUP     PIC 99           VALUE 00.
001178   77 LARGO-SUF-DUP      PIC 99           VALUE 00.
001180   01 FECHA-CORRIDA.
001190     05 FC-ANIO           PIC 9(4).
001200     05 FC-MES            PIC 99.
001210     05 FC-DIA            PIC 99.
001220   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001230* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.
001240   77 P-ID               PIC X(4).
001250   77 P-NOM              PIC X(19).
001260   77 P-SEXO             PIC X.
001270   77 P-PUESTO           PIC X(15).
001280   77 P-ANT              PIC X(3).
001290   77 P-REND             PIC X(3).
001300   77 P-SAL              PIC X(9).
001310   77 P-TIPO-EMPLEO      PIC X(1).
001320   77 P-MONEDA           PIC X(3).
001330   77 P-CLAVE            PIC X(25).
001340   77 P-APLICA-BONO      PIC X            VALUE 'N'.
001350   77 P-BONO             PIC 9(7)V99.
001360   77 P-PORC-APLICADO    PIC 99           VALUE 00.
001370   77 P-TIPO-REND        PIC X(13)        VALUE SPACES.
001380   77 P-BONO-FMT         PIC X(15)        VALUE SPACES.
001390   77 P-ORIGEN-TASAS     PIC X            VALUE 'A'.
001400   77 P-FECHA-ALTA       PIC X(8)         VALUE SPACES.
001410   77 P-STATUS           PIC X(1)         VALUE 'A'.
001420   77 P-FECHA-STATUS     PIC X(6)         VALUE SPACES.
001430   77 P-FECHA-CORRIDA    PIC X(8)         VALUE SPACES.
001440   77 P-PLAN             PIC X(2)         VALUE SPACES.
001450   01 P-REND-DERIV.
001460     05 P-REND-USADO     PIC X(3)         VALUE SPACES.
001470     05 P-REND-METODO    PIC X(1)         VALUE SPACE.
001480     05 P-REND-PERIODOS  PIC 9(1)         VALUE 0.
001490* LINEAS DEL REPORTE DE CLAVES.
001500   01 TITULO-CLV.
001510     05 FILLER            PIC X(50)        VALUE
001520          "CLAVES QUE LA REGLA DE SBPROG1A HABRIA CAMBIADO".
001530     05 FILLER            PIC X(7)         VALUE "FECHA: ".
001540     05 TIT-FECHA         PIC 9(8).
001550   01 ENCABEZADO-CLV.
001560     05 FILLER            PIC X(5)         VALUE "ID".
001570     05 FILLER            PIC X(26)        VALUE
001580          "CLAVE REGISTRADA".
001590     05 FILLER            PIC X(26)        VALUE
001600          "CLAVE POR REGLA".
001610     05 FILLER            PIC X(11)        VALUE "MOTIVO".
001620     05 FILLER            PIC X(9)         VALUE "ALTA".
001630     05 FILLER            PIC X(4)         VALUE "ORG".
001640   01 DETALLE-CLV.
001650     05 DET-ID            PIC X(4).
001660     05 FILLER            PIC X(1)         VALUE SPACE.
001670     05 DET-CLAVE         PIC X(25).
001680     05 FILLER            PIC X(1)         VALUE SPACE.
001690     05 DET-REGLA         PIC X(25).
001700     05 FILLER            PIC X(1)         VALUE SPACE.
001710     05 DET-MOTIVO        PIC X(10).
001720     05 FILLER            PIC X(1)         VALUE SPACE.
001730     05 DET-ALTA          PIC 9(8).
001740     05 FILLER            PIC X(1)         VALUE SPACE.
001750     05 DET-ORIGEN        PIC X(1).
001760   01 ANTERIOR-CLV.
001770     05 FILLER            PIC X(5)         VALUE SPACES.
001780     05 FILLER            PIC X(10)        VALUE "ANTERIOR: ".
001790     05 ANT-CLAVE         PIC X(25).
001800     05 FILLER            PIC X(7)         VALUE " DESDE ".
001810     05 ANT-DESDE         PIC 9(8).
001820     05 FILLER            PIC X(7)         VALUE " HASTA ".
001830     05 ANT-HASTA         PIC 9(8).
001840   01 TITULO-TOTALES-CLV.
001850     05 FILLER            PIC X(60)        VALUE
001860          "************** TOTALES DEL REGISTRO **************".
001870   01 LINEA-TOTAL-CLV.
001880     05 TOT-TEXTO         PIC X(40).
001890     05 TOT-CANT          PIC ZZZZZ9.
001900* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
001910* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
001920* ESTADO DE LA CADENA (CADENA1A).
001930   77 FS-RUNLOG          PIC XX           VALUE '00'.
001940   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
001950   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001960   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001970   77 COND-LOG           PIC 9(4)         VALUE 0000.
001980* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001990   01 P-PRED-CADENA.
002000     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002010     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002020     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002030       88 P-PRED-RECHAZADO                VALUE 'R'.
002040     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002050     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002060     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002070 PROCEDURE DIVISION.
002080 MAIN-PROCEDURE.
002090     PERFORM INICIAR-RUN-LOG.
002100     PERFORM VERIFICAR-PREDECESORES.
002110     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002120     PERFORM ABRIR-ARCHIVOS-CLV.
002130     PERFORM SEMBRAR-DESDE-HISTORIAL.
002140     OPEN OUTPUT RPT-CLAVES.
002150     PERFORM IMPRIMIR-TITULO-CLV.
002160     PERFORM REVISAR-MAESTRO.
002170     PERFORM IMPRIMIR-TOTALES-CLV.
002180     CLOSE RPT-CLAVES.
002190     PERFORM CERRAR-ARCHIVOS-CLV.
002200     PERFORM ANUNCIAR-RESULTADO.
002210     PERFORM GRABAR-RUN-LOG.
002220     STOP RUN.
002230*----------------------------------------------------------
002240* CLAVREG SE ABRE (O SE CREA LA PRIMERA VEZ) PARA ACTUALIZAR Y
002250* EL MAESTRO ES INDISPENSABLE. SIN PAGOLIB (INSTALACION NUEVA)
002260* NO HAY HISTORIAL QUE SEMBRAR Y TODA CLAVE SALE DE LA REGLA.
002270*----------------------------------------------------------
002280 ABRIR-ARCHIVOS-CLV.
002290     OPEN I-O REGISTRO-CLAVES.
002300     IF FS-CLAVREG = '35' THEN
002310       OPEN OUTPUT REGISTRO-CLAVES
002320       CLOSE REGISTRO-CLAVES
002330       OPEN I-O REGISTRO-CLAVES
002340     END-IF.
002350     IF FS-CLAVREG NOT = '00' THEN
002360       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL REGISTRO DE CLAVES"
002370         " CLAVREG (FILE STATUS " FS-CLAVREG "), CORRIDA"
002380         " ABORTADA ***"
002390       MOVE 0016 TO COND-LOG
002400       PERFORM GRABAR-RUN-LOG
002410       STOP RUN
002420     END-IF.
002430     OPEN INPUT EMPMAST.
002440     IF FS-EMPMAST NOT = '00' THEN
002450       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
002460         " (FILE STATUS " FS-EMPMAST "), EJECUTAR EMPMANT1A ***"
002470       CLOSE REGISTRO-CLAVES
002480       MOVE 0016 TO COND-LOG
002490       PERFORM GRABAR-RUN-LOG
002500       STOP RUN
002510     END-IF.
002520     OPEN INPUT PAGO-LEDGER.
002530     IF FS-LEDGER = '00' THEN
002540       MOVE 'Y' TO SWITCH-LEDGER-DISP
002550     ELSE
002560       DISPLAY "*** ATENCION: SIN LEDGER PAGOLIB (FILE STATUS "
002570         FS-LEDGER "), NO SE SIEMBRAN CLAVES DEL HISTORIAL ***"
002580     END-IF.
002590     EXIT.
002600 CERRAR-ARCHIVOS-CLV.
002610     CLOSE REGISTRO-CLAVES.
002620     CLOSE EMPMAST.
002630     IF LEDGER-DISPONIBLE THEN
002640       CLOSE PAGO-LEDGER
002650     END-IF.
002660     EXIT.
002670*----------------------------------------------------------
002680* PAGOLIB VIENE EN ORDEN DE LLAVE (ID, FECHA DE CORRIDA, CUOTA),
002690* ASI QUE LOS PAGOS DE CADA ID LLEGAN JUNTOS Y DEL MAS VIEJO AL
002700* MAS RECIENTE. POR CADA ID SE JUNTAN SUS CLAVES DISTINTAS Y SE
002710* PASAN AL REGISTRO.
002720*----------------------------------------------------------
002730 SEMBRAR-DESDE-HISTORIAL.
002740     IF NOT LEDGER-DISPONIBLE THEN
002750       EXIT PARAGRAPH
002760     END-IF.
002770     MOVE LOW-VALUES TO PL-LLAVE.
002780     START PAGO-LEDGER KEY >= PL-LLAVE
002790       INVALID KEY
002800         MOVE 'Y' TO SWITCH-FIN-LEDGER
002810     END-START.
002820     IF NOT FIN-LEDGER THEN
002830       PERFORM LEER-LEDGER
002840     END-IF.
002850     PERFORM UNTIL FIN-LEDGER
002860       MOVE PL-ID-EMP TO GRUPO-ID
002870       MOVE ZERO TO CANT-HC
002880       MOVE ZERO TO HC-ULTIMA
002890       PERFORM UNTIL FIN-LEDGER OR PL-ID-EMP NOT = GRUPO-ID
002900         PERFORM ANOTAR-CLAVE-HIST
002910         PERFORM LEER-LEDGER
002920       END-PERFORM
002930       IF HC-ULTIMA > 0 THEN
002940         ADD 1 TO CONT-IDS-HIST
002950         PERFORM REGISTRAR-HISTORIAL
002960       END-IF
002970     END-PERFORM.
002980     EXIT.
002990 LEER-LEDGER.
003000     READ PAGO-LEDGER NEXT
003010       AT END
003020         MOVE 'Y' TO SWITCH-FIN-LEDGER
003030       NOT AT END
003040         ADD 1 TO CONT-LEIDOS-PL
003050     END-READ.
003060     EXIT.
003070 ANOTAR-CLAVE-HIST.
003080     IF PL-CLAVE = SPACES THEN
003090       EXIT PARAGRAPH
003100     END-IF.
003110     MOVE 0 TO HC-IDX.
003120     PERFORM VARYING HC FROM 1 BY 1
003130         UNTIL HC > CANT-HC OR HC-IDX > 0
003140       IF HC-CLAVE(HC) = PL-CLAVE THEN
003150         MOVE HC TO HC-IDX
003160       END-IF
003170     END-PERFORM.
003180     IF HC-IDX = 0 THEN
003190       IF CANT-HC >= 20 THEN
003200         DISPLAY "*** ATENCION: ID " PL-ID-EMP " TIENE MAS DE 20"
003210           " CLAVES EN PAGOLIB, SE IGNORA "
003220           FUNCTION TRIM(PL-CLAVE) " ***"
003230         ADD 1 TO CONT-ANT-EXCEDIDAS
003240         EXIT PARAGRAPH
003250       END-IF
003260       ADD 1 TO CANT-HC
003270       MOVE CANT-HC TO HC-IDX
003280       MOVE PL-CLAVE TO HC-CLAVE(HC-IDX)
003290       MOVE PL-FECHA TO HC-DESDE(HC-IDX)
003300       MOVE PL-FECHA TO HC-HASTA(HC-IDX)
003310     END-IF.
003320     IF PL-FECHA < HC-DESDE(HC-IDX) THEN
003330       MOVE PL-FECHA TO HC-DESDE(HC-IDX)
003340     END-IF.
003350     IF PL-FECHA > HC-HASTA(HC-IDX) THEN
003360       MOVE PL-FECHA TO HC-HASTA(HC-IDX)
003370     END-IF.
003380     MOVE HC-IDX TO HC-ULTIMA.
003390     EXIT.
003400*----------------------------------------------------------
003410* UN ID SIN CLAVE REGISTRADA TOMA LA DE SU PAGO MAS RECIENTE,
003420* QUE ES LA QUE CONOCEN NOMINA Y EL BANCO. UN ID YA REGISTRADO
003430* CONSERVA SU CLAVE Y SOLO GANA LAS ANTERIORES QUE LE FALTEN.
003440*----------------------------------------------------------
003450 REGISTRAR-HISTORIAL.
003460     MOVE GRUPO-ID TO CLV-ID-EMP.
003470     READ REGISTRO-CLAVES
003480       INVALID KEY
003490         PERFORM ALTA-CLAVE-HISTORIAL
003500       NOT INVALID KEY
003510         PERFORM COMPLETAR-ANTERIORES
003520     END-READ.
003530     EXIT.
003540*----------------------------------------------------------
003550* LOS DATOS DEL MAESTRO SOLO SE GUARDAN COMO LOS DE FORMACION SI
003560* LA REGLA, CON ELLOS, DA LA MISMA CLAVE; SI NO, LA CLAVE SE
003570* FORMO CON DATOS QUE YA NO ESTAN Y EL MOTIVO QUEDA COMO
003580* HISTORIAL.
003590*----------------------------------------------------------
003600 ALTA-CLAVE-HISTORIAL.
003602     MOVE HC-CLAVE(HC-ULTIMA) TO CLAVE-BASE.
003604     MOVE GRUPO-ID TO ID-ALTA-CLAVE.
003606     PERFORM BUSCAR-CLAVE-LIBRE.
003610     MOVE GRUPO-ID TO CLV-ID-EMP.
003620     MOVE CLAVE-CANDIDATA TO CLV-CLAVE.
003630     MOVE HC-DESDE(HC-ULTIMA) TO CLV-FECHA-ALTA.
003640     MOVE 'H' TO CLV-ORIGEN.
003650     MOVE SPACES TO CLV-NOM.
003660     MOVE SPACES TO CLV-PUESTO.
003670     MOVE SPACES TO CLV-SEXO.
003680     MOVE HC-HASTA(HC-ULTIMA) TO CLV-FECHA-ULT-USO.
003690     PERFORM LIMPIAR-ANTERIORES.
003700     MOVE GRUPO-ID TO ID-MAST.
003710     READ EMPMAST
003720       INVALID KEY
003730         MOVE 'N' TO SWITCH-MAST-HALLADO
003740       NOT INVALID KEY
003750         MOVE 'Y' TO SWITCH-MAST-HALLADO
003760     END-READ.
003770     IF MAST-HALLADO THEN
003780       PERFORM CALCULAR-CLAVE-REGLA
003790       IF P-CLAVE = CLV-CLAVE THEN
003800         MOVE NOM-MAST TO CLV-NOM
003810         MOVE PUESTO-MAST TO CLV-PUESTO
003820         MOVE SEXO-MAST TO CLV-SEXO
003830       END-IF
003840     END-IF.
003850     PERFORM AGREGAR-ANTERIORES.
003860     WRITE REG-REGISTRO-CLAVE
003870       INVALID KEY
003880         DISPLAY "*** ATENCION: NO SE PUDO REGISTRAR LA CLAVE DE"
003890           " ID " GRUPO-ID " EN CLAVREG ***"
003900         ADD 1 TO CONT-ERRORES-REG
003910       NOT INVALID KEY
003920         ADD 1 TO CONT-ALTAS-HIST
003930     END-WRITE.
003940     EXIT.
003950 COMPLETAR-ANTERIORES.
003960     PERFORM AGREGAR-ANTERIORES.
003970     IF ANTERIORES-CAMBIARON THEN
003980       REWRITE REG-REGISTRO-CLAVE
003990         INVALID KEY
004000           DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR LA CLAVE"
004010             " DE ID " GRUPO-ID " EN CLAVREG ***"
004020           ADD 1 TO CONT-ERRORES-REG
004030       END-REWRITE
004040     END-IF.
004050     EXIT.
004060*----------------------------------------------------------
004070* PASA A CLV-ANTERIOR CADA CLAVE DEL HISTORIAL DISTINTA A LA
004080* REGISTRADA, EN EL ORDEN EN QUE SE USARON. SI YA ESTABA SOLO SE
004090* AMPLIAN SUS FECHAS. CABEN 9; LAS DEMAS SE AVISAN Y SE CUENTAN.
004100*----------------------------------------------------------
004110 AGREGAR-ANTERIORES.
004120     MOVE 'N' TO SWITCH-ANT-CAMBIO.
004130     PERFORM VARYING HC FROM 1 BY 1 UNTIL HC > CANT-HC
004140       IF HC-CLAVE(HC) NOT = CLV-CLAVE THEN
004150         PERFORM AGREGAR-UNA-ANTERIOR
004160       END-IF
004170     END-PERFORM.
004180     EXIT.
004190 AGREGAR-UNA-ANTERIOR.
004200     MOVE 0 TO ANT-IDX.
004210     PERFORM VARYING IDX-ANT FROM 1 BY 1
004220         UNTIL IDX-ANT > CLV-CANT-ANTERIORES OR ANT-IDX > 0
004230       IF CLV-ANT-CLAVE(IDX-ANT) = HC-CLAVE(HC) THEN
004240         MOVE IDX-ANT TO ANT-IDX
004250       END-IF
004260     END-PERFORM.
004270     IF ANT-IDX > 0 THEN
004280       IF HC-DESDE(HC) < CLV-ANT-DESDE(ANT-IDX) THEN
004290         MOVE HC-DESDE(HC) TO CLV-ANT-DESDE(ANT-IDX)
004300         MOVE 'Y' TO SWITCH-ANT-CAMBIO
004310       END-IF
004320       IF HC-HASTA(HC) > CLV-ANT-HASTA(ANT-IDX) THEN
004330         MOVE HC-HASTA(HC) TO CLV-ANT-HASTA(ANT-IDX)
004340         MOVE 'Y' TO SWITCH-ANT-CAMBIO
004350       END-IF
004360       EXIT PARAGRAPH
004370     END-IF.
004380     IF CLV-CANT-ANTERIORES >= 9 THEN
004390       DISPLAY "*** ATENCION: ID " CLV-ID-EMP " TIENE MAS DE 9"
004400         " CLAVES ANTERIORES, NO SE REGISTRA "
004410         FUNCTION TRIM(HC-CLAVE(HC)) " ***"
004420       ADD 1 TO CONT-ANT-EXCEDIDAS
004430       EXIT PARAGRAPH
004440     END-IF.
004450     ADD 1 TO CLV-CANT-ANTERIORES.
004460     MOVE CLV-CANT-ANTERIORES TO ANT-IDX.
004470     MOVE HC-CLAVE(HC) TO CLV-ANT-CLAVE(ANT-IDX).
004480     MOVE HC-DESDE(HC) TO CLV-ANT-DESDE(ANT-IDX).
004490     MOVE HC-HASTA(HC) TO CLV-ANT-HASTA(ANT-IDX).
004500     MOVE 'Y' TO SWITCH-ANT-CAMBIO.
004510     ADD 1 TO CONT-ANT-AGREGADAS.
004520     EXIT.
004530 LIMPIAR-ANTERIORES.
004540     MOVE ZERO TO CLV-CANT-ANTERIORES.
004550     PERFORM VARYING IDX-ANT FROM 1 BY 1 UNTIL IDX-ANT > 9
004560       MOVE SPACES TO CLV-ANT-CLAVE(IDX-ANT)
004570       MOVE ZERO TO CLV-ANT-DESDE(IDX-ANT)
004580       MOVE ZERO TO CLV-ANT-HASTA(IDX-ANT)
004590     END-PERFORM.
004600     EXIT.
004610*----------------------------------------------------------
004620* CLAVE QUE LA REGLA DE SBPROG1A DA HOY CON LOS DATOS DEL
004630* MAESTRO. LA CLAVE NO DEPENDE DEL PLAN NI DE LAS TASAS, ASI QUE
004640* EL PLAN VA EN BLANCO Y EL BONO QUE DEVUELVE NO SE USA.
004650*----------------------------------------------------------
004660 CALCULAR-CLAVE-REGLA.
004670     MOVE SPACES TO P-NOM.
004680     MOVE ID-MAST TO P-ID.
004690     MOVE NOM-MAST TO P-NOM.
004700     MOVE SEXO-MAST TO P-SEXO.
004710     MOVE PUESTO-MAST TO P-PUESTO.
004720     MOVE ANT-MAST TO P-ANT.
004730     MOVE REND-MAST TO P-REND.
004740     MOVE SAL-MAST TO P-SAL.
004750     MOVE TIPO-EMPLEO-MAST TO P-TIPO-EMPLEO.
004760     MOVE MONEDA-MAST TO P-MONEDA.
004770     MOVE FECHA-ALTA-MAST TO P-FECHA-ALTA.
004780     MOVE STATUS-MAST TO P-STATUS.
004790     MOVE FECHA-STATUS-MAST TO P-FECHA-STATUS.
004800     MOVE FECHA-CORRIDA-R TO P-FECHA-CORRIDA.
004810     MOVE SPACES TO P-PLAN.
004820     MOVE SPACES TO P-CLAVE.
004830     CALL 'SBPROG1A' USING P-ID, P-NOM, P-SEXO, P-PUESTO, P-ANT,
004840-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
004850-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
004860-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
004870-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
004880-      P-REND-DERIV.
004890     EXIT.
004900*----------------------------------------------------------
004910* RECORRE EL MAESTRO EN ORDEN DE ID. EL EMPLEADO SIN CLAVE
004920* REGISTRADA (SIN PAGOS PREVIOS) QUEDA CON LA DE LA REGLA; EL
004930* QUE LA TIENE SE COMPARA CONTRA LA REGLA DE HOY.
004940*----------------------------------------------------------
004950 REVISAR-MAESTRO.
004960     MOVE LOW-VALUES TO ID-MAST.
004970     START EMPMAST KEY >= ID-MAST
004980       INVALID KEY
004990         MOVE 'Y' TO SWITCH-FIN-MAST
005000     END-START.
005010     IF NOT FIN-MAST THEN
005020       PERFORM LEER-MAESTRO
005030     END-IF.
005040     PERFORM UNTIL FIN-MAST
005050       PERFORM REVISAR-EMPLEADO
005060       PERFORM LEER-MAESTRO
005070     END-PERFORM.
005080     EXIT.
005090 LEER-MAESTRO.
005100     READ EMPMAST NEXT
005110       AT END
005120         MOVE 'Y' TO SWITCH-FIN-MAST
005130     END-READ.
005140     EXIT.
005150 REVISAR-EMPLEADO.
005160     ADD 1 TO CONT-LEIDOS-MAST.
005170     PERFORM CALCULAR-CLAVE-REGLA.
005180     MOVE ID-MAST TO CLV-ID-EMP.
005190     READ REGISTRO-CLAVES
005200       INVALID KEY
005210         PERFORM ALTA-CLAVE-REGLA
005220       NOT INVALID KEY
005230         PERFORM COMPARAR-CLAVE-REGLA
005240     END-READ.
005250     EXIT.
005260 ALTA-CLAVE-REGLA.
005262     MOVE P-CLAVE TO CLAVE-BASE.
005264     MOVE ID-MAST TO ID-ALTA-CLAVE.
005266     PERFORM BUSCAR-CLAVE-LIBRE.
005270     MOVE ID-MAST TO CLV-ID-EMP.
005280     MOVE CLAVE-CANDIDATA TO CLV-CLAVE.
005290     MOVE FECHA-CORRIDA-R TO CLV-FECHA-ALTA.
005300     MOVE 'R' TO CLV-ORIGEN.
005310     MOVE NOM-MAST TO CLV-NOM.
005320     MOVE PUESTO-MAST TO CLV-PUESTO.
005330     MOVE SEXO-MAST TO CLV-SEXO.
005340     MOVE ZERO TO CLV-FECHA-ULT-USO.
005350     PERFORM LIMPIAR-ANTERIORES.
005360     WRITE REG-REGISTRO-CLAVE
005370       INVALID KEY
005380         DISPLAY "*** ATENCION: NO SE PUDO REGISTRAR LA CLAVE DE"
005390           " ID " ID-MAST " EN CLAVREG ***"
005400         ADD 1 TO CONT-ERRORES-REG
005410       NOT INVALID KEY
005420         ADD 1 TO CONT-ALTAS-REGLA
005430     END-WRITE.
005440     EXIT.
005450*----------------------------------------------------------
005460* SI LA REGLA DA OTRA CLAVE, EL MOTIVO SE BUSCA EN LOS DATOS CON
005470* QUE SE FORMO LA REGISTRADA: NOMBRE, PUESTO O SEXO DISTINTOS; SI
005480* SON LOS MISMOS LA DIFERENCIA ES EL SUFIJO DE DUPLICADO; SIN
005490* DATOS DE FORMACION LA CLAVE VIENE DEL HISTORIAL DE PAGOS. UNA
005500* CLAVE IGUAL A LA REGLA PERO CON CLAVES ANTERIORES YA CAMBIO
005510* ANTES DE EXISTIR EL REGISTRO Y TAMBIEN SE LISTA.
005520*----------------------------------------------------------
005530 COMPARAR-CLAVE-REGLA.
005540     IF CLV-CLAVE NOT = P-CLAVE THEN
005550       EVALUATE TRUE
005560         WHEN CLV-NOM = SPACES
005570           MOVE 'HISTORIAL' TO MOTIVO-CAMBIO
005580         WHEN CLV-NOM NOT = NOM-MAST
005590           MOVE 'NOMBRE' TO MOTIVO-CAMBIO
005600         WHEN CLV-PUESTO NOT = PUESTO-MAST
005610           MOVE 'PUESTO' TO MOTIVO-CAMBIO
005620         WHEN CLV-SEXO NOT = SEXO-MAST
005630           MOVE 'SEXO' TO MOTIVO-CAMBIO
005640         WHEN OTHER
005650           MOVE 'SUFIJO DUP' TO MOTIVO-CAMBIO
005660       END-EVALUATE
005670       ADD 1 TO CONT-CAMBIARIAN
005680       PERFORM IMPRIMIR-CAMBIO
005690     ELSE
005700       IF CLV-CANT-ANTERIORES > 0 THEN
005710         MOVE 'YA CAMBIO' TO MOTIVO-CAMBIO
005720         ADD 1 TO CONT-YA-CAMBIARON
005730         PERFORM IMPRIMIR-CAMBIO
005740       END-IF
005750     END-IF.
005760     EXIT.
005770 IMPRIMIR-CAMBIO.
005780     MOVE CLV-ID-EMP TO DET-ID.
005790     MOVE CLV-CLAVE TO DET-CLAVE.
005800     MOVE P-CLAVE TO DET-REGLA.
005810     MOVE MOTIVO-CAMBIO TO DET-MOTIVO.
005820     MOVE CLV-FECHA-ALTA TO DET-ALTA.
005830     MOVE CLV-ORIGEN TO DET-ORIGEN.
005840     MOVE DETALLE-CLV TO LINEA-RPT-CLV.
005850     WRITE LINEA-RPT-CLV.
005860     ADD 1 TO CONT-LISTADAS.
005870     PERFORM VARYING IDX-ANT FROM 1 BY 1
005880         UNTIL IDX-ANT > CLV-CANT-ANTERIORES OR IDX-ANT > 9
005890       MOVE CLV-ANT-CLAVE(IDX-ANT) TO ANT-CLAVE
005900       MOVE CLV-ANT-DESDE(IDX-ANT) TO ANT-DESDE
005910       MOVE CLV-ANT-HASTA(IDX-ANT) TO ANT-HASTA
005920       MOVE ANTERIOR-CLV TO LINEA-RPT-CLV
005930       WRITE LINEA-RPT-CLV
005940     END-PERFORM.
005950     EXIT.
005960 IMPRIMIR-TITULO-CLV.
005970     MOVE FECHA-CORRIDA-R TO TIT-FECHA.
005980     MOVE TITULO-CLV TO LINEA-RPT-CLV.
005990     WRITE LINEA-RPT-CLV.
006000     MOVE ENCABEZADO-CLV TO LINEA-RPT-CLV.
006010     WRITE LINEA-RPT-CLV.
006020     MOVE SPACES TO LINEA-RPT-CLV.
006030     WRITE LINEA-RPT-CLV.
006040     EXIT.
006050 IMPRIMIR-TOTALES-CLV.
006060     MOVE SPACES TO LINEA-RPT-CLV.
006070     WRITE LINEA-RPT-CLV.
006080     MOVE TITULO-TOTALES-CLV TO LINEA-RPT-CLV.
006090     WRITE LINEA-RPT-CLV.
006100     MOVE "IDS CON HISTORIAL EN PAGOLIB" TO TOT-TEXTO.
006110     MOVE CONT-IDS-HIST TO TOT-CANT.
006120     PERFORM ESCRIBIR-TOTAL-CLV.
006130     MOVE "CLAVES REGISTRADAS DEL HISTORIAL" TO TOT-TEXTO.
006140     MOVE CONT-ALTAS-HIST TO TOT-CANT.
006150     PERFORM ESCRIBIR-TOTAL-CLV.
006160     MOVE "CLAVES ANTERIORES AGREGADAS" TO TOT-TEXTO.
006170     MOVE CONT-ANT-AGREGADAS TO TOT-CANT.
006180     PERFORM ESCRIBIR-TOTAL-CLV.
006190     MOVE "CLAVES ANTERIORES SIN LUGAR" TO TOT-TEXTO.
006200     MOVE CONT-ANT-EXCEDIDAS TO TOT-CANT.
006210     PERFORM ESCRIBIR-TOTAL-CLV.
006220     MOVE "EMPLEADOS EN EL MAESTRO" TO TOT-TEXTO.
006230     MOVE CONT-LEIDOS-MAST TO TOT-CANT.
006240     PERFORM ESCRIBIR-TOTAL-CLV.
006250     MOVE "CLAVES REGISTRADAS POR REGLA" TO TOT-TEXTO.
006260     MOVE CONT-ALTAS-REGLA TO TOT-CANT.
006270     PERFORM ESCRIBIR-TOTAL-CLV.
006280     MOVE "CLAVES QUE LA REGLA CAMBIARIA" TO TOT-TEXTO.
006290     MOVE CONT-CAMBIARIAN TO TOT-CANT.
006300     PERFORM ESCRIBIR-TOTAL-CLV.
006310     MOVE "CLAVES QUE YA HABIAN CAMBIADO" TO TOT-TEXTO.
006320     MOVE CONT-YA-CAMBIARON TO TOT-CANT.
006330     PERFORM ESCRIBIR-TOTAL-CLV.
006332     MOVE "CLAVES CON SUFIJO POR ESTAR OCUPADAS" TO TOT-TEXTO.
006334     MOVE CONT-CLAVES-AJUSTADAS TO TOT-CANT.
006336     PERFORM ESCRIBIR-TOTAL-CLV.
006340     EXIT.
006350 ESCRIBIR-TOTAL-CLV.
006360     MOVE LINEA-TOTAL-CLV TO LINEA-RPT-CLV.
006370     WRITE LINEA-RPT-CLV.
006380     EXIT.
006390 ANUNCIAR-RESULTADO.
006400     DISPLAY "---------- REGISTRO DE CLAVES (CLAVREG) ----------".
006410     DISPLAY " REGISTROS EN PAGOLIB:        " CONT-LEIDOS-PL.
006420     DISPLAY " CLAVES DEL HISTORIAL:        " CONT-ALTAS-HIST.
006430     DISPLAY " CLAVES ANTERIORES AGREGADAS: " CONT-ANT-AGREGADAS.
006440     DISPLAY " EMPLEADOS EN EL MAESTRO:     " CONT-LEIDOS-MAST.
006450     DISPLAY " CLAVES NUEVAS POR REGLA:     " CONT-ALTAS-REGLA.
006460     DISPLAY " CLAVES QUE LA REGLA CAMBIARIA: " CONT-CAMBIARIAN.
006470     DISPLAY " CLAVES QUE YA HABIAN CAMBIADO: " CONT-YA-CAMBIARON.
006473     DISPLAY " CLAVES CON SUFIJO (OCUPADAS):  "
006476       CONT-CLAVES-AJUSTADAS.
006480     IF CONT-ERRORES-REG > 0 OR CONT-ANT-EXCEDIDAS > 0 THEN
006490       DISPLAY "*** ATENCION: HUBO CLAVES QUE NO SE PUDIERON"
006500         " REGISTRAR, VER MENSAJES ***"
006510     END-IF.
006520     EXIT.
006530*----------------------------------------------------------
006540* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
006550* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
006560* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). UNA CLAVE QUE NO
006570* SE PUDO REGISTRAR DEJA CONDICION 0004.
006580*----------------------------------------------------------
006590 INICIAR-RUN-LOG.
006600     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
006610     ACCEPT HORA-ACEPT-LOG FROM TIME.
006620     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
006630     EXIT.
006640*----------------------------------------------------------
006650* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
006660* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
006670* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
006680* REGISTRA PREDEC1A.
006690*----------------------------------------------------------
006700 VERIFICAR-PREDECESORES.
006710     MOVE 'CLVREG1A' TO P-PRED-PROGRAMA.
006720     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
006730     CALL 'PREDEC1A' USING P-PRED-CADENA.
006740     IF P-PRED-RECHAZADO THEN
006750       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
006760         " CORRIDA ABORTADA ***"
006770       MOVE 0016 TO COND-LOG
006780       PERFORM GRABAR-RUN-LOG
006790       STOP RUN
006800     END-IF.
006810     EXIT.
006820 GRABAR-RUN-LOG.
006830     OPEN EXTEND RUN-LOG.
006840     IF FS-RUNLOG = '35' THEN
006850       OPEN OUTPUT RUN-LOG
006860     END-IF.
006870     IF FS-RUNLOG NOT = '00' THEN
006880       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
006890         " (FILE STATUS " FS-RUNLOG ") ***"
006900       EXIT PARAGRAPH
006910     END-IF.
006920     MOVE 'CLVREG1A' TO RL-PROGRAMA.
006930     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
006940     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
006950     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
006960     ACCEPT HORA-ACEPT-LOG FROM TIME.
006970     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
006980     MOVE CONT-LEIDOS-MAST TO RL-LEIDOS.
006990     COMPUTE RL-ESCRITOS = CONT-ALTAS-HIST + CONT-ALTAS-REGLA.
007000     COMPUTE RL-RECHAZADOS =
007010       CONT-ERRORES-REG + CONT-ANT-EXCEDIDAS.
007020     IF COND-LOG = 0000 AND RL-RECHAZADOS > 0 THEN
007030       MOVE 0004 TO COND-LOG
007040     END-IF.
007050     MOVE COND-LOG TO RL-COND.
007060     MOVE P-PRED-RESULTADO TO RL-TIPO.
007070     MOVE P-PRED-PASO TO RL-PREDECESOR.
007080     MOVE P-PRED-COND TO RL-COND-PRED.
007090     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
007100     MOVE SPACES TO RL-MOTIVO.
007110     WRITE REG-RUN-LOG.
007120     CLOSE RUN-LOG.
007130     EXIT.
007140*----------------------------------------------------------
007150* UNA CLAVE NO PUEDE QUEDAR REGISTRADA A DOS ID: SE BUSCA
007160* CLAVE-BASE POR LA CLAVE ALTERNA CLV-CLAVE Y, MIENTRAS ESTE
007170* OCUPADA, SE LE PONE EL SIGUIENTE SUFIJO DE DUPLICADO (-2, -3,
007180* ...), COMO LO HACE LA CORRIDA. DEJA LA LIBRE EN CLAVE-CANDIDATA.
007190*----------------------------------------------------------
007200 BUSCAR-CLAVE-LIBRE.
007210     MOVE CLAVE-BASE TO CLAVE-CANDIDATA.
007220     MOVE 1 TO SUFIJO-REGISTRO.
007230     MOVE 'N' TO SWITCH-CLAVE-LIBRE.
007240     PERFORM UNTIL CLAVE-LIBRE
007250       MOVE CLAVE-CANDIDATA TO CLV-CLAVE
007260       READ REGISTRO-CLAVES KEY IS CLV-CLAVE
007270         INVALID KEY
007280           MOVE 'Y' TO SWITCH-CLAVE-LIBRE
007290       END-READ
007300       IF NOT CLAVE-LIBRE THEN
007310         IF FS-CLAVREG = '00' THEN
007320           ADD 1 TO SUFIJO-REGISTRO
007330           PERFORM ARMAR-CLAVE-SUFIJO
007340         ELSE
007350           MOVE 'Y' TO SWITCH-CLAVE-LIBRE
007360         END-IF
007370       END-IF
007380     END-PERFORM.
007390     IF CLAVE-CANDIDATA NOT = CLAVE-BASE THEN
007400       ADD 1 TO CONT-CLAVES-AJUSTADAS
007410       DISPLAY "*** ATENCION: CLAVE " FUNCTION TRIM(CLAVE-BASE)
007420         " YA REGISTRADA A OTRO ID, ID " ID-ALTA-CLAVE
007430         " QUEDA CON " FUNCTION TRIM(CLAVE-CANDIDATA) " ***"
007440     END-IF.
007450     EXIT.
007460 ARMAR-CLAVE-SUFIJO.
007470     MOVE SUFIJO-REGISTRO TO SUFIJO-DUP-ED.
007480     COMPUTE LARGO-BASE-DUP =
007490       FUNCTION LENGTH(FUNCTION TRIM(CLAVE-BASE)).
007500     COMPUTE LARGO-SUF-DUP =
007510       FUNCTION LENGTH(FUNCTION TRIM(SUFIJO-DUP-ED)).
007520     IF LARGO-BASE-DUP + 1 + LARGO-SUF-DUP > 25 THEN
007530       COMPUTE LARGO-BASE-DUP = 25 - 1 - LARGO-SUF-DUP
007540     END-IF.
007550     MOVE SPACES TO CLAVE-CANDIDATA.
007560     STRING CLAVE-BASE(1:LARGO-BASE-DUP) DELIMITED BY SIZE
007570       "-" DELIMITED BY SIZE
007580       FUNCTION TRIM(SUFIJO-DUP-ED) DELIMITED BY SIZE
007590       INTO CLAVE-CANDIDATA
007600     END-STRING.
007610     EXIT.
007620 END PROGRAM CLVREG1A.
