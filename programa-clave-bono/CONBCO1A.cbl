000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: PARTIDAS ABIERTAS DE LA CUENTA PUENTE BANCARIA 2110 Y *
000050*           SU CONCILIACION. CONTAB1A ABONA A 2110 EL NETO DE    *
000060*           CADA BONO Y LA POLIZA DE LIQUIDACION DE BANPAG1A     *
000070*           (GLBANCO) LA CARGA AL CONFIRMAR O RECHAZAR EL BANCO, *
000080*           ASI QUE EN 2110 QUEDA LO QUE EN EL LEDGER PAGOLIB    *
000090*           SIGUE ENVIADO, REEMITIDO O RETENIDO; LO RECHAZADO Y  *
000100*           AUN NO REEMITIDO ESTA EN PAGOS DEVUELTOS 2115. EL    *
000110*           REPORTE (RPTCONB) LISTA CADA TRANSFERENCIA ABIERTA   *
000120*           EN 2110 POR COMPANIA, FECHA DE CORRIDA Y MONEDA, CON *
000130*           SUS DIAS DESDE LA CORRIDA Y SUBTOTALES; LUEGO, POR   *
000140*           COMPANIA Y MONEDA, LA ANTIGUEDAD (0-30, 31-60, 61-90 *
000150*           Y MAS DE 90 DIAS) Y EL CRUCE DE 2110 Y 2115 CONTRA   *
000160*           EL SALDO DEL MAYOR QUE TESORERIA DEJA EN SALDOGL     *
000170*           (OPCIONAL); Y CIERRA AMARRANDO LOS TOTALES CONTRA    *
000180*           TODO PAGOLIB POR ESTADO. LAS TRANSFERENCIAS          *
000190*           RETENIDAS POR APROBACION NO ENTRAN A PAGOLIB HASTA   *
000200*           APROBARSE, ASI QUE APARECEN COMO DIFERENCIA CONTRA   *
000210*           EL MAYOR. SOLO LECTURA.                              *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CONBCO1A.
000250 ENVIRONMENT DIVISION.
000260*CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PAGO-LEDGER ASSIGN TO PAGOLIB
000300       ORGANIZATION IS INDEXED
000310       ACCESS MODE IS DYNAMIC
000320       RECORD KEY IS PL-LLAVE
000330       FILE STATUS IS FS-LEDGER.
000340     SELECT EMPMAST ASSIGN TO EMPMAST
000350       ORGANIZATION IS INDEXED
000360       ACCESS MODE IS RANDOM
000370       RECORD KEY IS ID-MAST
000380       FILE STATUS IS FS-EMPMAST.
000390     SELECT SALDO-GL ASSIGN TO SALDOGL
000400       ORGANIZATION IS SEQUENTIAL
000410       FILE STATUS IS FS-SALDOGL.
000420     SELECT ORDEN-PARTIDAS ASSIGN TO SORTWK.
000430     SELECT RPT-CONCILIA ASSIGN TO RPTCONB
000440       ORGANIZATION IS SEQUENTIAL.
000450     SELECT RUN-LOG ASSIGN TO RUNLOG
000460       ORGANIZATION IS SEQUENTIAL
000470       FILE STATUS IS FS-RUNLOG.
000480 DATA DIVISION.
000490 FILE SECTION.
000500   FD PAGO-LEDGER
000510       RECORDING MODE IS F
000520       DATA RECORD IS REG-PAGO-LEDGER.
000530   COPY PAGOLEDG.
000540   FD EMPMAST
000550       RECORDING MODE IS F
000560       DATA RECORD IS REG-MAST.
000570   COPY EMPMASTR.
000580* SALDOS DEL MAYOR A LA FECHA DEL REPORTE, UNO POR COMPANIA,
000590* CUENTA Y MONEDA. EL SALDO ES ACREEDOR (NEGATIVO SI DEUDOR).
000600   FD SALDO-GL
000610       RECORDING MODE IS F
000620       DATA RECORD IS REG-SALDO-GL.
000630   01 REG-SALDO-GL.
000640     05 SG-CIA            PIC X(1).
000650     05 SG-CUENTA         PIC X(4).
000660     05 SG-MONEDA         PIC X(3).
000670     05 SG-SALDO          PIC S9(11)V99.
000680     05 SG-FECHA          PIC 9(8).
000690     05 FILLER            PIC X(11).
000700* LAS PARTIDAS ABIERTAS FLUYEN POR EL SORT ORDENADAS POR
000710* COMPANIA, FECHA DE CORRIDA, MONEDA E ID.
000720   SD ORDEN-PARTIDAS
000730       DATA RECORD IS REG-PARTIDA.
000740   01 REG-PARTIDA.
000750     05 OP-CIA            PIC X(1).
000760     05 OP-FECHA          PIC 9(8).
000770     05 OP-MONEDA         PIC X(3).
000780     05 OP-ID-EMP         PIC X(4).
000790     05 OP-CUOTA          PIC 9(2).
000800     05 OP-ESTADO         PIC X(1).
000810     05 OP-FECHA-ESTADO   PIC 9(8).
000820     05 OP-SECUENCIA      PIC 9(4).
000830     05 OP-IMPORTE        PIC 9(7)V99.
000840   FD RPT-CONCILIA
000850       RECORDING MODE IS F
000860       DATA RECORD IS LINEA-RPT-CON.
000870   01 LINEA-RPT-CON       PIC X(100).
000880   FD RUN-LOG
000890       RECORDING MODE IS F
000900       DATA RECORD IS REG-RUN-LOG.
000910   COPY RUNLOGRG.
000920 WORKING-STORAGE SECTION.
000930   77 FS-LEDGER          PIC XX           VALUE '00'.
000940   77 FS-EMPMAST         PIC XX           VALUE '00'.
000950   77 FS-SALDOGL         PIC XX           VALUE '00'.
000960   01 SWITCH-FIN-LEDGER  PIC X            VALUE 'N'.
000970     88 FIN-LEDGER                        VALUE 'Y'.
000980   01 SWITCH-FIN-ORD     PIC X            VALUE 'N'.
000990     88 FIN-ORD                           VALUE 'Y'.
001000   01 SWITCH-FIN-SALDOS  PIC X            VALUE 'N'.
001010     88 FIN-SALDOS                        VALUE 'Y'.
001020   01 SWITCH-MAST-DISP   PIC X            VALUE 'N'.
001030     88 MAESTRO-DISPONIBLE                VALUE 'Y'.
001040   01 SWITCH-SALDOS-DISP PIC X            VALUE 'N'.
001050     88 SALDOS-DISPONIBLES                VALUE 'Y'.
001060   01 SWITCH-PRIMER-GRUPO PIC X           VALUE 'Y'.
001070     88 PRIMER-GRUPO                      VALUE 'Y'.
001080* CUENTAS QUE SE CONCILIAN (LAS DE CONTAB1A Y BANPAG1A).
001090   77 CUENTA-PUENTE-BCO   PIC X(4)         VALUE '2110'.
001100   77 CUENTA-PAGOS-DEVUEL PIC X(4)         VALUE '2115'.
001110* TOTALES DE TODO PAGOLIB POR ESTADO, PARA EL AMARRE FINAL.
001120   77 CONT-LEIDOS        PIC 9(6)         VALUE 000000.
001130   77 IMP-LEIDOS         PIC 9(11)V99     VALUE 0.
001140   77 CONT-ABIERTAS      PIC 9(6)         VALUE 000000.
001150   77 IMP-ABIERTAS       PIC 9(11)V99     VALUE 0.
001160   77 CONT-DEVUELTAS     PIC 9(6)         VALUE 000000.
001170   77 IMP-DEVUELTAS      PIC 9(11)V99     VALUE 0.
001180   77 CONT-CONFIRMADAS   PIC 9(6)         VALUE 000000.
001190   77 IMP-CONFIRMADAS    PIC 9(11)V99     VALUE 0.
001200   77 CONT-OTRO-ESTADO   PIC 9(6)         VALUE 000000.
001210   77 IMP-OTRO-ESTADO    PIC 9(11)V99     VALUE 0.
001220   77 CONT-LISTADAS      PIC 9(6)         VALUE 000000.
001230   77 IMP-LISTADAS       PIC 9(11)V99     VALUE 0.
001240   77 CONT-DIFERENCIAS   PIC 9(4)         VALUE 0000.
001250   77 CONT-SIN-SALDO     PIC 9(4)         VALUE 0000.
001260* QUIEBRE POR COMPANIA, FECHA DE CORRIDA Y MONEDA.
001270   77 GRUPO-CIA          PIC X(1)         VALUE SPACE.
001280   77 GRUPO-FECHA        PIC 9(8)         VALUE 0.
001290   77 GRUPO-MONEDA       PIC X(3)         VALUE SPACES.
001300   77 GRUPO-CANT         PIC 9(6)         VALUE 000000.
001310   77 GRUPO-IMPORTE      PIC 9(11)V99     VALUE 0.
001320   77 DIAS-ABIERTA       PIC S9(7)        VALUE 0.
001330   77 CIA-PARTIDA        PIC X(1)         VALUE SPACE.
001340   77 CIA-BUSCADA        PIC X(1)         VALUE SPACE.
001350   77 MONEDA-BUSCADA     PIC X(3)         VALUE SPACES.
001360   77 DIFERENCIA         PIC S9(11)V99    VALUE 0.
001370* POR COMPANIA Y MONEDA: PARTIDAS ABIERTAS EN 2110 Y SU
001380* ANTIGUEDAD, DEVUELTAS EN 2115 Y LOS SALDOS DEL MAYOR.
001390   01 TABLA-CONCILIA.
001400     05 CANT-CON          PIC 9(2)         VALUE 00.
001410     05 ENTRADA-CON OCCURS 30 TIMES.
001420       10 TK-CIA          PIC X(1).
001430       10 TK-MONEDA       PIC X(3).
001440       10 TK-CANT-PTE     PIC 9(6).
001450       10 TK-IMP-PTE      PIC 9(11)V99.
001460       10 TK-IMP-030      PIC 9(11)V99.
001470       10 TK-IMP-060      PIC 9(11)V99.
001480       10 TK-IMP-090      PIC 9(11)V99.
001490       10 TK-IMP-MAS      PIC 9(11)V99.
001500       10 TK-CANT-DEV     PIC 9(6).
001510       10 TK-IMP-DEV      PIC 9(11)V99.
001520       10 TK-GL-PTE       PIC S9(11)V99.
001530       10 TK-GL-PTE-HALLADO PIC X(1).
001540       10 TK-GL-DEV       PIC S9(11)V99.
001550       10 TK-GL-DEV-HALLADO PIC X(1).
001560   77 CON                PIC 9(2)         VALUE 00.
001570   77 CON-IDX            PIC 9(2)         VALUE 00.
001580   01 FECHA-CORRIDA.
001590     05 FC-ANIO           PIC 9(4).
001600     05 FC-MES            PIC 99.
001610     05 FC-DIA            PIC 99.
001620   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001630* LINEAS DEL REPORTE DE PARTIDAS ABIERTAS.
001640   01 TITULO-CON.
001650     05 FILLER            PIC X(48)        VALUE
001660          "PARTIDAS ABIERTAS DE LA CUENTA PUENTE BANCARIA".
001670     05 FILLER            PIC X(6)         VALUE "2110  ".
001680     05 FILLER            PIC X(7)         VALUE "FECHA: ".
001690     05 TIT-FECHA         PIC 9(8).
001700   01 ENCABEZADO-CON.
001710     05 FILLER            PIC X(4)         VALUE "CIA".
001720     05 FILLER            PIC X(10)        VALUE "CORRIDA".
001730     05 FILLER            PIC X(4)         VALUE "MON".
001740     05 FILLER            PIC X(5)         VALUE "ID".
001750     05 FILLER            PIC X(4)         VALUE "CTA".
001760     05 FILLER            PIC X(11)        VALUE "ESTADO".
001770     05 FILLER            PIC X(9)         VALUE "DESDE".
001780     05 FILLER            PIC X(5)         VALUE "SEC".
001790     05 FILLER            PIC X(14)        VALUE "       IMPORTE".
001800     05 FILLER            PIC X(6)         VALUE "  DIAS".
001810   01 DETALLE-CON.
001820     05 DET-CIA           PIC X(1).
001830     05 FILLER            PIC X(3)         VALUE SPACES.
001840     05 DET-FECHA         PIC 9(8).
001850     05 FILLER            PIC X(2)         VALUE SPACES.
001860     05 DET-MONEDA        PIC X(3).
001870     05 FILLER            PIC X(1)         VALUE SPACE.
001880     05 DET-ID            PIC X(4).
001890     05 FILLER            PIC X(1)         VALUE SPACE.
001900     05 DET-CUOTA         PIC 99.
001910     05 FILLER            PIC X(2)         VALUE SPACES.
001920     05 DET-ESTADO        PIC X(10).
001930     05 FILLER            PIC X(1)         VALUE SPACE.
001940     05 DET-FECHA-ESTADO  PIC 9(8).
001950     05 FILLER            PIC X(1)         VALUE SPACE.
001960     05 DET-SECUENCIA     PIC 9(4).
001970     05 FILLER            PIC X(1)         VALUE SPACE.
001980     05 DET-IMPORTE       PIC ZZ,ZZZ,ZZ9.99.
001990     05 FILLER            PIC X(1)         VALUE SPACE.
002000     05 DET-DIAS          PIC ZZZZ9.
002010   01 SUBTOTAL-CON.
002020     05 FILLER            PIC X(14)        VALUE "  SUBTOTAL CIA".
002030     05 SUB-CIA           PIC X(1).
002040     05 FILLER            PIC X(9)         VALUE " CORRIDA ".
002050     05 SUB-FECHA         PIC 9(8).
002060     05 FILLER            PIC X(1)         VALUE SPACE.
002070     05 SUB-MONEDA        PIC X(3).
002080     05 FILLER            PIC X(11)        VALUE " PARTIDAS: ".
002090     05 SUB-CANT          PIC ZZZZZ9.
002100     05 FILLER            PIC X(1)         VALUE SPACE.
002110     05 SUB-IMPORTE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002120   01 TITULO-RESUMEN.
002130     05 FILLER            PIC X(60)        VALUE
002140          "****** ANTIGUEDAD Y CRUCE CONTRA EL MAYOR ******".
002150   01 ENCABEZADO-ANT.
002160     05 FILLER            PIC X(9)         VALUE "CIA MON".
002170     05 FILLER            PIC X(7)         VALUE "PARTS".
002180     05 FILLER            PIC X(18)        VALUE
002190          "        0-30 DIAS".
002200     05 FILLER            PIC X(18)        VALUE
002210          "       31-60 DIAS".
002220     05 FILLER            PIC X(18)        VALUE
002230          "       61-90 DIAS".
002240     05 FILLER            PIC X(18)        VALUE
002250          "     MAS DE 90".
002260   01 LINEA-ANTIGUEDAD.
002270     05 ANT-CIA           PIC X(1).
002280     05 FILLER            PIC X(3)         VALUE SPACES.
002290     05 ANT-MONEDA        PIC X(3).
002300     05 FILLER            PIC X(1)         VALUE SPACE.
002310     05 ANT-CANT          PIC ZZZZZ9.
002320     05 FILLER            PIC X(1)         VALUE SPACE.
002330     05 ANT-030           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002340     05 ANT-060           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002350     05 ANT-090           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002360     05 ANT-MAS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002370   01 LINEA-CRUCE.
002380     05 FILLER            PIC X(8)         VALUE SPACES.
002390     05 CRU-CUENTA        PIC X(4).
002400     05 FILLER            PIC X(10)        VALUE " PAGOLIB: ".
002410     05 CRU-CANT          PIC ZZZZZ9.
002420     05 FILLER            PIC X(1)         VALUE SPACE.
002430     05 CRU-PAGOLIB       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002440     05 FILLER            PIC X(7)         VALUE "  GL: ".
002450     05 CRU-GL            PIC ---,---,---,--9.99.
002460     05 FILLER            PIC X(7)         VALUE "  DIF: ".
002470     05 CRU-DIF           PIC ---,---,---,--9.99.
002480   01 LINEA-CRUCE-SIN-GL.
002490     05 FILLER            PIC X(8)         VALUE SPACES.
002500     05 CSG-CUENTA        PIC X(4).
002510     05 FILLER            PIC X(10)        VALUE " PAGOLIB: ".
002520     05 CSG-CANT          PIC ZZZZZ9.
002530     05 FILLER            PIC X(1)         VALUE SPACE.
002540     05 CSG-PAGOLIB       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002550     05 FILLER            PIC X(32)        VALUE
002560          "  GL: SIN SALDO EN SALDOGL".
002570   01 TITULO-AMARRE.
002580     05 FILLER            PIC X(60)        VALUE
002590          "********* AMARRE CONTRA PAGOLIB *********".
002600   01 LINEA-AMARRE.
002610     05 AMA-TEXTO         PIC X(36).
002620     05 AMA-CANT          PIC ZZZZZ9.
002630     05 FILLER            PIC X(2)         VALUE SPACES.
002640     05 AMA-IMPORTE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002650     05 FILLER            PIC X(2)         VALUE SPACES.
002660     05 AMA-MARCA         PIC X(20).
002670* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002680* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002690* ESTADO DE LA CADENA (CADENA1A).
002700   77 FS-RUNLOG          PIC XX           VALUE '00'.
002710   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
002720   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
002730   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
002740   77 COND-LOG           PIC 9(4)         VALUE 0000.
002750* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002760   01 P-PRED-CADENA.
002770     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002780     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002790     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002800       88 P-PRED-RECHAZADO                VALUE 'R'.
002810     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002820     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002830     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002840 PROCEDURE DIVISION.
002850 MAIN-PROCEDURE.
002860     PERFORM INICIAR-RUN-LOG.
002870     PERFORM VERIFICAR-PREDECESORES.
002880     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002890     PERFORM ABRIR-ARCHIVOS-CON.
002900     PERFORM CARGAR-SALDOS-GL.
002910     OPEN OUTPUT RPT-CONCILIA.
002920     PERFORM IMPRIMIR-TITULO-CON.
002930     SORT ORDEN-PARTIDAS
002940       ON ASCENDING KEY OP-CIA OP-FECHA OP-MONEDA OP-ID-EMP
002950       INPUT PROCEDURE IS ENTRADA-PARTIDAS
002960       OUTPUT PROCEDURE IS SALIDA-PARTIDAS.
002970     PERFORM IMPRIMIR-RESUMEN-CON.
002980     PERFORM IMPRIMIR-AMARRE.
002990     CLOSE RPT-CONCILIA.
003000     PERFORM CERRAR-ARCHIVOS-CON.
003010     PERFORM ANUNCIAR-RESULTADO.
003020     PERFORM GRABAR-RUN-LOG.
003030     STOP RUN.
003040*----------------------------------------------------------
003050* PAGOLIB ES INDISPENSABLE. EL MAESTRO SOLO DA LA COMPANIA DE
003060* LOS PAGOS ANTERIORES A PL-CIA; SIN EL VAN A LA COMPANIA EN
003070* BLANCO.
003080*----------------------------------------------------------
003090 ABRIR-ARCHIVOS-CON.
003100     OPEN INPUT PAGO-LEDGER.
003110     IF FS-LEDGER NOT = '00' THEN
003120       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL LEDGER PAGOLIB"
003130         " (FILE STATUS " FS-LEDGER "), NADA QUE CONCILIAR ***"
003140       MOVE 0016 TO COND-LOG
003150       PERFORM GRABAR-RUN-LOG
003160       STOP RUN
003170     END-IF.
003180     OPEN INPUT EMPMAST.
003190     IF FS-EMPMAST = '00' THEN
003200       MOVE 'Y' TO SWITCH-MAST-DISP
003210     END-IF.
003220     EXIT.
003230 CERRAR-ARCHIVOS-CON.
003240     CLOSE PAGO-LEDGER.
003250     IF MAESTRO-DISPONIBLE THEN
003260       CLOSE EMPMAST
003270     END-IF.
003280     EXIT.
003290*----------------------------------------------------------
003300* LOS SALDOS DEL MAYOR (SALDOGL) SON OPCIONALES: SIN ELLOS EL
003310* REPORTE SOLO LISTA Y AMARRA CONTRA PAGOLIB. CADA SALDO DE
003320* 2110 O 2115 ABRE SU COMPANIA Y MONEDA EN LA TABLA, AUNQUE NO
003330* TENGA PARTIDAS, PARA QUE UN SALDO SIN RESPALDO SE VEA.
003340*----------------------------------------------------------
003350 CARGAR-SALDOS-GL.
003360     OPEN INPUT SALDO-GL.
003370     IF FS-SALDOGL NOT = '00' THEN
003380       DISPLAY "*** ATENCION: SIN SALDOS DEL MAYOR EN SALDOGL"
003390         " (FILE STATUS " FS-SALDOGL "), NO SE CRUZA CONTRA EL"
003400         " GL ***"
003410       EXIT PARAGRAPH
003420     END-IF.
003430     MOVE 'Y' TO SWITCH-SALDOS-DISP.
003440     PERFORM LEER-SALDO-GL.
003450     PERFORM UNTIL FIN-SALDOS
003460       IF SG-CUENTA = CUENTA-PUENTE-BCO
003470           OR SG-CUENTA = CUENTA-PAGOS-DEVUEL THEN
003480         MOVE SG-CIA TO CIA-BUSCADA
003490         MOVE SG-MONEDA TO MONEDA-BUSCADA
003500         PERFORM BUSCAR-O-CREAR-CON
003510         IF SG-CUENTA = CUENTA-PUENTE-BCO THEN
003520           ADD SG-SALDO TO TK-GL-PTE(CON-IDX)
003530           MOVE 'Y' TO TK-GL-PTE-HALLADO(CON-IDX)
003540         ELSE
003550           ADD SG-SALDO TO TK-GL-DEV(CON-IDX)
003560           MOVE 'Y' TO TK-GL-DEV-HALLADO(CON-IDX)
003570         END-IF
003580       END-IF
003590       PERFORM LEER-SALDO-GL
003600     END-PERFORM.
003610     CLOSE SALDO-GL.
003620     EXIT.
003630 LEER-SALDO-GL.
003640     READ SALDO-GL
003650       AT END
003660         MOVE 'Y' TO SWITCH-FIN-SALDOS
003670     END-READ.
003680     EXIT.
003690*----------------------------------------------------------
003700* UBICA (O ABRE) EN LA TABLA LA ENTRADA DE CIA-BUSCADA Y
003710* MONEDA-BUSCADA Y LA DEJA EN CON-IDX.
003720*----------------------------------------------------------
003730 BUSCAR-O-CREAR-CON.
003740     MOVE 0 TO CON-IDX.
003750     PERFORM VARYING CON FROM 1 BY 1
003760         UNTIL CON > CANT-CON OR CON-IDX > 0
003770       IF TK-CIA(CON) = CIA-BUSCADA
003780           AND TK-MONEDA(CON) = MONEDA-BUSCADA THEN
003790         MOVE CON TO CON-IDX
003800       END-IF
003810     END-PERFORM.
003820     IF CON-IDX > 0 THEN
003830       EXIT PARAGRAPH
003840     END-IF.
003850     IF CANT-CON >= 30 THEN
003860       DISPLAY "*** ERROR: TABLA DE COMPANIAS Y MONEDAS LLENA EN"
003870         " LA CONCILIACION, CORRIDA ABORTADA ***"
003880       MOVE 0016 TO COND-LOG
003890       PERFORM GRABAR-RUN-LOG
003900       STOP RUN
003910     END-IF.
003920     ADD 1 TO CANT-CON.
003930     MOVE CANT-CON TO CON-IDX.
003940     MOVE CIA-BUSCADA TO TK-CIA(CON-IDX).
003950     MOVE MONEDA-BUSCADA TO TK-MONEDA(CON-IDX).
003960     MOVE ZERO TO TK-CANT-PTE(CON-IDX).
003970     MOVE ZERO TO TK-IMP-PTE(CON-IDX).
003980     MOVE ZERO TO TK-IMP-030(CON-IDX).
003990     MOVE ZERO TO TK-IMP-060(CON-IDX).
004000     MOVE ZERO TO TK-IMP-090(CON-IDX).
004010     MOVE ZERO TO TK-IMP-MAS(CON-IDX).
004020     MOVE ZERO TO TK-CANT-DEV(CON-IDX).
004030     MOVE ZERO TO TK-IMP-DEV(CON-IDX).
004040     MOVE ZERO TO TK-GL-PTE(CON-IDX).
004050     MOVE 'N' TO TK-GL-PTE-HALLADO(CON-IDX).
004060     MOVE ZERO TO TK-GL-DEV(CON-IDX).
004070     MOVE 'N' TO TK-GL-DEV-HALLADO(CON-IDX).
004080     EXIT.
004090*----------------------------------------------------------
004100* PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE TODO PAGOLIB,
004110* TOTALIZA POR ESTADO PARA EL AMARRE Y LIBERA AL ORDENAMIENTO
004120* LO QUE SIGUE EN 2110 (ENVIADA, REEMITIDA, RETENIDA O
004130* GENERADA). LAS RECHAZADAS SOLO SE ACUMULAN PARA 2115.
004140*----------------------------------------------------------
004150 ENTRADA-PARTIDAS.
004160     MOVE LOW-VALUES TO PL-LLAVE.
004170     START PAGO-LEDGER KEY >= PL-LLAVE
004180       INVALID KEY
004190         MOVE 'Y' TO SWITCH-FIN-LEDGER
004200     END-START.
004210     IF NOT FIN-LEDGER THEN
004220       PERFORM LEER-LEDGER-SIGUIENTE
004230     END-IF.
004240     PERFORM UNTIL FIN-LEDGER
004250       PERFORM CLASIFICAR-PAGO
004260       PERFORM LEER-LEDGER-SIGUIENTE
004270     END-PERFORM.
004280     EXIT.
004290 LEER-LEDGER-SIGUIENTE.
004300     READ PAGO-LEDGER NEXT
004310       AT END
004320         MOVE 'Y' TO SWITCH-FIN-LEDGER
004330     END-READ.
004340     EXIT.
004350 CLASIFICAR-PAGO.
004360     ADD 1 TO CONT-LEIDOS.
004370     ADD PL-IMPORTE TO IMP-LEIDOS.
004380     PERFORM OBTENER-CIA-PARTIDA.
004390     EVALUATE TRUE
004400       WHEN PL-ENVIADA OR PL-REEMITIDA OR PL-RETENIDA
004410           OR PL-GENERADA
004420         ADD 1 TO CONT-ABIERTAS
004430         ADD PL-IMPORTE TO IMP-ABIERTAS
004440         PERFORM LIBERAR-PARTIDA
004450       WHEN PL-RECHAZADA
004460         ADD 1 TO CONT-DEVUELTAS
004470         ADD PL-IMPORTE TO IMP-DEVUELTAS
004480         MOVE CIA-PARTIDA TO CIA-BUSCADA
004490         MOVE PL-MONEDA TO MONEDA-BUSCADA
004500         PERFORM BUSCAR-O-CREAR-CON
004510         ADD 1 TO TK-CANT-DEV(CON-IDX)
004520         ADD PL-IMPORTE TO TK-IMP-DEV(CON-IDX)
004530       WHEN PL-CONFIRMADA
004540         ADD 1 TO CONT-CONFIRMADAS
004550         ADD PL-IMPORTE TO IMP-CONFIRMADAS
004560       WHEN OTHER
004570         ADD 1 TO CONT-OTRO-ESTADO
004580         ADD PL-IMPORTE TO IMP-OTRO-ESTADO
004590         DISPLAY "*** ATENCION: ESTADO '" PL-ESTADO "' NO"
004600           " RECONOCIDO EN PAGOLIB, ID " PL-ID-EMP " ***"
004610     END-EVALUATE.
004620     EXIT.
004630*----------------------------------------------------------
004640* COMPANIA DEL PAGO: PL-CIA; LOS REGISTROS ANTERIORES A LA
004650* COMPANIA LA TOMAN DEL MAESTRO (CIA-MAST), COMO EN BANPAG1A.
004660*----------------------------------------------------------
004670 OBTENER-CIA-PARTIDA.
004680     MOVE PL-CIA TO CIA-PARTIDA.
004690     IF CIA-PARTIDA = SPACE AND MAESTRO-DISPONIBLE THEN
004700       MOVE PL-ID-EMP TO ID-MAST
004710       READ EMPMAST
004720         NOT INVALID KEY
004730           MOVE CIA-MAST TO CIA-PARTIDA
004740       END-READ
004750     END-IF.
004760     EXIT.
004770 LIBERAR-PARTIDA.
004780     MOVE CIA-PARTIDA TO OP-CIA.
004790     MOVE PL-FECHA TO OP-FECHA.
004800     MOVE PL-MONEDA TO OP-MONEDA.
004810     MOVE PL-ID-EMP TO OP-ID-EMP.
004820     MOVE PL-CUOTA TO OP-CUOTA.
004830     MOVE PL-ESTADO TO OP-ESTADO.
004840     MOVE PL-FECHA-ESTADO TO OP-FECHA-ESTADO.
004850     MOVE PL-SECUENCIA TO OP-SECUENCIA.
004860     MOVE PL-IMPORTE TO OP-IMPORTE.
004870     RELEASE REG-PARTIDA.
004880     EXIT.
004890*----------------------------------------------------------
004900* PROCEDIMIENTO DE SALIDA DEL SORT: LISTA CADA PARTIDA ABIERTA
004910* CON SUS DIAS DESDE LA CORRIDA QUE LA ABONO A 2110, SUBTOTAL
004920* POR COMPANIA, FECHA DE CORRIDA Y MONEDA, Y ACUMULA LA
004930* ANTIGUEDAD POR COMPANIA Y MONEDA.
004940*----------------------------------------------------------
004950 SALIDA-PARTIDAS.
004960     PERFORM RETORNAR-PARTIDA.
004970     PERFORM UNTIL FIN-ORD
004980       IF NOT PRIMER-GRUPO THEN
004990         IF OP-CIA NOT = GRUPO-CIA OR OP-FECHA NOT = GRUPO-FECHA
005000             OR OP-MONEDA NOT = GRUPO-MONEDA THEN
005010           PERFORM IMPRIMIR-SUBTOTAL-CON
005020         END-IF
005030       END-IF
005040       IF PRIMER-GRUPO THEN
005050         PERFORM INICIAR-GRUPO
005060       END-IF
005070       PERFORM LISTAR-PARTIDA
005080       PERFORM RETORNAR-PARTIDA
005090     END-PERFORM.
005100     IF NOT PRIMER-GRUPO THEN
005110       PERFORM IMPRIMIR-SUBTOTAL-CON
005120     END-IF.
005130     IF CONT-LISTADAS = 0 THEN
005140       MOVE "  NO HAY PARTIDAS ABIERTAS EN 2110" TO LINEA-RPT-CON
005150       WRITE LINEA-RPT-CON
005160     END-IF.
005170     EXIT.
005180 RETORNAR-PARTIDA.
005190     RETURN ORDEN-PARTIDAS
005200       AT END
005210         MOVE 'Y' TO SWITCH-FIN-ORD
005220     END-RETURN.
005230     EXIT.
005240 INICIAR-GRUPO.
005250     MOVE 'N' TO SWITCH-PRIMER-GRUPO.
005260     MOVE OP-CIA TO GRUPO-CIA.
005270     MOVE OP-FECHA TO GRUPO-FECHA.
005280     MOVE OP-MONEDA TO GRUPO-MONEDA.
005290     MOVE ZERO TO GRUPO-CANT.
005300     MOVE ZERO TO GRUPO-IMPORTE.
005310     EXIT.
005320 LISTAR-PARTIDA.
005330     ADD 1 TO CONT-LISTADAS.
005340     ADD OP-IMPORTE TO IMP-LISTADAS.
005350     ADD 1 TO GRUPO-CANT.
005360     ADD OP-IMPORTE TO GRUPO-IMPORTE.
005370     PERFORM CALCULAR-DIAS-ABIERTA.
005380     MOVE OP-CIA TO CIA-BUSCADA.
005390     MOVE OP-MONEDA TO MONEDA-BUSCADA.
005400     PERFORM BUSCAR-O-CREAR-CON.
005410     ADD 1 TO TK-CANT-PTE(CON-IDX).
005420     ADD OP-IMPORTE TO TK-IMP-PTE(CON-IDX).
005430     EVALUATE TRUE
005440       WHEN DIAS-ABIERTA <= 30
005450         ADD OP-IMPORTE TO TK-IMP-030(CON-IDX)
005460       WHEN DIAS-ABIERTA <= 60
005470         ADD OP-IMPORTE TO TK-IMP-060(CON-IDX)
005480       WHEN DIAS-ABIERTA <= 90
005490         ADD OP-IMPORTE TO TK-IMP-090(CON-IDX)
005500       WHEN OTHER
005510         ADD OP-IMPORTE TO TK-IMP-MAS(CON-IDX)
005520     END-EVALUATE.
005530     MOVE OP-CIA TO DET-CIA.
005540     MOVE OP-FECHA TO DET-FECHA.
005550     MOVE OP-MONEDA TO DET-MONEDA.
005560     MOVE OP-ID-EMP TO DET-ID.
005570     MOVE OP-CUOTA TO DET-CUOTA.
005580     EVALUATE OP-ESTADO
005590       WHEN 'E'
005600         MOVE "ENVIADA" TO DET-ESTADO
005610       WHEN 'X'
005620         MOVE "REEMITIDA" TO DET-ESTADO
005630       WHEN 'H'
005640         MOVE "RETENIDA" TO DET-ESTADO
005650       WHEN OTHER
005660         MOVE "GENERADA" TO DET-ESTADO
005670     END-EVALUATE.
005680     MOVE OP-FECHA-ESTADO TO DET-FECHA-ESTADO.
005690     MOVE OP-SECUENCIA TO DET-SECUENCIA.
005700     MOVE OP-IMPORTE TO DET-IMPORTE.
005710     MOVE DIAS-ABIERTA TO DET-DIAS.
005720     MOVE DETALLE-CON TO LINEA-RPT-CON.
005730     WRITE LINEA-RPT-CON.
005740     EXIT.
005750 CALCULAR-DIAS-ABIERTA.
005760     IF OP-FECHA NOT NUMERIC OR OP-FECHA = ZERO THEN
005770       MOVE 0 TO DIAS-ABIERTA
005780       EXIT PARAGRAPH
005790     END-IF.
005800     COMPUTE DIAS-ABIERTA =
005810       FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA-R) -
005820       FUNCTION INTEGER-OF-DATE(OP-FECHA).
005830     IF DIAS-ABIERTA < 0 THEN
005840       MOVE 0 TO DIAS-ABIERTA
005850     END-IF.
005860     EXIT.
005870 IMPRIMIR-SUBTOTAL-CON.
005880     MOVE GRUPO-CIA TO SUB-CIA.
005890     MOVE GRUPO-FECHA TO SUB-FECHA.
005900     MOVE GRUPO-MONEDA TO SUB-MONEDA.
005910     MOVE GRUPO-CANT TO SUB-CANT.
005920     MOVE GRUPO-IMPORTE TO SUB-IMPORTE.
005930     MOVE SUBTOTAL-CON TO LINEA-RPT-CON.
005940     WRITE LINEA-RPT-CON.
005950     MOVE SPACES TO LINEA-RPT-CON.
005960     WRITE LINEA-RPT-CON.
005970     MOVE 'Y' TO SWITCH-PRIMER-GRUPO.
005980     EXIT.
005990 IMPRIMIR-TITULO-CON.
006000     MOVE FECHA-CORRIDA-R TO TIT-FECHA.
006010     MOVE TITULO-CON TO LINEA-RPT-CON.
006020     WRITE LINEA-RPT-CON.
006030     MOVE ENCABEZADO-CON TO LINEA-RPT-CON.
006040     WRITE LINEA-RPT-CON.
006050     MOVE SPACES TO LINEA-RPT-CON.
006060     WRITE LINEA-RPT-CON.
006070     EXIT.
006080*----------------------------------------------------------
006090* POR COMPANIA Y MONEDA: ANTIGUEDAD DE LO ABIERTO EN 2110 Y
006100* CRUCE DE 2110 (ABIERTAS) Y 2115 (DEVUELTAS) CONTRA EL SALDO
006110* DEL MAYOR. TODA DIFERENCIA SE CUENTA Y DEJA CONDICION 0004.
006120*----------------------------------------------------------
006130 IMPRIMIR-RESUMEN-CON.
006140     MOVE SPACES TO LINEA-RPT-CON.
006150     WRITE LINEA-RPT-CON.
006160     MOVE TITULO-RESUMEN TO LINEA-RPT-CON.
006170     WRITE LINEA-RPT-CON.
006180     MOVE ENCABEZADO-ANT TO LINEA-RPT-CON.
006190     WRITE LINEA-RPT-CON.
006200     PERFORM VARYING CON FROM 1 BY 1 UNTIL CON > CANT-CON
006210       PERFORM IMPRIMIR-CIA-MONEDA
006220     END-PERFORM.
006230     EXIT.
006240 IMPRIMIR-CIA-MONEDA.
006250     MOVE TK-CIA(CON) TO ANT-CIA.
006260     MOVE TK-MONEDA(CON) TO ANT-MONEDA.
006270     MOVE TK-CANT-PTE(CON) TO ANT-CANT.
006280     MOVE TK-IMP-030(CON) TO ANT-030.
006290     MOVE TK-IMP-060(CON) TO ANT-060.
006300     MOVE TK-IMP-090(CON) TO ANT-090.
006310     MOVE TK-IMP-MAS(CON) TO ANT-MAS.
006320     MOVE LINEA-ANTIGUEDAD TO LINEA-RPT-CON.
006330     WRITE LINEA-RPT-CON.
006340     IF TK-GL-PTE-HALLADO(CON) = 'Y' THEN
006350       COMPUTE DIFERENCIA = TK-GL-PTE(CON) - TK-IMP-PTE(CON)
006360       MOVE CUENTA-PUENTE-BCO TO CRU-CUENTA
006370       MOVE TK-CANT-PTE(CON) TO CRU-CANT
006380       MOVE TK-IMP-PTE(CON) TO CRU-PAGOLIB
006390       MOVE TK-GL-PTE(CON) TO CRU-GL
006400       PERFORM IMPRIMIR-CRUCE
006410     ELSE
006420       MOVE CUENTA-PUENTE-BCO TO CSG-CUENTA
006430       MOVE TK-CANT-PTE(CON) TO CSG-CANT
006440       MOVE TK-IMP-PTE(CON) TO CSG-PAGOLIB
006450       PERFORM IMPRIMIR-CRUCE-SIN-GL
006460     END-IF.
006470     IF TK-GL-DEV-HALLADO(CON) = 'Y' THEN
006480       COMPUTE DIFERENCIA = TK-GL-DEV(CON) - TK-IMP-DEV(CON)
006490       MOVE CUENTA-PAGOS-DEVUEL TO CRU-CUENTA
006500       MOVE TK-CANT-DEV(CON) TO CRU-CANT
006510       MOVE TK-IMP-DEV(CON) TO CRU-PAGOLIB
006520       MOVE TK-GL-DEV(CON) TO CRU-GL
006530       PERFORM IMPRIMIR-CRUCE
006540     ELSE
006550       MOVE CUENTA-PAGOS-DEVUEL TO CSG-CUENTA
006560       MOVE TK-CANT-DEV(CON) TO CSG-CANT
006570       MOVE TK-IMP-DEV(CON) TO CSG-PAGOLIB
006580       PERFORM IMPRIMIR-CRUCE-SIN-GL
006590     END-IF.
006600     EXIT.
006610 IMPRIMIR-CRUCE.
006620     MOVE DIFERENCIA TO CRU-DIF.
006630     MOVE LINEA-CRUCE TO LINEA-RPT-CON.
006640     IF DIFERENCIA NOT = 0 THEN
006650       ADD 1 TO CONT-DIFERENCIAS
006660       MOVE "*DIF*" TO LINEA-RPT-CON(95:5)
006670     END-IF.
006680     WRITE LINEA-RPT-CON.
006690     EXIT.
006700 IMPRIMIR-CRUCE-SIN-GL.
006710     ADD 1 TO CONT-SIN-SALDO.
006720     MOVE LINEA-CRUCE-SIN-GL TO LINEA-RPT-CON.
006730     WRITE LINEA-RPT-CON.
006740     EXIT.
006750*----------------------------------------------------------
006760* AMARRE CONTRA PAGOLIB: ABIERTAS MAS DEVUELTAS MAS
006770* CONFIRMADAS MAS ESTADOS DESCONOCIDOS DEBEN DAR TODO LO LEIDO,
006780* Y LO LISTADO DEBE DAR LO ABIERTO.
006790*----------------------------------------------------------
006800 IMPRIMIR-AMARRE.
006810     MOVE SPACES TO LINEA-RPT-CON.
006820     WRITE LINEA-RPT-CON.
006830     MOVE TITULO-AMARRE TO LINEA-RPT-CON.
006840     WRITE LINEA-RPT-CON.
006850     MOVE SPACES TO AMA-MARCA.
006860     MOVE "ABIERTAS EN 2110 (E/X/H/G)" TO AMA-TEXTO.
006870     MOVE CONT-ABIERTAS TO AMA-CANT.
006880     MOVE IMP-ABIERTAS TO AMA-IMPORTE.
006890     PERFORM ESCRIBIR-AMARRE.
006900     MOVE "DEVUELTAS EN 2115 (R)" TO AMA-TEXTO.
006910     MOVE CONT-DEVUELTAS TO AMA-CANT.
006920     MOVE IMP-DEVUELTAS TO AMA-IMPORTE.
006930     PERFORM ESCRIBIR-AMARRE.
006940     MOVE "CONFIRMADAS, FUERA DE 2110 (C)" TO AMA-TEXTO.
006950     MOVE CONT-CONFIRMADAS TO AMA-CANT.
006960     MOVE IMP-CONFIRMADAS TO AMA-IMPORTE.
006970     PERFORM ESCRIBIR-AMARRE.
006980     MOVE "ESTADO DESCONOCIDO" TO AMA-TEXTO.
006990     MOVE CONT-OTRO-ESTADO TO AMA-CANT.
007000     MOVE IMP-OTRO-ESTADO TO AMA-IMPORTE.
007010     PERFORM ESCRIBIR-AMARRE.
007020     MOVE "TOTAL LEIDO DE PAGOLIB" TO AMA-TEXTO.
007030     MOVE CONT-LEIDOS TO AMA-CANT.
007040     MOVE IMP-LEIDOS TO AMA-IMPORTE.
007050     IF CONT-ABIERTAS + CONT-DEVUELTAS + CONT-CONFIRMADAS
007060         + CONT-OTRO-ESTADO NOT = CONT-LEIDOS
007070         OR IMP-ABIERTAS + IMP-DEVUELTAS + IMP-CONFIRMADAS
007080         + IMP-OTRO-ESTADO NOT = IMP-LEIDOS THEN
007090       MOVE "*** NO AMARRA ***" TO AMA-MARCA
007100       ADD 1 TO CONT-DIFERENCIAS
007110     ELSE
007120       MOVE "AMARRA" TO AMA-MARCA
007130     END-IF.
007140     PERFORM ESCRIBIR-AMARRE.
007150     MOVE SPACES TO AMA-MARCA.
007160     MOVE "LISTADAS EN ESTE REPORTE" TO AMA-TEXTO.
007170     MOVE CONT-LISTADAS TO AMA-CANT.
007180     MOVE IMP-LISTADAS TO AMA-IMPORTE.
007190     IF CONT-LISTADAS NOT = CONT-ABIERTAS
007200         OR IMP-LISTADAS NOT = IMP-ABIERTAS THEN
007210       MOVE "*** NO AMARRA ***" TO AMA-MARCA
007220       ADD 1 TO CONT-DIFERENCIAS
007230     ELSE
007240       MOVE "AMARRA" TO AMA-MARCA
007250     END-IF.
007260     PERFORM ESCRIBIR-AMARRE.
007270     EXIT.
007280 ESCRIBIR-AMARRE.
007290     MOVE LINEA-AMARRE TO LINEA-RPT-CON.
007300     WRITE LINEA-RPT-CON.
007310     EXIT.
007320 ANUNCIAR-RESULTADO.
007330     DISPLAY "------ PARTIDAS ABIERTAS CUENTA PUENTE 2110 ------".
007340     DISPLAY " REGISTROS EN PAGOLIB:     " CONT-LEIDOS.
007350     DISPLAY " ABIERTAS EN 2110:         " CONT-ABIERTAS.
007360     DISPLAY " DEVUELTAS EN 2115:        " CONT-DEVUELTAS.
007370     DISPLAY " CONFIRMADAS:              " CONT-CONFIRMADAS.
007380     DISPLAY " CRUCES CON DIFERENCIA:    " CONT-DIFERENCIAS.
007390     DISPLAY " CRUCES SIN SALDO GL:      " CONT-SIN-SALDO.
007400     IF CONT-DIFERENCIAS > 0 THEN
007410       DISPLAY "*** ATENCION: LA CUENTA PUENTE NO CONCILIA, VER"
007420         " RPTCONB ***"
007430     END-IF.
007440     EXIT.
007450*----------------------------------------------------------
007460* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
007470* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
007480* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). UNA DIFERENCIA
007490* CONTRA EL MAYOR O CONTRA PAGOLIB DEJA CONDICION 0004.
007500*----------------------------------------------------------
007510 INICIAR-RUN-LOG.
007520     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
007530     ACCEPT HORA-ACEPT-LOG FROM TIME.
007540     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
007550     EXIT.
007560*----------------------------------------------------------
007570* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
007580* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
007590* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
007600* REGISTRA PREDEC1A.
007610*----------------------------------------------------------
007620 VERIFICAR-PREDECESORES.
007630     MOVE 'CONBCO1A' TO P-PRED-PROGRAMA.
007640     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
007650     CALL 'PREDEC1A' USING P-PRED-CADENA.
007660     IF P-PRED-RECHAZADO THEN
007670       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
007680         " CORRIDA ABORTADA ***"
007690       MOVE 0016 TO COND-LOG
007700       PERFORM GRABAR-RUN-LOG
007710       STOP RUN
007720     END-IF.
007730     EXIT.
007740 GRABAR-RUN-LOG.
007750     OPEN EXTEND RUN-LOG.
007760     IF FS-RUNLOG = '35' THEN
007770       OPEN OUTPUT RUN-LOG
007780     END-IF.
007790     IF FS-RUNLOG NOT = '00' THEN
007800       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
007810         " (FILE STATUS " FS-RUNLOG ") ***"
007820       EXIT PARAGRAPH
007830     END-IF.
007840     MOVE 'CONBCO1A' TO RL-PROGRAMA.
007850     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
007860     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
007870     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
007880     ACCEPT HORA-ACEPT-LOG FROM TIME.
007890     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
007900     MOVE CONT-LEIDOS TO RL-LEIDOS.
007910     MOVE CONT-LISTADAS TO RL-ESCRITOS.
007920     MOVE CONT-DIFERENCIAS TO RL-RECHAZADOS.
007930     IF COND-LOG = 0000 AND CONT-DIFERENCIAS > 0 THEN
007940       MOVE 0004 TO COND-LOG
007950     END-IF.
007960     MOVE COND-LOG TO RL-COND.
007970     MOVE P-PRED-RESULTADO TO RL-TIPO.
007980     MOVE P-PRED-PASO TO RL-PREDECESOR.
007990     MOVE P-PRED-COND TO RL-COND-PRED.
008000     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
008010     MOVE SPACES TO RL-MOTIVO.
008020     WRITE REG-RUN-LOG.
008030     CLOSE RUN-LOG.
008040     EXIT.
008050 END PROGRAM CONBCO1A.
