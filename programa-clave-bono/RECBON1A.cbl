000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: RECUPERACION DE BONOS POR BAJA ANTICIPADA. RECORRE EL *
000050*           LEDGER DE PAGOS PAGOLIB Y, POR CADA TRANSFERENCIA    *
000060*           CONFIRMADA CUYO EMPLEADO CAUSO BAJA (STATUS-MAST     *
000070*           'B') DENTRO DE LA VENTANA DE PERMANENCIA (RCBCTL,    *
000080*           12 MESES POR OMISION), CALCULA EL IMPORTE A          *
000090*           RECUPERAR PRORRATEANDO EL BONO BRUTO POR LOS MESES   *
000100*           QUE NO CUMPLIO Y ABRE LA RECUPERACION EN EL LEDGER   *
000110*           DE CUENTAS POR COBRAR CXCBONO. AL ABRIRLA: POLIZA    *
000117*           EN FORMATO GLPOST (GLRECUP) QUE CARGA LA CUENTA POR  *
000131*           COBRAR Y ABONA EL GASTO DE BONOS, RESTA EL IMPORTE   *
000140*           DEL ACUMULADO YTDBONO Y AGREGA A AUDHIST UN          *
000150*           REGISTRO DE AUDITORIA CON TIPO-REND RECUPERACION.    *
000160*           CADA CORRIDA ENVIA A NOMINA (DEDNOM) EL DESCUENTO    *
000170*           QUE TOCA A CADA RECUPERACION ABIERTA: EL FINIQUITO   *
000180*           EN UNA SOLA EXHIBICION O LA SIGUIENTE PARCIALIDAD.   *
000181*           REPORTE EN RPTRECB.                                  *
000182* MOD-HISTORY:                                                   *
000183*   15/10/2026 FPG  LOS REGISTROS DE RECUPERACION EN AUDHIST     *
000184*                   DEJAN EN BLANCO LOS CAMPOS DE REND USADO     *
000185*                   (HST-REND-USADO, METODO Y PERIODOS).         *
000186*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000187*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000188*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000189*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000190*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000191*                   EL RESULTADO DE LA VERIFICACION.             *
000192*   15/10/2026 FPG  LAS CUOTAS DIFERIDAS (PL-CUOTA DISTINTA DE   *
000194*                   CERO) NO SE RECUPERAN: SOLO SE PAGAN A QUIEN *
000195*                   SIGUE ACTIVO AL VENCER Y LO NO VENCIDO LO    *
000196*                   PIERDE DIFBON1A CON LA BAJA.                 *
000197*   15/10/2026 FPG  LA POLIZA GLRECUP LLEVA UN LOTE POR COMPANIA *
000198*                   CON SU LIBRO DE CIAREF Y AUDHIST LA COMPANIA *
000199*                   (HST-CIA). UN PAGO DE UNA COMPANIA QUE NO    *
000200*                   ESTA EN CIAREF NO SE RECUPERA HASTA QUE SE   *
000201*                   DE DE ALTA.                                  *
000202******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RECBON1A.
000230 ENVIRONMENT DIVISION.
000240*CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PAGO-LEDGER ASSIGN TO PAGOLIB
000280       ORGANIZATION IS INDEXED
000290       ACCESS MODE IS DYNAMIC
000300       RECORD KEY IS PL-LLAVE
000310       FILE STATUS IS FS-LEDGER.
000320     SELECT EMPMAST ASSIGN TO EMPMAST
000330       ORGANIZATION IS INDEXED
000340       ACCESS MODE IS RANDOM
000350       RECORD KEY IS ID-MAST
000360       FILE STATUS IS FS-EMPMAST.
000370     SELECT CXC-BONO ASSIGN TO CXCBONO
000380       ORGANIZATION IS INDEXED
000390       ACCESS MODE IS DYNAMIC
000400       RECORD KEY IS CX-LLAVE
000410       FILE STATUS IS FS-CXC.
000420     SELECT YTD-BONO ASSIGN TO YTDBONO
000430       ORGANIZATION IS INDEXED
000440       ACCESS MODE IS RANDOM
000450       RECORD KEY IS YTD-ID-EMP
000460       FILE STATUS IS FS-YTD.
000470     SELECT AUD-HISTORIA ASSIGN TO AUDHIST
000480       ORGANIZATION IS SEQUENTIAL
000490       FILE STATUS IS FS-AUDHIST.
000500     SELECT CTL-RECUPERA ASSIGN TO RCBCTL
000510       ORGANIZATION IS SEQUENTIAL
000520       FILE STATUS IS FS-CTL.
000530     SELECT DESC-NOMINA ASSIGN TO DEDNOM
000540       ORGANIZATION IS SEQUENTIAL.
000550     SELECT POLIZA ASSIGN TO GLRECUP
000560       ORGANIZATION IS SEQUENTIAL.
000570     SELECT RPT-RECUPERA ASSIGN TO RPTRECB
000580       ORGANIZATION IS SEQUENTIAL.
000590     SELECT RUN-LOG ASSIGN TO RUNLOG
000600       ORGANIZATION IS SEQUENTIAL
000610       FILE STATUS IS FS-RUNLOG.
000612     SELECT CIA-REF ASSIGN TO CIAREF
000614       ORGANIZATION IS SEQUENTIAL
000616       FILE STATUS IS FS-CIAREF.
000620 DATA DIVISION.
000630 FILE SECTION.
000640   FD PAGO-LEDGER
000650       RECORDING MODE IS F
000660       DATA RECORD IS REG-PAGO-LEDGER.
000670   COPY PAGOLEDG.
000680   FD EMPMAST
000690       RECORDING MODE IS F
000700       DATA RECORD IS REG-MAST.
000710   COPY EMPMASTR.
000720   FD CXC-BONO
000730       RECORDING MODE IS F
000740       DATA RECORD IS REG-CXC-BONO.
000750   COPY CXCBONRG.
000760   FD YTD-BONO
000770       RECORDING MODE IS F
000780       DATA RECORD IS REG-YTD.
000790   01 REG-YTD.
000800     05 YTD-ID-EMP        PIC X(4).
000810     05 YTD-ANIO          PIC 9(4).
000820     05 YTD-ACUMULADO     PIC 9(9)V99.
000830   FD AUD-HISTORIA
000840       RECORDING MODE IS F
000850       DATA RECORD IS REG-AUD-HIST.
000860   COPY AUDHSTRG.
000870* CONTROL DE LA RECUPERACION: MESES DE LA VENTANA DE
000880* PERMANENCIA DESPUES DEL PAGO, NUMERO DE PARCIALIDADES Y
000890* LIMITE HASTA EL QUE SE DESCUENTA TODO EN EL FINIQUITO (CERO:
000900* SIEMPRE FINIQUITO). UN IMPORTE MAYOR AL LIMITE SE DESCUENTA
000910* EN RB-CUOTAS PARCIALIDADES.
000920   FD CTL-RECUPERA
000930       RECORDING MODE IS F
000940       DATA RECORD IS REG-CTL-RECUPERA.
000950   01 REG-CTL-RECUPERA.
000960     05 RB-MESES          PIC 9(2).
000970     05 RB-CUOTAS         PIC 9(2).
000980     05 RB-LIMITE-FINIQ   PIC 9(7)V99.
000990* DESCUENTO PARA NOMINA: UNO POR RECUPERACION ABIERTA EN CADA
001000* CORRIDA, CON LA REFERENCIA DEL PAGO RECUPERADO, EL TIPO
001010* (F FINIQUITO, P PARCIALIDAD), LA CUOTA Y EL SALDO QUE QUEDA.
001020   FD DESC-NOMINA
001030       RECORDING MODE IS F
001040       DATA RECORD IS REG-DESC-NOMINA.
001050   01 REG-DESC-NOMINA.
001060     05 DN-ID-EMP         PIC X(4).
001070     05 DN-FECHA          PIC 9(8).
001080     05 DN-TIPO           PIC X(1).
001090     05 DN-CUOTA          PIC 9(2).
001100     05 DN-CUOTAS         PIC 9(2).
001110     05 DN-IMPORTE        PIC 9(7)V99.
001120     05 DN-MONEDA         PIC X(3).
001130     05 DN-FECHA-PAGO     PIC 9(8).
001140     05 DN-SALDO          PIC 9(7)V99.
001150     05 FILLER            PIC X(34).
001160   FD POLIZA
001170       RECORDING MODE IS F
001180       DATA RECORD IS REG-POLIZA-SAL.
001190   01 REG-POLIZA-SAL      PIC X(80).
001200   FD RPT-RECUPERA
001210       RECORDING MODE IS F
001220       DATA RECORD IS LINEA-RPT-REC.
001230   01 LINEA-RPT-REC       PIC X(90).
001240   FD RUN-LOG
001250       RECORDING MODE IS F
001260       DATA RECORD IS REG-RUN-LOG.
001270   COPY RUNLOGRG.
001272   FD CIA-REF
001274       RECORDING MODE IS F
001276       DATA RECORD IS REG-CIA-REF.
001278   COPY CIAREFRG.
001280 WORKING-STORAGE SECTION.
001290* IMAGEN COMUN DE LOS REGISTROS DE LA POLIZA, IDENTICA A LA DE
001300* CONTAB1A (GLPOST): ENCABEZADO DE LOTE, DETALLE Y COLA DE
001310* CONTROL, TODOS DE 80 BYTES.
001320   01 REG-POLIZA.
001330     05 PZ-TIPO           PIC X(1).
001340     05 PZ-RESTO          PIC X(79).
001350   01 ENCABEZADO-POLIZA REDEFINES REG-POLIZA.
001360     05 FILLER            PIC X(1).
001370     05 PH-FECHA          PIC 9(8).
001380     05 PH-ORIGEN         PIC X(8).
001385     05 PH-CIA            PIC X(1).
001390     05 PH-LIBRO          PIC X(4).
001395     05 FILLER            PIC X(58).
001400   01 DETALLE-POLIZA REDEFINES REG-POLIZA.
001410     05 FILLER            PIC X(1).
001420     05 PD-CUENTA         PIC X(4).
001430     05 PD-DEPTO          PIC X(3).
001440     05 PD-MONEDA         PIC X(3).
001450     05 PD-CARGO-ABONO    PIC X(1).
001460     05 PD-IMPORTE        PIC 9(9)V99.
001470     05 FILLER            PIC X(57).
001480   01 COLA-POLIZA REDEFINES REG-POLIZA.
001490     05 FILLER            PIC X(1).
001500     05 PT-CANTIDAD       PIC 9(6).
001510     05 PT-HASH-TOTAL     PIC 9(11)V99.
001520     05 FILLER            PIC X(60).
001530* CUENTAS CONTABLES DE LA RECUPERACION.
001540   77 CUENTA-GASTO-BONO   PIC X(4)         VALUE '5200'.
001550   77 CUENTA-CXC-BONO     PIC X(4)         VALUE '1180'.
001556* IMPORTE RECUPERADO POR COMPANIA, DEPARTAMENTO Y MONEDA PARA
001562* LA POLIZA.
001570   01 TABLA-POLIZA.
001580     05 CANT-POL          PIC 9(3)         VALUE 000.
001590     05 ENTRADA-POL OCCURS 150 TIMES.
001595       10 TP-CIA          PIC X(1).
001600       10 TP-DEPTO        PIC X(3).
001610       10 TP-MONEDA       PIC X(3).
001620       10 TP-IMPORTE      PIC 9(9)V99.
001630   77 POL                 PIC 9(3)         VALUE 000.
001640   77 POL-HALLADA-IDX     PIC 9(3)         VALUE 000.
001641* UN LOTE DE LA POLIZA POR COMPANIA, CON SU LIBRO DE CIAREF.
001642   01 TABLA-LOTES.
001643     05 CANT-LOTES        PIC 9(1)         VALUE 0.
001644     05 ENTRADA-LOTE OCCURS 9 TIMES.
001645       10 TL-CIA          PIC X(1).
001646       10 TL-LIBRO        PIC X(4).
001647   77 LOTE                PIC 9(2)         VALUE 00.
001648   77 LOTE-HALLADO-IDX    PIC 9(2)         VALUE 00.
001649   77 CIA-RECUP           PIC X(1)         VALUE SPACE.
001650   77 LIBRO-RECUP         PIC X(4)         VALUE SPACES.
001651* VALORES POR OMISION DEL CONTROL.
001660   77 MESES-VENTANA       PIC 9(3)         VALUE 012.
001670   77 CUOTAS-RECUP        PIC 9(2)         VALUE 01.
001680   77 LIMITE-FINIQUITO    PIC 9(7)V99      VALUE 0.
001690   01 SWITCH-FIN-LEDGER   PIC X            VALUE 'N'.
001700     88 FIN-LEDGER                         VALUE 'Y'.
001710   01 SWITCH-FIN-CXC      PIC X            VALUE 'N'.
001720     88 FIN-CXC                            VALUE 'Y'.
001730   01 SWITCH-YTD-ABIERTO  PIC X            VALUE 'N'.
001740     88 YTD-ABIERTO                        VALUE 'Y'.
001750   01 SWITCH-AUD-ABIERTO  PIC X            VALUE 'N'.
001760     88 AUD-ABIERTO                        VALUE 'Y'.
001761   01 SWITCH-CIAREF       PIC X            VALUE 'N'.
001762     88 CIAREF-DISPONIBLE                  VALUE 'Y'.
001763   01 SWITCH-CIA-HALLADA  PIC X            VALUE 'N'.
001764     88 CIA-HALLADA                        VALUE 'Y'.
001765   01 SWITCH-FIN-CIAS     PIC X            VALUE 'N'.
001766     88 FIN-CIAS                           VALUE 'Y'.
001770   77 FS-LEDGER           PIC XX           VALUE '00'.
001780   77 FS-EMPMAST          PIC XX           VALUE '00'.
001790   77 FS-CXC              PIC XX           VALUE '00'.
001800   77 FS-YTD              PIC XX           VALUE '00'.
001810   77 FS-AUDHIST          PIC XX           VALUE '00'.
001820   77 FS-CTL              PIC XX           VALUE '00'.
001825   77 FS-CIAREF           PIC XX           VALUE '00'.
001830* PERIODOS EN MESES CORRIDOS (ANIO * 12 + MES) PARA CONTAR
001840* LOS MESES ENTRE EL PAGO Y LA BAJA.
001850   01 PERIODO-BAJA.
001860     05 PB-ANIO           PIC 9(4).
001870     05 PB-MES            PIC 99.
001880   01 PERIODO-BAJA-R      REDEFINES PERIODO-BAJA PIC 9(6).
001890   01 FECHA-PAGO.
001900     05 FP-ANIO           PIC 9(4).
001910     05 FP-MES            PIC 99.
001920     05 FP-DIA            PIC 99.
001930   01 FECHA-PAGO-R        REDEFINES FECHA-PAGO PIC 9(8).
001940   77 MESES-PAGO          PIC 9(6)         VALUE 0.
001950   77 MESES-BAJA          PIC 9(6)         VALUE 0.
001960   77 MESES-SERVIDOS      PIC 9(3)         VALUE 0.
001970   77 BRUTO-PAGADO        PIC 9(7)V99      VALUE 0.
001980   77 IMPORTE-RECUP       PIC 9(7)V99      VALUE 0.
001990   77 IMPORTE-CUOTA       PIC 9(7)V99      VALUE 0.
002000   77 SALDO-CXC           PIC 9(7)V99      VALUE 0.
002010   77 TOTAL-CARGOS        PIC 9(11)V99     VALUE 0.
002020   77 HASH-POLIZA         PIC 9(11)V99     VALUE 0.
002030   77 CONT-DETALLES       PIC 9(6)         VALUE 000000.
002035   77 DETALLES-INICIO-LOTE PIC 9(6)        VALUE 000000.
002040   77 CONT-PAGOS-LEIDOS   PIC 9(6)         VALUE 000000.
002050   77 CONT-CONFIRMADOS    PIC 9(6)         VALUE 000000.
002060   77 CONT-YA-ABIERTAS    PIC 9(6)         VALUE 000000.
002070   77 CONT-FUERA-VENTANA  PIC 9(6)         VALUE 000000.
002080   77 CONT-SIN-MAESTRO    PIC 9(6)         VALUE 000000.
002090   77 CONT-BAJA-INVALIDA  PIC 9(6)         VALUE 000000.
002100   77 CONT-ABIERTAS       PIC 9(6)         VALUE 000000.
002110   77 CONT-SIN-YTD        PIC 9(6)         VALUE 000000.
002120   77 CONT-ANIO-ANTERIOR  PIC 9(6)         VALUE 000000.
002130   77 CONT-DESCUENTOS     PIC 9(6)         VALUE 000000.
002140   77 CONT-LIQUIDADAS     PIC 9(6)         VALUE 000000.
002145   77 CONT-SIN-CIAREF     PIC 9(6)         VALUE 000000.
002150   77 ED-TOT-A            PIC ZZZ,ZZZ,ZZ9.99.
002160   01 FECHA-CORRIDA.
002170     05 FC-ANIO           PIC 9(4).
002180     05 FC-MES            PIC 99.
002190     05 FC-DIA            PIC 99.
002200   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
002210* LINEAS DEL REPORTE DE RECUPERACIONES.
002220   01 TITULO-REC.
002230     05 FILLER            PIC X(42)        VALUE
002240          "RECUPERACION DE BONOS POR BAJA ANTICIPADA".
002250     05 FILLER            PIC X(7)         VALUE "FECHA: ".
002260     05 TIT-FECHA         PIC 9(8).
002270     05 FILLER            PIC X(11)        VALUE "  VENTANA: ".
002280     05 TIT-MESES         PIC ZZ9.
002290     05 FILLER            PIC X(6)         VALUE " MESES".
002300   01 SUBTITULO-APERTURAS.
002310     05 FILLER            PIC X(40)        VALUE
002320          "RECUPERACIONES ABIERTAS EN ESTA CORRIDA".
002330   01 ENCABEZADO-APE.
002340     05 FILLER            PIC X(5)         VALUE "ID".
002350     05 FILLER            PIC X(20)        VALUE "NOMBRE".
002360     05 FILLER            PIC X(9)         VALUE "PAGO".
002370     05 FILLER            PIC X(7)         VALUE "BAJA".
002380     05 FILLER            PIC X(5)         VALUE "MES".
002390     05 FILLER            PIC X(13)        VALUE "   BRUTO PAG.".
002400     05 FILLER            PIC X(13)        VALUE "  A RECUPERAR".
002410     05 FILLER            PIC X(4)         VALUE " MON".
002420     05 FILLER            PIC X(4)         VALUE " MOD".
002430   01 DETALLE-APE.
002440     05 APE-ID            PIC X(4).
002450     05 FILLER            PIC X(1)         VALUE SPACE.
002460     05 APE-NOMBRE        PIC X(19).
002470     05 FILLER            PIC X(1)         VALUE SPACE.
002480     05 APE-FECHA-PAGO    PIC 9(8).
002490     05 FILLER            PIC X(1)         VALUE SPACE.
002500     05 APE-BAJA          PIC 9(6).
002510     05 FILLER            PIC X(1)         VALUE SPACE.
002520     05 APE-MESES         PIC ZZ9.
002530     05 FILLER            PIC X(2)         VALUE SPACES.
002540     05 APE-BRUTO         PIC Z,ZZZ,ZZ9.99.
002550     05 FILLER            PIC X(1)         VALUE SPACE.
002560     05 APE-IMPORTE       PIC Z,ZZZ,ZZ9.99.
002570     05 FILLER            PIC X(1)         VALUE SPACE.
002580     05 APE-MONEDA        PIC X(3).
002590     05 FILLER            PIC X(2)         VALUE SPACES.
002600     05 APE-MODALIDAD     PIC X(1).
002610     05 FILLER            PIC X(1)         VALUE SPACE.
002620     05 APE-NOTA          PIC X(8).
002630   01 SUBTITULO-DESCUENTOS.
002640     05 FILLER            PIC X(40)        VALUE
002650          "DESCUENTOS ENVIADOS A NOMINA (DEDNOM)".
002660   01 ENCABEZADO-DES.
002670     05 FILLER            PIC X(5)         VALUE "ID".
002680     05 FILLER            PIC X(9)         VALUE "PAGO".
002690     05 FILLER            PIC X(12)        VALUE "TIPO".
002700     05 FILLER            PIC X(8)         VALUE "CUOTA".
002710     05 FILLER            PIC X(13)        VALUE "    DESCUENTO".
002720     05 FILLER            PIC X(13)        VALUE "        SALDO".
002730     05 FILLER            PIC X(4)         VALUE " MON".
002740   01 DETALLE-DES.
002750     05 DES-ID            PIC X(4).
002760     05 FILLER            PIC X(1)         VALUE SPACE.
002770     05 DES-FECHA-PAGO    PIC 9(8).
002780     05 FILLER            PIC X(1)         VALUE SPACE.
002790     05 DES-TIPO          PIC X(11).
002800     05 FILLER            PIC X(1)         VALUE SPACE.
002810     05 DES-CUOTA         PIC Z9.
002820     05 FILLER            PIC X(1)         VALUE "/".
002830     05 DES-CUOTAS        PIC Z9.
002840     05 FILLER            PIC X(2)         VALUE SPACES.
002850     05 DES-IMPORTE       PIC Z,ZZZ,ZZ9.99.
002860     05 FILLER            PIC X(1)         VALUE SPACE.
002870     05 DES-SALDO         PIC Z,ZZZ,ZZ9.99.
002880     05 FILLER            PIC X(1)         VALUE SPACE.
002890     05 DES-MONEDA        PIC X(3).
002900   01 LINEA-TOTAL-REC.
002910     05 FILLER            PIC X(10)        VALUE "ABIERTAS: ".
002920     05 TOT-ABIERTAS      PIC ZZZZZ9.
002930     05 FILLER            PIC X(14)        VALUE "  DESCUENTOS: ".
002940     05 TOT-DESCUENTOS    PIC ZZZZZ9.
002950     05 FILLER            PIC X(14)        VALUE "  LIQUIDADAS: ".
002960     05 TOT-LIQUIDADAS    PIC ZZZZZ9.
002970* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002980* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002990* ESTADO DE LA CADENA (CADENA1A).
003000   77 FS-RUNLOG          PIC XX           VALUE '00'.
003010   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
003020   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
003030   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
003040   77 COND-LOG           PIC 9(4)         VALUE 0000.
003041* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
003042   01 P-PRED-CADENA.
003043     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
003044     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
003045     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
003046       88 P-PRED-RECHAZADO                VALUE 'R'.
003047     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
003048     05 P-PRED-COND      PIC 9(4)         VALUE 0.
003049     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
003050 PROCEDURE DIVISION.
003060 MAIN-PROCEDURE.
003070     PERFORM INICIAR-RUN-LOG.
003075     PERFORM VERIFICAR-PREDECESORES.
003080     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
003090     PERFORM LEER-CONTROL-RECUPERA.
003095     PERFORM CARGAR-LIBROS.
003100     PERFORM ABRIR-ARCHIVOS-REC.
003110     PERFORM IMPRIMIR-TITULO-REC.
003120     PERFORM BUSCAR-PAGOS-RECUPERABLES.
003130     PERFORM EMITIR-DESCUENTOS.
003140     PERFORM ESCRIBIR-POLIZA.
003150     PERFORM CERRAR-ARCHIVOS-REC.
003160     PERFORM ANUNCIAR-RESULTADO.
003170     PERFORM GRABAR-RUN-LOG.
003180     STOP RUN.
003190*----------------------------------------------------------
003200* VENTANA, PARCIALIDADES Y LIMITE DEL FINIQUITO VIENEN DEL
003210* CONTROL RCBCTL (OPCIONAL). SIN ARCHIVO, O CON UN CAMPO EN
003220* CERO O NO NUMERICO, RIGEN 12 MESES Y FINIQUITO SIEMPRE.
003230*----------------------------------------------------------
003240 LEER-CONTROL-RECUPERA.
003250     OPEN INPUT CTL-RECUPERA.
003260     IF FS-CTL NOT = '00' THEN
003270       EXIT PARAGRAPH
003280     END-IF.
003290     READ CTL-RECUPERA
003300       AT END
003310         CLOSE CTL-RECUPERA
003320         EXIT PARAGRAPH
003330     END-READ.
003340     CLOSE CTL-RECUPERA.
003350     IF RB-MESES NUMERIC AND RB-MESES > 0 THEN
003360       MOVE RB-MESES TO MESES-VENTANA
003370     END-IF.
003380     IF RB-CUOTAS NUMERIC AND RB-CUOTAS > 0 THEN
003390       MOVE RB-CUOTAS TO CUOTAS-RECUP
003400     END-IF.
003410     IF RB-LIMITE-FINIQ NUMERIC THEN
003420       MOVE RB-LIMITE-FINIQ TO LIMITE-FINIQUITO
003430     END-IF.
003440     EXIT.
003441*----------------------------------------------------------
003442* CIAREF DA EL LIBRO CONTABLE DE CADA COMPANIA PARA EL
003443* ENCABEZADO DE SU LOTE. SI NO EXISTE TODA RECUPERACION SE
003444* ABRE Y EL LOTE VA SIN LIBRO; SI EXISTE, UN PAGO DE UNA
003445* COMPANIA QUE NO APARECE EN ELLA NO SE RECUPERA.
003446*----------------------------------------------------------
003447 CARGAR-LIBROS.
003448     OPEN INPUT CIA-REF.
003449     IF FS-CIAREF NOT = '00' THEN
003450       EXIT PARAGRAPH
003451     END-IF.
003452     MOVE 'Y' TO SWITCH-CIAREF.
003453     CLOSE CIA-REF.
003454     EXIT.
003455 BUSCAR-LIBRO.
003456     MOVE 'N' TO SWITCH-CIA-HALLADA.
003457     MOVE 'N' TO SWITCH-FIN-CIAS.
003458     OPEN INPUT CIA-REF.
003459     PERFORM UNTIL FIN-CIAS OR CIA-HALLADA
003460       READ CIA-REF
003461         AT END
003462           MOVE 'Y' TO SWITCH-FIN-CIAS
003463         NOT AT END
003464           IF CR-CIA = CIA-RECUP THEN
003465             MOVE 'Y' TO SWITCH-CIA-HALLADA
003466             MOVE CR-LIBRO TO LIBRO-RECUP
003467           END-IF
003468       END-READ
003469     END-PERFORM.
003470     CLOSE CIA-REF.
003471     EXIT.
003472*----------------------------------------------------------
003473* PAGOLIB, EMPMAST Y EL LEDGER CXCBONO SON INDISPENSABLES.
003474* SIN YTDBONO LAS RECUPERACIONES SE ABREN IGUAL Y SE AVISA
003480* QUE EL ACUMULADO QUEDA POR AJUSTAR (RECYTD1A LO RECONSTRUYE
003490* DESDE AUDHIST).
003500*----------------------------------------------------------
003510 ABRIR-ARCHIVOS-REC.
003520     OPEN INPUT PAGO-LEDGER.
003530     IF FS-LEDGER NOT = '00' THEN
003540       DISPLAY "*** ERROR: NO SE PUDO ABRIR PAGOLIB (FILE"
003550         " STATUS " FS-LEDGER "), SIN PAGOS NO HAY NADA QUE"
003560         " RECUPERAR, CORRIDA ABORTADA ***"
003570       MOVE 0016 TO COND-LOG
003580       PERFORM GRABAR-RUN-LOG
003590       STOP RUN
003600     END-IF.
003610     OPEN INPUT EMPMAST.
003620     IF FS-EMPMAST NOT = '00' THEN
003630       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
003640         " (FILE STATUS " FS-EMPMAST "), CORRIDA ABORTADA ***"
003650       MOVE 0016 TO COND-LOG
003660       PERFORM GRABAR-RUN-LOG
003670       STOP RUN
003680     END-IF.
003690     OPEN I-O CXC-BONO.
003700     IF FS-CXC = '35' THEN
003710       OPEN OUTPUT CXC-BONO
003720       CLOSE CXC-BONO
003730       OPEN I-O CXC-BONO
003740     END-IF.
003750     IF FS-CXC NOT = '00' THEN
003760       DISPLAY "*** ERROR: NO SE PUDO ABRIR CXCBONO (FILE"
003770         " STATUS " FS-CXC "), CORRIDA ABORTADA ***"
003780       MOVE 0016 TO COND-LOG
003790       PERFORM GRABAR-RUN-LOG
003800       STOP RUN
003810     END-IF.
003820     OPEN I-O YTD-BONO.
003830     IF FS-YTD = '00' THEN
003840       MOVE 'Y' TO SWITCH-YTD-ABIERTO
003850     ELSE
003860       DISPLAY "*** ATENCION: NO SE PUDO ABRIR YTDBONO (FILE"
003870         " STATUS " FS-YTD "), LAS RECUPERACIONES NO SE"
003880         " RESTAN DEL ACUMULADO; CORRER RECYTD1A ***"
003890     END-IF.
003900     OPEN EXTEND AUD-HISTORIA.
003910     IF FS-AUDHIST = '35' THEN
003920       OPEN OUTPUT AUD-HISTORIA
003930     END-IF.
003940     IF FS-AUDHIST = '00' THEN
003950       MOVE 'Y' TO SWITCH-AUD-ABIERTO
003960     ELSE
003970       DISPLAY "*** ERROR: NO SE PUDO ABRIR AUDHIST (FILE"
003980         " STATUS " FS-AUDHIST "), SIN PISTA DE AUDITORIA NO"
003990         " SE ABREN RECUPERACIONES, CORRIDA ABORTADA ***"
004000       MOVE 0016 TO COND-LOG
004010       PERFORM GRABAR-RUN-LOG
004020       STOP RUN
004030     END-IF.
004040     OPEN OUTPUT DESC-NOMINA.
004050     OPEN OUTPUT RPT-RECUPERA.
004060     EXIT.
004070 CERRAR-ARCHIVOS-REC.
004080     MOVE CONT-ABIERTAS TO TOT-ABIERTAS.
004090     MOVE CONT-DESCUENTOS TO TOT-DESCUENTOS.
004100     MOVE CONT-LIQUIDADAS TO TOT-LIQUIDADAS.
004110     MOVE SPACES TO LINEA-RPT-REC.
004120     WRITE LINEA-RPT-REC.
004130     MOVE LINEA-TOTAL-REC TO LINEA-RPT-REC.
004140     WRITE LINEA-RPT-REC.
004150     CLOSE RPT-RECUPERA.
004160     CLOSE DESC-NOMINA.
004170     CLOSE AUD-HISTORIA.
004180     IF YTD-ABIERTO THEN
004190       CLOSE YTD-BONO
004200     END-IF.
004210     CLOSE CXC-BONO.
004220     CLOSE EMPMAST.
004230     CLOSE PAGO-LEDGER.
004240     EXIT.
004250 IMPRIMIR-TITULO-REC.
004260     MOVE FECHA-CORRIDA-R TO TIT-FECHA.
004270     MOVE MESES-VENTANA TO TIT-MESES.
004280     MOVE TITULO-REC TO LINEA-RPT-REC.
004290     WRITE LINEA-RPT-REC.
004300     MOVE SPACES TO LINEA-RPT-REC.
004310     WRITE LINEA-RPT-REC.
004320     MOVE SUBTITULO-APERTURAS TO LINEA-RPT-REC.
004330     WRITE LINEA-RPT-REC.
004340     MOVE ENCABEZADO-APE TO LINEA-RPT-REC.
004350     WRITE LINEA-RPT-REC.
004360     EXIT.
004370*----------------------------------------------------------
004384* RECORRE PAGOLIB COMPLETO. SOLO LAS TRANSFERENCIAS
004391* CONFIRMADAS POR EL BANCO SE RECUPERAN; UNA RECHAZADA,
004398* RETENIDA O PENDIENTE NUNCA LLEGO AL EMPLEADO. UNA CUOTA
004405* DIFERIDA (PL-CUOTA) YA SE PAGO POR PERMANENCIA.
004412*----------------------------------------------------------
004420 BUSCAR-PAGOS-RECUPERABLES.
004430     PERFORM LEER-PAGO-LEDGER.
004440     PERFORM UNTIL FIN-LEDGER
004450       ADD 1 TO CONT-PAGOS-LEIDOS
004460       IF PL-CONFIRMADA AND PL-CUOTA = ZERO THEN
004470         ADD 1 TO CONT-CONFIRMADOS
004480         PERFORM EVALUAR-PAGO
004490       END-IF
004500       PERFORM LEER-PAGO-LEDGER
004510     END-PERFORM.
004520     EXIT.
004530 LEER-PAGO-LEDGER.
004540     READ PAGO-LEDGER NEXT
004550       AT END
004560         MOVE 'Y' TO SWITCH-FIN-LEDGER
004570     END-READ.
004580     EXIT.
004590*----------------------------------------------------------
004600* UN PAGO SE RECUPERA SI EL EMPLEADO ESTA DE BAJA Y LA BAJA
004610* (AAAAMM DE FECHA-STATUS-MAST) CAYO ANTES DE CUMPLIR LA
004620* VENTANA CONTADA DESDE EL MES DEL PAGO. UN PAGO QUE YA TIENE
004630* RECUPERACION EN CXCBONO NO SE VUELVE A ABRIR.
004640* IMPORTE = BRUTO PAGADO * (VENTANA - MESES SERVIDOS) /
004650* VENTANA; UNA BAJA ANTERIOR AL PAGO RECUPERA TODO.
004660*----------------------------------------------------------
004670 EVALUAR-PAGO.
004680     MOVE PL-ID-EMP TO ID-MAST.
004690     READ EMPMAST
004700       INVALID KEY
004710         ADD 1 TO CONT-SIN-MAESTRO
004720         DISPLAY "*** ATENCION: PAGO DE ID " PL-ID-EMP
004730           " DEL " PL-FECHA " SIN REGISTRO EN EMPMAST ***"
004740         EXIT PARAGRAPH
004750     END-READ.
004760     IF NOT MAST-BAJA THEN
004770       EXIT PARAGRAPH
004780     END-IF.
004790     IF FECHA-STATUS-MAST NOT NUMERIC
004800         OR FECHA-STATUS-MAST(5:2) < '01'
004810         OR FECHA-STATUS-MAST(5:2) > '12' THEN
004820       ADD 1 TO CONT-BAJA-INVALIDA
004830       DISPLAY "*** ATENCION: ID " ID-MAST " DE BAJA SIN"
004840         " FECHA-STATUS VALIDA (" FECHA-STATUS-MAST
004850         "), NO SE EVALUA LA RECUPERACION ***"
004860       EXIT PARAGRAPH
004870     END-IF.
004880     MOVE FECHA-STATUS-MAST TO PERIODO-BAJA-R.
004890     COMPUTE MESES-BAJA = PB-ANIO * 12 + PB-MES.
004900     MOVE PL-FECHA TO FECHA-PAGO-R.
004910     COMPUTE MESES-PAGO = FP-ANIO * 12 + FP-MES.
004920     IF MESES-BAJA > MESES-PAGO THEN
004930       COMPUTE MESES-SERVIDOS = MESES-BAJA - MESES-PAGO
004940     ELSE
004950       MOVE 0 TO MESES-SERVIDOS
004960     END-IF.
004970     IF MESES-SERVIDOS >= MESES-VENTANA THEN
004980       ADD 1 TO CONT-FUERA-VENTANA
004990       EXIT PARAGRAPH
005000     END-IF.
005010     MOVE PL-LLAVE TO CX-LLAVE.
005020     READ CXC-BONO
005030       INVALID KEY
005040         CONTINUE
005050       NOT INVALID KEY
005060         ADD 1 TO CONT-YA-ABIERTAS
005070         EXIT PARAGRAPH
005080     END-READ.
005090     IF PL-BRUTO NUMERIC AND PL-BRUTO > ZERO THEN
005100       MOVE PL-BRUTO TO BRUTO-PAGADO
005110     ELSE
005120       MOVE PL-IMPORTE TO BRUTO-PAGADO
005130     END-IF.
005140     COMPUTE IMPORTE-RECUP ROUNDED = BRUTO-PAGADO
005150       * (MESES-VENTANA - MESES-SERVIDOS) / MESES-VENTANA.
005160     IF IMPORTE-RECUP = ZERO THEN
005170       EXIT PARAGRAPH
005180     END-IF.
005181     IF PL-CIA NOT = SPACE THEN
005182       MOVE PL-CIA TO CIA-RECUP
005183     ELSE
005184       MOVE CIA-MAST TO CIA-RECUP
005185     END-IF.
005186     PERFORM BUSCAR-O-CREAR-LOTE.
005187     IF LOTE-HALLADO-IDX = 0 THEN
005188       EXIT PARAGRAPH
005189     END-IF.
005190     PERFORM ABRIR-RECUPERACION.
005200     EXIT.
005210*----------------------------------------------------------
005220* ALTA DE LA RECUPERACION EN CXCBONO. LA MODALIDAD ES
005230* FINIQUITO SI EL IMPORTE NO PASA DEL LIMITE (O NO HAY
005240* LIMITE, O UNA SOLA CUOTA); SI PASA, PARCIALIDADES.
005250*----------------------------------------------------------
005260 ABRIR-RECUPERACION.
005270     MOVE PL-LLAVE TO CX-LLAVE.
005280     MOVE PL-CLAVE TO CX-CLAVE.
005290     MOVE PL-MONEDA TO CX-MONEDA.
005300     IF DEPTO-MAST = SPACES THEN
005310       MOVE '???' TO CX-DEPTO
005320     ELSE
005330       MOVE DEPTO-MAST TO CX-DEPTO
005340     END-IF.
005350     MOVE BRUTO-PAGADO TO CX-BRUTO-PAGADO.
005360     MOVE PERIODO-BAJA-R TO CX-FECHA-BAJA.
005370     MOVE MESES-SERVIDOS TO CX-MESES-SERVIDOS.
005380     MOVE MESES-VENTANA TO CX-MESES-VENTANA.
005390     MOVE IMPORTE-RECUP TO CX-IMPORTE.
005400     MOVE ZERO TO CX-EMITIDO.
005410     IF LIMITE-FINIQUITO = ZERO OR CUOTAS-RECUP = 1
005420         OR IMPORTE-RECUP <= LIMITE-FINIQUITO THEN
005430       MOVE 'F' TO CX-MODALIDAD
005440       MOVE 1 TO CX-CUOTAS
005450     ELSE
005460       MOVE 'P' TO CX-MODALIDAD
005470       MOVE CUOTAS-RECUP TO CX-CUOTAS
005480     END-IF.
005490     MOVE 0 TO CX-CUOTAS-EMITIDAS.
005500     MOVE 'A' TO CX-ESTADO.
005510     MOVE FECHA-CORRIDA-R TO CX-FECHA-APERTURA.
005520     MOVE ZERO TO CX-FECHA-ULT-DESC.
005530     MOVE FECHA-CORRIDA-R TO CX-FECHA-ESTADO.
005540     WRITE REG-CXC-BONO
005550       INVALID KEY
005560         DISPLAY "*** ATENCION: NO SE PUDO ABRIR LA"
005570           " RECUPERACION DE ID " CX-ID-EMP " PAGO "
005580           CX-FECHA-PAGO " EN CXCBONO ***"
005590         EXIT PARAGRAPH
005600     END-WRITE.
005610     ADD 1 TO CONT-ABIERTAS.
005620     PERFORM ACUMULAR-POLIZA.
005630     PERFORM GRABAR-AUDITORIA-RECUP.
005640     MOVE SPACES TO APE-NOTA.
005650     PERFORM RESTAR-DEL-ACUMULADO.
005660     MOVE CX-ID-EMP TO APE-ID.
005670     MOVE NOM-MAST TO APE-NOMBRE.
005680     MOVE CX-FECHA-PAGO TO APE-FECHA-PAGO.
005690     MOVE CX-FECHA-BAJA TO APE-BAJA.
005700     MOVE CX-MESES-SERVIDOS TO APE-MESES.
005710     MOVE CX-BRUTO-PAGADO TO APE-BRUTO.
005720     MOVE CX-IMPORTE TO APE-IMPORTE.
005730     MOVE CX-MONEDA TO APE-MONEDA.
005740     MOVE CX-MODALIDAD TO APE-MODALIDAD.
005750     MOVE DETALLE-APE TO LINEA-RPT-REC.
005760     WRITE LINEA-RPT-REC.
005770     EXIT.
005780 ACUMULAR-POLIZA.
005790     MOVE 0 TO POL-HALLADA-IDX.
005800     PERFORM VARYING POL FROM 1 BY 1
005810         UNTIL POL > CANT-POL OR POL-HALLADA-IDX > 0
005817       IF TP-CIA(POL) = CIA-RECUP
005824           AND TP-DEPTO(POL) = CX-DEPTO
005831           AND TP-MONEDA(POL) = CX-MONEDA THEN
005840         MOVE POL TO POL-HALLADA-IDX
005850       END-IF
005860     END-PERFORM.
005870     IF POL-HALLADA-IDX = 0 THEN
005880       IF CANT-POL >= 150 THEN
005890         DISPLAY "*** ERROR: TABLA DE LA POLIZA LLENA, "
005900           CX-DEPTO " " CX-MONEDA " NO CABE, CORRIDA"
005910           " ABORTADA ***"
005920         MOVE 0016 TO COND-LOG
005930         PERFORM GRABAR-RUN-LOG
005940         STOP RUN
005950       END-IF
005960       ADD 1 TO CANT-POL
005966       MOVE CIA-RECUP TO TP-CIA(CANT-POL)
005972       MOVE CX-DEPTO TO TP-DEPTO(CANT-POL)
005980       MOVE CX-MONEDA TO TP-MONEDA(CANT-POL)
005990       MOVE ZERO TO TP-IMPORTE(CANT-POL)
006000       MOVE CANT-POL TO POL-HALLADA-IDX
006010     END-IF.
006020     ADD CX-IMPORTE TO TP-IMPORTE(POL-HALLADA-IDX).
006030     EXIT.
006031*----------------------------------------------------------
006032* LOTE DE LA COMPANIA DEL PAGO (PL-CIA; LOS PAGOS ANTERIORES
006033* A LA COMPANIA LA TOMAN DE CIA-MAST). AL CREARLO TOMA EL
006034* LIBRO DE CIAREF; SI CIAREF EXISTE Y NO TRAE LA COMPANIA EL
006035* PAGO QUEDA SIN RECUPERAR (LOTE-HALLADO-IDX EN CERO) PARA QUE
006036* UNA CORRIDA POSTERIOR LA ABRA CUANDO SE DE DE ALTA.
006037*----------------------------------------------------------
006038 BUSCAR-O-CREAR-LOTE.
006039     MOVE 0 TO LOTE-HALLADO-IDX.
006040     PERFORM VARYING LOTE FROM 1 BY 1
006041         UNTIL LOTE > CANT-LOTES OR LOTE-HALLADO-IDX > 0
006042       IF TL-CIA(LOTE) = CIA-RECUP THEN
006043         MOVE LOTE TO LOTE-HALLADO-IDX
006044       END-IF
006045     END-PERFORM.
006046     IF LOTE-HALLADO-IDX > 0 THEN
006047       EXIT PARAGRAPH
006048     END-IF.
006049     MOVE SPACES TO LIBRO-RECUP.
006050     IF CIAREF-DISPONIBLE THEN
006051       PERFORM BUSCAR-LIBRO
006052       IF NOT CIA-HALLADA THEN
006053         ADD 1 TO CONT-SIN-CIAREF
006054         DISPLAY "*** ERROR: COMPANIA '" CIA-RECUP "' DEL PAGO DE"
006055           " ID " PL-ID-EMP " DEL " PL-FECHA " NO EXISTE EN"
006056           " CIAREF, NO SE ABRE LA RECUPERACION ***"
006057         EXIT PARAGRAPH
006058       END-IF
006059     END-IF.
006060     IF CANT-LOTES >= 9 THEN
006061       DISPLAY "*** ERROR: TABLA DE LOTES DE LA POLIZA LLENA,"
006062         " COMPANIA '" CIA-RECUP "' NO CABE, CORRIDA ABORTADA ***"
006063       MOVE 0016 TO COND-LOG
006064       PERFORM GRABAR-RUN-LOG
006065       STOP RUN
006066     END-IF.
006067     ADD 1 TO CANT-LOTES.
006068     MOVE CIA-RECUP TO TL-CIA(CANT-LOTES).
006069     MOVE LIBRO-RECUP TO TL-LIBRO(CANT-LOTES).
006070     MOVE CANT-LOTES TO LOTE-HALLADO-IDX.
006071     EXIT.
006072*----------------------------------------------------------
006073* PISTA DE AUDITORIA DE LA RECUPERACION EN AUDHIST, CON EL
006074* LAYOUT DE AUDITREG Y SECUENCIA DE GENERACION CERO (NO ES
006075* UNA CORRIDA ARCHIVADA): TIPO-REND RECUPERACION, CLAVE DEL
006080* BONO PAGADO, CLAVE-BASE CON LA LLAVE DEL PAGO EN PAGOLIB
006090* (ID Y FECHA), ANT CON LOS MESES SERVIDOS, REND CON LA
006100* VENTANA Y BONO CON EL IMPORTE A RECUPERAR (POSITIVO; LOS
006110* LECTORES LO RESTAN).
006120*----------------------------------------------------------
006130 GRABAR-AUDITORIA-RECUP.
006140     MOVE SPACES TO REG-AUD-HIST.
006150     MOVE FECHA-CORRIDA-R TO HST-FECHA.
006160     MOVE CX-ID-EMP TO HST-ID-EMP.
006170     MOVE CX-CLAVE TO HST-CLAVE.
006180     MOVE CX-LLAVE TO HST-CLAVE-BASE.
006190     MOVE CX-MESES-SERVIDOS TO HST-ANT.
006200     MOVE CX-MESES-VENTANA TO HST-REND.
006210     MOVE 0 TO HST-PORC-APLICADO.
006220     MOVE CX-IMPORTE TO HST-BONO.
006230     MOVE CX-MONEDA TO HST-MONEDA.
006240     MOVE 'RECUPERACION' TO HST-TIPO-REND.
006250     MOVE ZERO TO HST-RETENCION.
006260     MOVE CX-IMPORTE TO HST-NETO.
006262     MOVE SPACES TO HST-REND-USADO.
006264     MOVE SPACES TO HST-REND-METODO.
006266     MOVE ZERO TO HST-REND-PERIODOS.
006268     MOVE CIA-RECUP TO HST-CIA.
006270     MOVE ZERO TO HST-DIFERIDO.
006272     MOVE ZERO TO HST-CUOTA.
006274     MOVE 0 TO HST-SECUENCIA.
006280     WRITE REG-AUD-HIST.
006290     EXIT.
006300*----------------------------------------------------------
006310* EL ACUMULADO DEL ANIO BAJA SOLO CUANDO EL PAGO RECUPERADO
006320* ES DEL MISMO ANIO QUE EL ACUMULADO VIVO (UN ANIO YA CERRADO
006330* NO SE TOCA). NUNCA BAJA DE CERO.
006340*----------------------------------------------------------
006350 RESTAR-DEL-ACUMULADO.
006360     IF NOT YTD-ABIERTO THEN
006370       ADD 1 TO CONT-SIN-YTD
006380       MOVE "SIN YTD" TO APE-NOTA
006390       EXIT PARAGRAPH
006400     END-IF.
006410     IF CX-FECHA-PAGO / 10000 NOT = FC-ANIO THEN
006420       ADD 1 TO CONT-ANIO-ANTERIOR
006430       MOVE "ANIO ANT" TO APE-NOTA
006440       EXIT PARAGRAPH
006450     END-IF.
006460     MOVE CX-ID-EMP TO YTD-ID-EMP.
006470     READ YTD-BONO
006480       INVALID KEY
006490         ADD 1 TO CONT-SIN-YTD
006500         MOVE "SIN YTD" TO APE-NOTA
006510         EXIT PARAGRAPH
006520     END-READ.
006530     IF YTD-ANIO NOT = FC-ANIO THEN
006540       ADD 1 TO CONT-SIN-YTD
006550       MOVE "SIN YTD" TO APE-NOTA
006560       EXIT PARAGRAPH
006570     END-IF.
006580     IF YTD-ACUMULADO > CX-IMPORTE THEN
006590       SUBTRACT CX-IMPORTE FROM YTD-ACUMULADO
006600     ELSE
006610       MOVE ZERO TO YTD-ACUMULADO
006620     END-IF.
006630     REWRITE REG-YTD
006640       INVALID KEY
006650         DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR YTD"
006660           " DE ID " YTD-ID-EMP " ***"
006670     END-REWRITE.
006680     EXIT.
006690*----------------------------------------------------------
006700* DESCUENTOS A NOMINA: CADA RECUPERACION ABIERTA (LAS DE
006710* ESTA CORRIDA Y LAS QUE VIENEN DE ANTES EN PARCIALIDADES)
006720* MANDA UN DESCUENTO POR CORRIDA: EL IMPORTE COMPLETO EN EL
006730* FINIQUITO, O LA SIGUIENTE CUOTA (LA ULTIMA LLEVA EL
006740* RESTO). UNA RECUPERACION YA DESCONTADA HOY NO SE REPITE SI
006750* LA CORRIDA SE VUELVE A EJECUTAR.
006760*----------------------------------------------------------
006770 EMITIR-DESCUENTOS.
006780     MOVE SPACES TO LINEA-RPT-REC.
006790     WRITE LINEA-RPT-REC.
006800     MOVE SUBTITULO-DESCUENTOS TO LINEA-RPT-REC.
006810     WRITE LINEA-RPT-REC.
006820     MOVE ENCABEZADO-DES TO LINEA-RPT-REC.
006830     WRITE LINEA-RPT-REC.
006840     MOVE LOW-VALUES TO CX-LLAVE.
006850     START CXC-BONO KEY >= CX-LLAVE
006860       INVALID KEY
006870         MOVE 'Y' TO SWITCH-FIN-CXC
006880     END-START.
006890     IF NOT FIN-CXC THEN
006900       PERFORM LEER-CXC-SIGUIENTE
006910     END-IF.
006920     PERFORM UNTIL FIN-CXC
006930       IF CX-ABIERTA
006940           AND CX-FECHA-ULT-DESC NOT = FECHA-CORRIDA-R THEN
006950         PERFORM EMITIR-DESCUENTO
006960       END-IF
006970       PERFORM LEER-CXC-SIGUIENTE
006980     END-PERFORM.
006990     EXIT.
007000 LEER-CXC-SIGUIENTE.
007010     READ CXC-BONO NEXT
007020       AT END
007030         MOVE 'Y' TO SWITCH-FIN-CXC
007040     END-READ.
007050     EXIT.
007060 EMITIR-DESCUENTO.
007070     COMPUTE SALDO-CXC = CX-IMPORTE - CX-EMITIDO.
007080     IF CX-CUOTAS-EMITIDAS + 1 >= CX-CUOTAS THEN
007090       MOVE SALDO-CXC TO IMPORTE-CUOTA
007100     ELSE
007110       COMPUTE IMPORTE-CUOTA ROUNDED = CX-IMPORTE / CX-CUOTAS
007120       IF IMPORTE-CUOTA > SALDO-CXC THEN
007130         MOVE SALDO-CXC TO IMPORTE-CUOTA
007140       END-IF
007150     END-IF.
007160     ADD 1 TO CX-CUOTAS-EMITIDAS.
007170     ADD IMPORTE-CUOTA TO CX-EMITIDO.
007180     SUBTRACT IMPORTE-CUOTA FROM SALDO-CXC.
007190     MOVE FECHA-CORRIDA-R TO CX-FECHA-ULT-DESC.
007200     IF SALDO-CXC = ZERO THEN
007210       MOVE 'L' TO CX-ESTADO
007220       MOVE FECHA-CORRIDA-R TO CX-FECHA-ESTADO
007230       ADD 1 TO CONT-LIQUIDADAS
007240     END-IF.
007250     REWRITE REG-CXC-BONO
007260       INVALID KEY
007270         DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR CXCBONO"
007280           " DE ID " CX-ID-EMP ", NO SE EMITE DESCUENTO ***"
007290         EXIT PARAGRAPH
007300     END-REWRITE.
007310     ADD 1 TO CONT-DESCUENTOS.
007320     MOVE SPACES TO REG-DESC-NOMINA.
007330     MOVE CX-ID-EMP TO DN-ID-EMP.
007340     MOVE FECHA-CORRIDA-R TO DN-FECHA.
007350     MOVE CX-MODALIDAD TO DN-TIPO.
007360     MOVE CX-CUOTAS-EMITIDAS TO DN-CUOTA.
007370     MOVE CX-CUOTAS TO DN-CUOTAS.
007380     MOVE IMPORTE-CUOTA TO DN-IMPORTE.
007390     MOVE CX-MONEDA TO DN-MONEDA.
007400     MOVE CX-FECHA-PAGO TO DN-FECHA-PAGO.
007410     MOVE SALDO-CXC TO DN-SALDO.
007420     WRITE REG-DESC-NOMINA.
007430     MOVE CX-ID-EMP TO DES-ID.
007440     MOVE CX-FECHA-PAGO TO DES-FECHA-PAGO.
007450     IF CX-FINIQUITO THEN
007460       MOVE "FINIQUITO" TO DES-TIPO
007470     ELSE
007480       MOVE "PARCIALIDAD" TO DES-TIPO
007490     END-IF.
007500     MOVE CX-CUOTAS-EMITIDAS TO DES-CUOTA.
007510     MOVE CX-CUOTAS TO DES-CUOTAS.
007520     MOVE IMPORTE-CUOTA TO DES-IMPORTE.
007530     MOVE SALDO-CXC TO DES-SALDO.
007540     MOVE CX-MONEDA TO DES-MONEDA.
007550     MOVE DETALLE-DES TO LINEA-RPT-REC.
007560     WRITE LINEA-RPT-REC.
007570     EXIT.
007580*----------------------------------------------------------
007586* POLIZA DE LAS RECUPERACIONES ABIERTAS EN LA CORRIDA, UN
007592* LOTE POR COMPANIA: ENCABEZADO CON ORIGEN 'RECUPERA',
007598* COMPANIA Y LIBRO; POR DEPARTAMENTO Y MONEDA UN CARGO A LA
007604* CUENTA POR COBRAR Y UN ABONO AL GASTO DE BONOS, Y LA COLA
007610* CON CANTIDAD Y TOTAL DE CONTROL (CARGOS MAS ABONOS) DEL
007616* LOTE, COMO GLPOST. CADA LOTE CUADRA POR CONSTRUCCION. SIN
007622* RECUPERACIONES NUEVAS LA POLIZA SALE CON UN SOLO LOTE, SIN
007628* COMPANIA, CON ENCABEZADO Y COLA EN CERO.
007634*----------------------------------------------------------
007640 ESCRIBIR-POLIZA.
007646     IF CANT-LOTES = 0 THEN
007652       MOVE 1 TO CANT-LOTES
007658       MOVE SPACES TO TL-CIA(1)
007664       MOVE SPACES TO TL-LIBRO(1)
007670     END-IF.
007676     OPEN OUTPUT POLIZA.
007682     PERFORM VARYING LOTE FROM 1 BY 1 UNTIL LOTE > CANT-LOTES
007688       PERFORM ESCRIBIR-LOTE-POLIZA
007694     END-PERFORM.
007700     CLOSE POLIZA.
007706     EXIT.
007712 ESCRIBIR-LOTE-POLIZA.
007718     MOVE CONT-DETALLES TO DETALLES-INICIO-LOTE.
007724     MOVE SPACES TO REG-POLIZA.
007730     MOVE 'H' TO PZ-TIPO.
007736     MOVE FECHA-CORRIDA-R TO PH-FECHA.
007742     MOVE 'RECUPERA' TO PH-ORIGEN.
007748     MOVE TL-CIA(LOTE) TO PH-CIA.
007754     MOVE TL-LIBRO(LOTE) TO PH-LIBRO.
007760     MOVE REG-POLIZA TO REG-POLIZA-SAL.
007766     WRITE REG-POLIZA-SAL.
007772     MOVE ZERO TO HASH-POLIZA.
007778     PERFORM VARYING POL FROM 1 BY 1 UNTIL POL > CANT-POL
007784       IF TP-CIA(POL) = TL-CIA(LOTE) THEN
007790         PERFORM ESCRIBIR-PAR-RECUPERA
007796       END-IF
007802     END-PERFORM.
007808     MOVE SPACES TO REG-POLIZA.
007814     MOVE 'T' TO PZ-TIPO.
007820     COMPUTE PT-CANTIDAD = CONT-DETALLES - DETALLES-INICIO-LOTE.
007826     MOVE HASH-POLIZA TO PT-HASH-TOTAL.
007832     MOVE REG-POLIZA TO REG-POLIZA-SAL.
007838     WRITE REG-POLIZA-SAL.
007844     EXIT.
007860 ESCRIBIR-PAR-RECUPERA.
007870     MOVE SPACES TO REG-POLIZA.
007880     MOVE 'D' TO PZ-TIPO.
007890     MOVE TP-DEPTO(POL) TO PD-DEPTO.
007900     MOVE TP-MONEDA(POL) TO PD-MONEDA.
007910     MOVE TP-IMPORTE(POL) TO PD-IMPORTE.
007920     MOVE CUENTA-CXC-BONO TO PD-CUENTA.
007930     MOVE 'D' TO PD-CARGO-ABONO.
007940     PERFORM ESCRIBIR-DETALLE-POLIZA.
007950     ADD TP-IMPORTE(POL) TO TOTAL-CARGOS.
007960     MOVE CUENTA-GASTO-BONO TO PD-CUENTA.
007970     MOVE 'C' TO PD-CARGO-ABONO.
007980     PERFORM ESCRIBIR-DETALLE-POLIZA.
007990     EXIT.
008000 ESCRIBIR-DETALLE-POLIZA.
008010     ADD 1 TO CONT-DETALLES.
008020     ADD PD-IMPORTE TO HASH-POLIZA.
008030     MOVE REG-POLIZA TO REG-POLIZA-SAL.
008040     WRITE REG-POLIZA-SAL.
008050     EXIT.
008060 ANUNCIAR-RESULTADO.
008070     DISPLAY "---------- RECUPERACION DE BONOS ----------".
008080     DISPLAY " PAGOS LEIDOS EN PAGOLIB:  " CONT-PAGOS-LEIDOS.
008090     DISPLAY " PAGOS CONFIRMADOS:        " CONT-CONFIRMADOS.
008100     DISPLAY " BAJAS FUERA DE VENTANA:   " CONT-FUERA-VENTANA.
008110     DISPLAY " YA EN RECUPERACION:       " CONT-YA-ABIERTAS.
008120     DISPLAY " RECUPERACIONES ABIERTAS:  " CONT-ABIERTAS.
008130     DISPLAY " PAGOS DE ANIO ANTERIOR:   " CONT-ANIO-ANTERIOR.
008140     DISPLAY " SIN AJUSTE AL YTD:        " CONT-SIN-YTD.
008150     DISPLAY " DESCUENTOS A NOMINA:      " CONT-DESCUENTOS.
008160     DISPLAY " RECUPERACIONES LIQUIDAS:  " CONT-LIQUIDADAS.
008170     DISPLAY " PAGOS SIN MAESTRO:        " CONT-SIN-MAESTRO.
008180     DISPLAY " BAJAS SIN FECHA VALIDA:   " CONT-BAJA-INVALIDA.
008185     DISPLAY " PAGOS SIN CIA EN CIAREF:  " CONT-SIN-CIAREF.
008190     MOVE TOTAL-CARGOS TO ED-TOT-A.
008200     DISPLAY " TOTAL A RECUPERAR:   " ED-TOT-A.
008210     EXIT.
008220*----------------------------------------------------------
008230* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
008240* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
008250* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). PAGOS SIN
008257* MAESTRO, BAJAS SIN FECHA, PAGOS DE UNA COMPANIA QUE NO ESTA
008264* EN CIAREF O RECUPERACIONES QUE NO BAJARON EL ACUMULADO
008271* DEJAN CONDICION 0004.
008280*----------------------------------------------------------
008290 INICIAR-RUN-LOG.
008300     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
008310     ACCEPT HORA-ACEPT-LOG FROM TIME.
008320     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
008330     EXIT.
008331*----------------------------------------------------------
008332* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
008333* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
008334* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
008335* REGISTRA PREDEC1A.
008336*----------------------------------------------------------
008337 VERIFICAR-PREDECESORES.
008338     MOVE 'RECBON1A' TO P-PRED-PROGRAMA.
008339     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
008340     CALL 'PREDEC1A' USING P-PRED-CADENA.
008341     IF P-PRED-RECHAZADO THEN
008342       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
008343         " CORRIDA ABORTADA ***"
008344       MOVE 0016 TO COND-LOG
008345       PERFORM GRABAR-RUN-LOG
008346       STOP RUN
008347     END-IF.
008348     EXIT.
008349 GRABAR-RUN-LOG.
008350     OPEN EXTEND RUN-LOG.
008360     IF FS-RUNLOG = '35' THEN
008370       OPEN OUTPUT RUN-LOG
008380     END-IF.
008390     IF FS-RUNLOG NOT = '00' THEN
008400       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
008410         " (FILE STATUS " FS-RUNLOG ") ***"
008420       EXIT PARAGRAPH
008430     END-IF.
008440     MOVE 'RECBON1A' TO RL-PROGRAMA.
008450     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
008460     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
008470     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
008480     ACCEPT HORA-ACEPT-LOG FROM TIME.
008490     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
008500     MOVE CONT-PAGOS-LEIDOS TO RL-LEIDOS.
008510     COMPUTE RL-ESCRITOS = CONT-ABIERTAS + CONT-DESCUENTOS.
008520     COMPUTE RL-RECHAZADOS = CONT-SIN-MAESTRO
008528       + CONT-BAJA-INVALIDA + CONT-SIN-CIAREF.
008536     IF COND-LOG = 0000 AND (CONT-SIN-MAESTRO > 0
008544         OR CONT-BAJA-INVALIDA > 0 OR CONT-SIN-YTD > 0
008552         OR CONT-SIN-CIAREF > 0) THEN
008560       MOVE 0004 TO COND-LOG
008570     END-IF.
008580     MOVE COND-LOG TO RL-COND.
008582     MOVE P-PRED-RESULTADO TO RL-TIPO.
008584     MOVE P-PRED-PASO TO RL-PREDECESOR.
008586     MOVE P-PRED-COND TO RL-COND-PRED.
008588     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
008592     MOVE SPACES TO RL-MOTIVO.
008596     WRITE REG-RUN-LOG.
008600     CLOSE RUN-LOG.
008610     EXIT.
008620 END PROGRAM RECBON1A.
