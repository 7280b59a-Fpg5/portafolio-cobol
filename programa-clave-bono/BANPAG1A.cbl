000110*           RETORNO LEE EL ACUSE DEL BANCO (BANCRET) Y REPORTA   *
000120*           TRANSFERENCIAS ACEPTADAS Y RECHAZADAS. EL MODO SE    *
000130*           TOMA DEL ARCHIVO DE CONTROL CTLBANCO (OPCIONAL,      *
000131*           POR OMISION GENERACION CON SECUENCIA 0001).          *
000132* MOD-HISTORY:                                                   *
000133*   02/09/2026 FPG  LEDGER DE PAGOS (PAGOLIB, INDEXADO POR       *
000134*                   ID-EMP MAS FECHA DE CORRIDA): LA GENERACION  *
000135*                   GRABA CADA TRANSFERENCIA COMO ENVIADA, EL    *
000136*                   RETORNO LA MARCA CONFIRMADA O RECHAZADA, Y   *
000137*                   EL NUEVO MODO REEMISION ('I' EN CTLBANCO)    *
000138*                   REGENERA BANCUSD/BANCEUR/BANCMXN SOLO CON    *
000139*                   LAS RECHAZADAS BAJO UNA NUEVA SECUENCIA,     *
000140*                   MARCANDOLAS REEMITIDAS.                      *
000141*   02/09/2026 FPG  EL MODO GENERACION RETIENE TODA              *
000142*                   TRANSFERENCIA CUYA PARTIDA EN EL REGISTRO    *
000143*                   DE APROBACIONES (APRREG) NO ESTE APROBADA:   *
000144*                   LOS BONOS ARRIBA DEL UMBRAL DE RUNCTL NO     *
000145*                   LLEGAN AL BANCO SIN SUPERVISOR. SIN PARTIDA  *
000146*                   (BAJO EL UMBRAL) LA TRANSFERENCIA FLUYE      *
000147*                   COMO SIEMPRE.                                *
000148*   02/09/2026 FPG  EL MODO GENERACION VERIFICA EN EL REGISTRO   *
000149*                   DE PERIODOS (PERREG) QUE EL PERIODO DE LA    *
000150*                   CORRIDA (AUD-FECHA) ESTE CERRADO ANTES DE    *
000151*                   ARMAR LOS ARCHIVOS BANCARIOS.                *
000152*   15/10/2026 FPG  CADA DETALLE LLEVA LA CUENTA BENEFICIARIA    *
000153*                   DEL MAESTRO CTABEN (BANCO, TIPO Y NUMERO).   *
000154*                   SE RETIENE (ESTADO 'H' EN PAGOLIB, PARTIDA   *
000155*                   EN SUSPENSO) TODA TRANSFERENCIA SIN CUENTA,  *
000156*                   CON CUENTA NO VERIFICADA POR PRENOTA, AUN NO *
000157*                   EFECTIVA O EN MONEDA DISTINTA A LA DEL       *
000158*                   EMPLEADO; LA REEMISION LAS ENVIA CUANDO LA   *
000159*                   CUENTA YA ESTA VERIFICADA.                   *
000160*   15/10/2026 FPG  RETENCION DE IMPUESTO: EL REGISTRO BANCARIO  *
000161*                   PASA A 100 BYTES; EL DETALLE TRANSFIERE EL   *
000162*                   NETO (DT-IMPORTE, BASE DEL HASH) E INFORMA   *
000163*                   EL BRUTO Y LO RETENIDO. EL LEDGER PAGOLIB    *
000164*                   GUARDA LOS TRES IMPORTES Y LA REEMISION LOS  *
000165*                   TOMA DE AHI.                                 *
000166*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000167*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000168*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000169*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000170*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000171*                   EL RESULTADO DE LA VERIFICACION.             *
000172*   15/10/2026 FPG  COMPANIA: CADA EJECUCION GENERA LOS ARCHIVOS *
000173*                   BANCARIOS DE UNA SOLA COMPANIA (BC-CIA EN    *
000174*                   CTLBANCO; EN BLANCO, LA UNICA QUE TRAIGA     *
000175*                   AUDITIN), CON EL ORIGINADOR DE CIAREF Y LA   *
000176*                   COMPANIA EN EL ENCABEZADO. LAS DECISIONES DE *
000177*                   OTRAS COMPANIAS SE OMITEN, EL PERIODO SE     *
000178*                   VERIFICA EN PERREG POR COMPANIA, EL LEDGER   *
000179*                   GRABA PL-CIA Y LA REEMISION SOLO TOMA PAGOS  *
000180*                   DE LA COMPANIA (PL-CIA EN BLANCO: LA DEL     *
000181*                   MAESTRO).                                    *
000182*   15/10/2026 FPG  CUOTAS DIFERIDAS: EL MODO GENERACION ACEPTA  *
000183*                   COMO AUDITIN LA LIBERACION DE CUOTAS DE      *
000184*                   DIFBON1A (TIPO-REND DIFERIDO). EL LEDGER     *
000185*                   LLEVA PL-CUOTA EN LA LLAVE (CERO EN LOS      *
000186*                   PAGOS DE LA CORRIDA) PARA QUE UNA CUOTA Y UN *
000187*                   PAGO DEL MISMO DIA NO SE PISEN. LA CUOTA NO  *
000188*                   SE RETIENE POR APRREG NI SE VERIFICA SU      *
000189*                   PERIODO EN PERREG: DIFBON1A SOLO LIBERA      *
000190*                   CUOTAS DE BONOS APROBADOS Y DE PERIODOS      *
000191*                   CERRADOS.                                    *
000192*   15/10/2026 FPG  POLIZA DE LIQUIDACION BANCARIA (GLBANCO,     *
000193*                   FORMATO GLPOST, UN LOTE POR COMPANIA): EL    *
000194*                   RETORNO CARGA LA CUENTA PUENTE 2110 CONTRA   *
000195*                   BANCOS 1110 POR LAS TRANSFERENCIAS           *
000196*                   CONFIRMADAS Y CONTRA PAGOS DEVUELTOS 2115    *
000197*                   POR LAS RECHAZADAS; LA REEMISION DEVUELVE    *
000198*                   LAS RECHAZADAS DE 2115 A 2110. LO QUE QUEDA  *
000199*                   EN 2110 LO LISTA CONBCO1A.                   *
000200*   15/10/2026 FPG  REGISTRO DE CLAVES (CLAVREG): LA CLAVE DEL   *
000201*                   DETALLE BANCARIO Y DEL LEDGER ES LA          *
000202*                   REGISTRADA PARA EL ID, TAMBIEN AL REEMITIR   *
000203*                   (UN PAGO VIEJO SALE CON LA CLAVE ESTABLE Y   *
000204*                   EL LEDGER SE ACTUALIZA). SIN CLAVREG SE USA  *
000205*                   LA DE LA AUDITORIA O DEL LEDGER.             *
000206*   15/10/2026 FPG  CTLBANCO PASA DE 5 A 6 BYTES CON BC-CIA AL   *
000207*                   FINAL: EL ARCHIVO DE CONTROL EXISTENTE SE    *
000208*                   CONVIERTE AGREGANDO UN BLANCO.               *
000209*   15/10/2026 FPG  CLAVREG LLEVA CLAVE ALTERNA CLV-CLAVE.       *
000210******************************************************************
000211 IDENTIFICATION DIVISION.
000212 PROGRAM-ID. BANPAG1A.
000213 ENVIRONMENT DIVISION.
000214*CONFIGURATION SECTION.
000215 INPUT-OUTPUT SECTION.
000216 FILE-CONTROL.
000220     SELECT CTL-BANCO ASSIGN TO CTLBANCO
000230       ORGANIZATION IS SEQUENTIAL
000240       FILE STATUS IS FS-CTL.
000352     SELECT PERIODO-REG ASSIGN TO PERREG
000354       ORGANIZATION IS INDEXED
000356       ACCESS MODE IS RANDOM
000357       RECORD KEY IS PR-LLAVE
000359       FILE STATUS IS FS-PERREG.
000360     SELECT RPT-BANCO ASSIGN TO RPTBANCO
000370       ORGANIZATION IS SEQUENTIAL.
000384       ACCESS MODE IS RANDOM
000385       RECORD KEY IS SU-LLAVE
000386       FILE STATUS IS FS-SUSP.
000387     SELECT CUENTAS-BENEF ASSIGN TO CTABEN
000388       ORGANIZATION IS INDEXED
000389       ACCESS MODE IS RANDOM
000390       RECORD KEY IS CB-ID-EMP
000391       FILE STATUS IS FS-CTABEN.
000392     SELECT EMPMAST ASSIGN TO EMPMAST
000393       ORGANIZATION IS INDEXED
000394       ACCESS MODE IS RANDOM
000395       RECORD KEY IS ID-MAST
000396       FILE STATUS IS FS-EMPMAST.
000397     SELECT REGISTRO-CLAVES ASSIGN TO CLAVREG
000398       ORGANIZATION IS INDEXED
000399       ACCESS MODE IS RANDOM
000400       RECORD KEY IS CLV-ID-EMP
000401       ALTERNATE RECORD KEY IS CLV-CLAVE
000402       FILE STATUS IS FS-CLAVREG.
000403     SELECT RUN-LOG ASSIGN TO RUNLOG
000404       ORGANIZATION IS SEQUENTIAL
000405       FILE STATUS IS FS-RUNLOG.
000406     SELECT CIA-REF ASSIGN TO CIAREF
000407       ORGANIZATION IS SEQUENTIAL
000408       FILE STATUS IS FS-CIAREF.
000409     SELECT POLIZA-BCO ASSIGN TO GLBANCO
000410       ORGANIZATION IS SEQUENTIAL.
000411 DATA DIVISION.
000412 FILE SECTION.
000413   FD CTL-BANCO
000414       RECORDING MODE IS F
000420       DATA RECORD IS REG-CTL-BANCO.
000430   01 REG-CTL-BANCO.
000440     05 BC-MODO           PIC X(1).
000460       88 BC-MODO-RETORNO                 VALUE 'R'.
000462       88 BC-MODO-REEMISION               VALUE 'I'.
000470     05 BC-SECUENCIA      PIC 9(4).
000475     05 BC-CIA            PIC X(1).
000480   FD AUDITORIA
000490       RECORDING MODE IS F
000500       DATA RECORD IS REG-AUDITORIA.
000520   FD BANCO-USD
000530       RECORDING MODE IS F
000540       DATA RECORD IS REG-BANCO-USD.
000550   01 REG-BANCO-USD       PIC X(100).
000560   FD BANCO-EUR
000570       RECORDING MODE IS F
000580       DATA RECORD IS REG-BANCO-EUR.
000590   01 REG-BANCO-EUR       PIC X(100).
000600   FD BANCO-MXN
000610       RECORDING MODE IS F
000620       DATA RECORD IS REG-BANCO-MXN.
000630   01 REG-BANCO-MXN       PIC X(100).
000640   FD BANCO-RET
000650       RECORDING MODE IS F
000660       DATA RECORD IS REG-BANCO-RET.
000794       RECORDING MODE IS F
000795       DATA RECORD IS REG-SUSPENSO.
000796   COPY SUSPREG.
000797   FD CUENTAS-BENEF
000798       RECORDING MODE IS F
000799       DATA RECORD IS REG-CUENTA-BENEF.
000800   COPY CTABENRG.
000801   FD EMPMAST
000802       RECORDING MODE IS F
000803       DATA RECORD IS REG-MAST.
000804   COPY EMPMASTR.
000805   FD REGISTRO-CLAVES
000806       RECORDING MODE IS F
000807       DATA RECORD IS REG-REGISTRO-CLAVE.
000808   COPY CLAVEREG.
000809   FD RUN-LOG
000810       RECORDING MODE IS F
000811       DATA RECORD IS REG-RUN-LOG.
000812   COPY RUNLOGRG.
000813   FD CIA-REF
000814       RECORDING MODE IS F
000815       DATA RECORD IS REG-CIA-REF.
000816   COPY CIAREFRG.
000817   FD POLIZA-BCO
000818       RECORDING MODE IS F
000819       DATA RECORD IS REG-POLIZA-SAL.
000820   01 REG-POLIZA-SAL      PIC X(80).
000822 WORKING-STORAGE SECTION.
000824* IMAGEN COMUN DE LOS REGISTROS DEL ARCHIVO DE TRANSFERENCIAS:
000826* SE ARMA AQUI Y SE ESCRIBE EN EL ARCHIVO DE LA MONEDA QUE
000828* CORRESPONDA. TODOS LOS REGISTROS MIDEN 100 BYTES.
000830   01 REG-TRANSFERENCIA.
000840     05 TF-TIPO           PIC X(1).
000850     05 TF-RESTO          PIC X(99).
000860   01 ENCABEZADO-TRANSF REDEFINES REG-TRANSFERENCIA.
000870     05 FILLER            PIC X(1).
000880     05 HD-FECHA          PIC 9(8).
000890     05 HD-SECUENCIA      PIC 9(4).
000900     05 HD-MONEDA         PIC X(3).
000905     05 HD-CIA            PIC X(1).
000910     05 HD-ORIGINADOR     PIC X(10).
000915     05 FILLER            PIC X(73).
000920   01 DETALLE-TRANSF REDEFINES REG-TRANSFERENCIA.
000930     05 FILLER            PIC X(1).
000940     05 DT-ID-EMP         PIC X(4).
000950     05 DT-CLAVE          PIC X(25).
000960     05 DT-IMPORTE        PIC 9(7)V99.
000970     05 DT-BANCO          PIC X(4).
000972     05 DT-TIPO-CUENTA    PIC X(1).
000974     05 DT-CUENTA         PIC X(34).
000975     05 DT-BRUTO          PIC 9(7)V99.
000976     05 DT-RETENCION      PIC 9(7)V99.
000977     05 FILLER            PIC X(4).
000980   01 COLA-TRANSF REDEFINES REG-TRANSFERENCIA.
000990     05 FILLER            PIC X(1).
001000     05 CL-CANTIDAD       PIC 9(6).
001010     05 CL-HASH-TOTAL     PIC 9(11)V99.
001020     05 FILLER            PIC X(80).
001030   01 SWITCH-FIN-AUD     PIC X            VALUE 'N'.
001040     88 FIN-AUD                           VALUE 'Y'.
001050   01 SWITCH-FIN-RET     PIC X            VALUE 'N'.
001160   77 HASH-USD           PIC 9(11)V99     VALUE 0.
001170   77 HASH-EUR           PIC 9(11)V99     VALUE 0.
001180   77 HASH-MXN           PIC 9(11)V99     VALUE 0.
001183* IMPORTE NETO A TRANSFERIR (BRUTO MENOS RETENCION).
001186   77 NETO-TRANSF        PIC 9(7)V99      VALUE 0.
001190   77 CONT-SIN-BONO      PIC 9(6)         VALUE 000000.
001200   77 CONT-MONEDA-DESC   PIC 9(6)         VALUE 000000.
001210   77 CONT-RET-ACEPTADAS PIC 9(6)         VALUE 000000.
001244   77 CONT-LEDGER-GRAB   PIC 9(6)         VALUE 000000.
001245   77 CONT-RET-SIN-LEDGER PIC 9(6)        VALUE 000000.
001246   77 CONT-REEMITIDAS    PIC 9(6)         VALUE 000000.
001247   77 LLAVE-EN-VUELO     PIC X(14)        VALUE SPACES.
001248   77 ESTADO-RETORNO     PIC X(1)         VALUE SPACE.
001249* VERIFICACION DEL PERIODO DE LA CORRIDA EN PERREG.
001250   77 FS-PERREG          PIC XX           VALUE '00'.
001260     05 FC-MES            PIC 99.
001270     05 FC-DIA            PIC 99.
001280   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001281* REGISTRO DE CLAVES (CLAVREG): LA CLAVE QUE VA AL BANCO Y AL
001282* LEDGER ES LA REGISTRADA PARA EL ID; SIN ELLA, LA DE LA
001283* AUDITORIA O LA DEL LEDGER (CLAVE-PAGO LLEGA CON ESA).
001284   77 FS-CLAVREG         PIC XX           VALUE '00'.
001285   77 ID-CLAVE-PAGO      PIC X(4)         VALUE SPACES.
001286   77 CLAVE-PAGO         PIC X(25)        VALUE SPACES.
001287   77 CONT-SIN-CLAVE-REG PIC 9(6)         VALUE 000000.
001288   01 SWITCH-CLAVREG-DISP PIC X           VALUE 'N'.
001289     88 CLAVREG-DISPONIBLE                VALUE 'Y'.
001290* LINEAS DEL REPORTE DE LA INTERFASE BANCARIA.
001300   01 TITULO-RPT-BCO.
001310     05 FILLER            PIC X(34)        VALUE
001602   01 SWITCH-SUSP-NUEVO  PIC X            VALUE 'N'.
001603     88 SUSPENSO-NUEVO                    VALUE 'Y'.
001604   77 MOTIVO-SUSP        PIC X(40)        VALUE SPACES.
001605* RETENCION POR CUENTA BENEFICIARIA: SOLO SE PAGA A UNA
001606* CUENTA DE CTABEN VERIFICADA POR PRENOTA, YA EFECTIVA Y EN
001607* LA MONEDA DEL EMPLEADO (MONEDA-MAST).
001608   77 FS-CTABEN          PIC XX           VALUE '00'.
001609   77 FS-EMPMAST         PIC XX           VALUE '00'.
001610   01 SWITCH-MAST-DISP   PIC X            VALUE 'N'.
001611     88 MAESTRO-DISPONIBLE                VALUE 'Y'.
001612   01 SWITCH-CUENTA-OK   PIC X            VALUE 'N'.
001613     88 CUENTA-PAGABLE                    VALUE 'Y'.
001614   77 CONT-RET-CUENTA    PIC 9(6)         VALUE 000000.
001615   77 CONT-REEM-SIN-CTA  PIC 9(6)         VALUE 000000.
001616   77 ID-CUENTA-VERIF    PIC X(4)         VALUE SPACES.
001617   77 MONEDA-CUENTA-VERIF PIC X(3)        VALUE SPACES.
001618   77 MONEDA-EMPLEADO    PIC X(3)         VALUE SPACES.
001619   77 MOTIVO-CUENTA      PIC X(30)        VALUE SPACES.
001620   01 LINEA-RET-CUENTA.
001621     05 FILLER            PIC X(13)        VALUE "RETENIDA  ID ".
001622     05 RTC-DET-ID        PIC X(4).
001623     05 FILLER            PIC X(5)         VALUE " MON ".
001624     05 RTC-DET-MONEDA    PIC X(3).
001625     05 FILLER            PIC X(1)         VALUE SPACE.
001626     05 RTC-DET-MOTIVO    PIC X(30).
001627* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
001628* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
001629* ESTADO DE LA CADENA (CADENA1A).
001630   77 FS-RUNLOG          PIC XX           VALUE '00'.
001631   77 FECHA-INICIO-LOG   PIC 9(8)         VALUE 0.
001632   77 HORA-INICIO-LOG    PIC 9(6)         VALUE 0.
001633   77 HORA-ACEPT-LOG     PIC 9(8)         VALUE 0.
001634   77 COND-LOG           PIC 9(4)         VALUE 0000.
001635* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
001636   01 P-PRED-CADENA.
001637     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
001638     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
001639     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
001640       88 P-PRED-RECHAZADO                VALUE 'R'.
001641     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
001642     05 P-PRED-COND      PIC 9(4)         VALUE 0.
001643     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
001644* COMPANIA DEL ENVIO: CADA EJECUCION ARMA LOS ARCHIVOS DE
001645* UNA SOLA COMPANIA, CON EL ORIGINADOR BANCARIO DE CIAREF.
001646* SIN CIAREF NO SE FILTRA LA REEMISION (UNA SOLA COMPANIA).
001647   77 FS-CIAREF          PIC XX           VALUE '00'.
001648   01 SWITCH-FIN-CIAS    PIC X            VALUE 'N'.
001649     88 FIN-CIAS                          VALUE 'Y'.
001650   01 SWITCH-CIA-HALLADA PIC X            VALUE 'N'.
001651     88 CIA-HALLADA                       VALUE 'Y'.
001652   01 SWITCH-CIAS-CARGADAS PIC X          VALUE 'N'.
001653     88 CIAS-CARGADAS                     VALUE 'Y'.
001654   01 SWITCH-VARIAS-CIAS PIC X            VALUE 'N'.
001655     88 VARIAS-CIAS                       VALUE 'Y'.
001656   01 SWITCH-CIA-DEFINIDA PIC X           VALUE 'N'.
001657     88 CIA-DEFINIDA                      VALUE 'Y'.
001658   77 CIA-ENVIO          PIC X(1)         VALUE SPACE.
001659   77 CIA-PAGO           PIC X(1)         VALUE SPACE.
001660   77 ORIGINADOR-ENVIO   PIC X(10)        VALUE SPACES.
001661   77 CONT-OTRA-CIA      PIC 9(6)         VALUE 000000.
001662   01 TABLA-CIAS.
001663     05 CANT-CIAS        PIC 9(1)         VALUE 0.
001664     05 ENTRADA-CIA OCCURS 9 TIMES.
001665       10 TC-CIA         PIC X(1).
001666       10 TC-ORIGINADOR  PIC X(10).
001667       10 TC-LIBRO       PIC X(4).
001668   77 CIA                PIC 9(2)         VALUE 00.
001669*
001670* POLIZA DE LIQUIDACION BANCARIA (GLBANCO): IMAGEN COMUN DE LOS
001671* REGISTROS, IDENTICA A LA DE CONTAB1A (GLPOST): ENCABEZADO DE
001672* LOTE, DETALLE Y COLA DE CONTROL, TODOS DE 80 BYTES.
001673   01 REG-POLIZA.
001674     05 PZ-TIPO           PIC X(1).
001675     05 PZ-RESTO          PIC X(79).
001676   01 ENCABEZADO-POLIZA REDEFINES REG-POLIZA.
001677     05 FILLER            PIC X(1).
001678     05 PH-FECHA          PIC 9(8).
001679     05 PH-ORIGEN         PIC X(8).
001680     05 PH-CIA            PIC X(1).
001681     05 PH-LIBRO          PIC X(4).
001682     05 FILLER            PIC X(58).
001683   01 DETALLE-POLIZA REDEFINES REG-POLIZA.
001684     05 FILLER            PIC X(1).
001685     05 PD-CUENTA         PIC X(4).
001686     05 PD-DEPTO          PIC X(3).
001687     05 PD-MONEDA         PIC X(3).
001688     05 PD-CARGO-ABONO    PIC X(1).
001689     05 PD-IMPORTE        PIC 9(9)V99.
001690     05 FILLER            PIC X(57).
001691   01 COLA-POLIZA REDEFINES REG-POLIZA.
001692     05 FILLER            PIC X(1).
001693     05 PT-CANTIDAD       PIC 9(6).
001694     05 PT-HASH-TOTAL     PIC 9(11)V99.
001695     05 FILLER            PIC X(60).
001696* CUENTAS DE LA LIQUIDACION: LA PUENTE QUE ABONO CONTAB1A, BANCOS
001697* Y PAGOS DEVUELTOS (RECHAZADAS POR EL BANCO AUN SIN REEMITIR).
001698   77 CUENTA-PUENTE-BCO   PIC X(4)         VALUE '2110'.
001699   77 CUENTA-BANCOS       PIC X(4)         VALUE '1110'.
001700   77 CUENTA-PAGOS-DEVUEL PIC X(4)         VALUE '2115'.
001701* IMPORTES NETOS (PL-IMPORTE) POR COMPANIA Y MONEDA: CONFIRMADOS
001702* (2110 CONTRA BANCOS), RECHAZADOS (2110 CONTRA DEVUELTOS) Y
001703* REEMITIDOS DESDE RECHAZO (DEVUELTOS CONTRA 2110).
001704   01 TABLA-LIQUIDACION.
001705     05 CANT-LIQ          PIC 9(2)         VALUE 00.
001706     05 ENTRADA-LIQ OCCURS 9 TIMES.
001707       10 TL-CIA          PIC X(1).
001708       10 TL-CONF-USD     PIC 9(11)V99.
001709       10 TL-CONF-EUR     PIC 9(11)V99.
001710       10 TL-CONF-MXN     PIC 9(11)V99.
001711       10 TL-RECH-USD     PIC 9(11)V99.
001712       10 TL-RECH-EUR     PIC 9(11)V99.
001713       10 TL-RECH-MXN     PIC 9(11)V99.
001714       10 TL-REEM-USD     PIC 9(11)V99.
001715       10 TL-REEM-EUR     PIC 9(11)V99.
001716       10 TL-REEM-MXN     PIC 9(11)V99.
001717   77 LIQ                 PIC 9(2)         VALUE 00.
001718   77 LIQ-HALLADA-IDX     PIC 9(2)         VALUE 00.
001719   77 CIA-LIQ             PIC X(1)         VALUE SPACE.
001720   77 TIPO-LIQ            PIC X(1)         VALUE SPACE.
001721   77 LIBRO-LIQ           PIC X(4)         VALUE SPACES.
001722   77 CUENTA-CARGO-LIQ    PIC X(4)         VALUE SPACES.
001723   77 CUENTA-ABONO-LIQ    PIC X(4)         VALUE SPACES.
001724   77 CONT-DET-POLIZA     PIC 9(6)         VALUE 000000.
001725   77 DETALLES-INICIO-LOTE PIC 9(6)        VALUE 000000.
001726   77 HASH-POLIZA         PIC 9(11)V99     VALUE 0.
001727   77 TOTAL-LIQ-CONF      PIC 9(11)V99     VALUE 0.
001728   77 TOTAL-LIQ-RECH      PIC 9(11)V99     VALUE 0.
001729   77 TOTAL-LIQ-REEM      PIC 9(11)V99     VALUE 0.
001730   77 ED-TOT-LIQ          PIC ZZZ,ZZZ,ZZ9.99.
001731   01 SWITCH-ERA-RECHAZADA PIC X           VALUE 'N'.
001732     88 ERA-RECHAZADA                     VALUE 'Y'.
001733 PROCEDURE DIVISION.
001734 MAIN-PROCEDURE.
001735     PERFORM INICIAR-RUN-LOG.
001736     PERFORM VERIFICAR-PREDECESORES.
001737     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
001738     PERFORM LEER-CONTROL-BANCO.
001739     OPEN OUTPUT RPT-BANCO.
001740     PERFORM IMPRIMIR-TITULO-BCO.
001741     PERFORM ABRIR-LEDGER.
001742     EVALUATE TRUE
001743       WHEN MODO-RETORNO
001744         PERFORM PROCESAR-RETORNO
001745       WHEN MODO-REEMISION
001746         PERFORM PROCESAR-REEMISION
001747       WHEN OTHER
001748         PERFORM GENERAR-TRANSFERENCIAS
001749     END-EVALUATE.
001750     CLOSE PAGO-LEDGER.
001751     CLOSE RPT-BANCO.
001752     PERFORM GRABAR-RUN-LOG.
001753     STOP RUN.
001754*----------------------------------------------------------
001755* EL ARCHIVO DE CONTROL ES OPCIONAL: SI CTLBANCO NO EXISTE
001756* SE ASUME MODO GENERACION CON SECUENCIA 0001.
001757*----------------------------------------------------------
001760 LEER-CONTROL-BANCO.
001770     OPEN INPUT CTL-BANCO.
001780     IF FS-CTL = '00' THEN
001840           IF BC-SECUENCIA NUMERIC AND BC-SECUENCIA > 0 THEN
001850             MOVE BC-SECUENCIA TO SECUENCIA-ENVIO
001860           END-IF
001862           IF BC-CIA NOT = SPACE THEN
001864             MOVE BC-CIA TO CIA-ENVIO
001866             MOVE 'Y' TO SWITCH-CIA-DEFINIDA
001868           END-IF
001870       END-READ
001880       CLOSE CTL-BANCO
001890     END-IF.
001950     EXIT.
001960 GENERAR-TRANSFERENCIAS.
001962     PERFORM ABRIR-APROBACIONES.
001963     PERFORM CARGAR-CIAS.
001964     PERFORM DETERMINAR-CIA-AUDITORIA.
001965     PERFORM VERIFICAR-PERIODO-CERRADO.
001966     PERFORM ABRIR-CUENTAS-BENEF.
001967     PERFORM ABRIR-SUSPENSO.
001968     PERFORM ABRIR-REGISTRO-CLAVES.
001970     OPEN INPUT AUDITORIA.
001980     OPEN OUTPUT BANCO-USD.
001990     OPEN OUTPUT BANCO-EUR.
002100     CLOSE BANCO-EUR.
002110     CLOSE BANCO-MXN.
002120     PERFORM CERRAR-APROBACIONES.
002121     PERFORM CERRAR-CUENTAS-BENEF.
002122     PERFORM CERRAR-SUSPENSO.
002123     PERFORM CERRAR-REGISTRO-CLAVES.
002125     PERFORM IMPRIMIR-RESUMEN-GENERACION.
002130     DISPLAY "---------- INTERFASE BANCARIA: GENERACION --------".
002140     DISPLAY " SECUENCIA DE ENVIO:        " SECUENCIA-ENVIO.
002190     DISPLAY " MONEDA DESCONOCIDA:        " CONT-MONEDA-DESC.
002195     DISPLAY " GRABADAS EN LEDGER:        " CONT-LEDGER-GRAB.
002196     DISPLAY " RETENIDAS SIN APROBACION:  " CONT-RETENIDAS.
002198     DISPLAY " RETENIDAS POR CUENTA:      " CONT-RET-CUENTA.
002200     DISPLAY " COMPANIA / ORIGINADOR:     " CIA-ENVIO " / "
002202       ORIGINADOR-ENVIO.
002204     DISPLAY " DE OTRAS COMPANIAS:        " CONT-OTRA-CIA.
002206     DISPLAY " SIN CLAVE EN CLAVREG:      " CONT-SIN-CLAVE-REG.
002208     EXIT.
002210 LEER-AUDITORIA.
002220     READ AUDITORIA
002230       AT END
002290     MOVE 'H' TO TF-TIPO.
002300     MOVE FECHA-CORRIDA-R TO HD-FECHA.
002310     MOVE SECUENCIA-ENVIO TO HD-SECUENCIA.
002313     MOVE CIA-ENVIO TO HD-CIA.
002316     MOVE ORIGINADOR-ENVIO TO HD-ORIGINADOR.
002320     MOVE 'USD' TO HD-MONEDA.
002330     MOVE REG-TRANSFERENCIA TO REG-BANCO-USD.
002340     WRITE REG-BANCO-USD.
002472     IF AUD-ID-EMP(1:1) = '*' THEN
002474       EXIT PARAGRAPH
002476     END-IF.
002477     IF AUD-CUOTA NOT NUMERIC THEN
002478       MOVE ZERO TO AUD-CUOTA
002479     END-IF.
002480     IF AUD-CIA NOT = CIA-ENVIO THEN
002481       ADD 1 TO CONT-OTRA-CIA
002482       EXIT PARAGRAPH
002484     END-IF.
002486     IF AUD-BONO = ZERO THEN
002490       ADD 1 TO CONT-SIN-BONO
002500       EXIT PARAGRAPH
002510     END-IF.
002511* SE TRANSFIERE EL NETO: BRUTO MENOS LA RETENCION DE IMPUESTO
002512* QUE DEJO LA CORRIDA EN LA AUDITORIA.
002513     IF AUD-RETENCION > AUD-BONO THEN
002514       MOVE ZERO TO AUD-RETENCION
002515     END-IF.
002516     COMPUTE NETO-TRANSF = AUD-BONO - AUD-RETENCION.
002517     MOVE AUD-ID-EMP TO ID-CLAVE-PAGO.
002518     MOVE AUD-CLAVE TO CLAVE-PAGO.
002519     PERFORM OBTENER-CLAVE-PAGO.
002520     PERFORM VERIFICAR-APROBACION.
002521     IF TRANSFERENCIA-RETENIDA THEN
002522       EXIT PARAGRAPH
002523     END-IF.
002524     MOVE AUD-ID-EMP TO ID-CUENTA-VERIF.
002525     MOVE AUD-MONEDA TO MONEDA-CUENTA-VERIF.
002526     PERFORM VERIFICAR-CUENTA-BENEF.
002527     IF NOT CUENTA-PAGABLE THEN
002528       PERFORM RETENER-POR-CUENTA
002529       EXIT PARAGRAPH
002530     END-IF.
002531     MOVE SPACES TO REG-TRANSFERENCIA.
002532     MOVE 'D' TO TF-TIPO.
002540     MOVE AUD-ID-EMP TO DT-ID-EMP.
002550     MOVE CLAVE-PAGO TO DT-CLAVE.
002560     MOVE NETO-TRANSF TO DT-IMPORTE.
002561     MOVE AUD-BONO TO DT-BRUTO.
002562     MOVE AUD-RETENCION TO DT-RETENCION.
002563     MOVE CB-BANCO TO DT-BANCO.
002564     MOVE CB-TIPO-CUENTA TO DT-TIPO-CUENTA.
002566     MOVE CB-CUENTA TO DT-CUENTA.
002570     EVALUATE AUD-MONEDA
002580       WHEN 'USD'
002590         MOVE REG-TRANSFERENCIA TO REG-BANCO-USD
002600         WRITE REG-BANCO-USD
002610         ADD 1 TO CONT-DET-USD
002620         ADD NETO-TRANSF TO HASH-USD
002625         PERFORM REGISTRAR-ENVIO-LEDGER
002630       WHEN 'EUR'
002640         MOVE REG-TRANSFERENCIA TO REG-BANCO-EUR
002650         WRITE REG-BANCO-EUR
002660         ADD 1 TO CONT-DET-EUR
002670         ADD NETO-TRANSF TO HASH-EUR
002675         PERFORM REGISTRAR-ENVIO-LEDGER
002680       WHEN 'MXN'
002690         MOVE REG-TRANSFERENCIA TO REG-BANCO-MXN
002700         WRITE REG-BANCO-MXN
002710         ADD 1 TO CONT-DET-MXN
002720         ADD NETO-TRANSF TO HASH-MXN
002725         PERFORM REGISTRAR-ENVIO-LEDGER
002730       WHEN OTHER
002740         ADD 1 TO CONT-MONEDA-DESC
002970     MOVE REG-TRANSFERENCIA TO REG-BANCO-MXN.
002980     WRITE REG-BANCO-MXN.
002990     EXIT.
002991*----------------------------------------------------------
002992* EL REGISTRO DE CLAVES ES OPCIONAL AQUI: LA CORRIDA YA GRABO
002993* EN LA AUDITORIA LA CLAVE REGISTRADA. SIRVE SOBRE TODO PARA
002994* QUE LA REEMISION DE UN PAGO VIEJO SALGA CON LA CLAVE
002995* ESTABLE Y NO CON LA QUE TENIA EL EMPLEADO EN ESA CORRIDA.
002996*----------------------------------------------------------
002997 ABRIR-REGISTRO-CLAVES.
002998     OPEN INPUT REGISTRO-CLAVES.
002999     IF FS-CLAVREG = '00' THEN
003000       MOVE 'Y' TO SWITCH-CLAVREG-DISP
003001     ELSE
003002       DISPLAY "*** ATENCION: NO SE PUDO ABRIR EL REGISTRO DE"
003003         " CLAVES CLAVREG (FILE STATUS " FS-CLAVREG "), SE ENVIA"
003004         " LA CLAVE DE LA AUDITORIA O DEL LEDGER ***"
003005     END-IF.
003006     EXIT.
003007 CERRAR-REGISTRO-CLAVES.
003008     IF CLAVREG-DISPONIBLE THEN
003009       CLOSE REGISTRO-CLAVES
003010     END-IF.
003011     EXIT.
003012*----------------------------------------------------------
003013* DEJA EN CLAVE-PAGO LA CLAVE REGISTRADA PARA ID-CLAVE-PAGO; SI
003014* EL ID NO ESTA EN CLAVREG QUEDA LA QUE TRAJO EL LLAMADOR.
003015*----------------------------------------------------------
003016 OBTENER-CLAVE-PAGO.
003017     IF NOT CLAVREG-DISPONIBLE THEN
003018       EXIT PARAGRAPH
003019     END-IF.
003020     MOVE ID-CLAVE-PAGO TO CLV-ID-EMP.
003021     READ REGISTRO-CLAVES
003022       INVALID KEY
003023         ADD 1 TO CONT-SIN-CLAVE-REG
003024       NOT INVALID KEY
003025         MOVE CLV-CLAVE TO CLAVE-PAGO
003026     END-READ.
003027     EXIT.
003028 IMPRIMIR-TITULO-BCO.
003029     MOVE FC-MES TO TIT-MES.
003030     MOVE FC-DIA TO TIT-DIA.
003031     MOVE FC-ANIO TO TIT-ANIO.
003040     MOVE TITULO-RPT-BCO TO LINEA-RPT-BCO.
003050     WRITE LINEA-RPT-BCO.
003060     MOVE SPACES TO LINEA-RPT-BCO.
003300*----------------------------------------------------------
003310 PROCESAR-RETORNO.
003315     PERFORM ABRIR-SUSPENSO.
003316     PERFORM CARGAR-CIAS.
003317     PERFORM ABRIR-MAESTRO-RETORNO.
003320     OPEN INPUT BANCO-RET.
003330     IF FS-RET NOT = '00' THEN
003340       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ACUSE BANCRET"
003350         " (FILE STATUS " FS-RET "), NADA QUE REPORTAR ***"
003355       PERFORM ESCRIBIR-POLIZA-BANCO
003360       EXIT PARAGRAPH
003370     END-IF.
003380     PERFORM LEER-RETORNO.
003420     END-PERFORM.
003430     CLOSE BANCO-RET.
003435     PERFORM CERRAR-SUSPENSO.
003436     PERFORM CERRAR-MAESTRO-RETORNO.
003437     PERFORM ESCRIBIR-POLIZA-BANCO.
003440     MOVE CONT-RET-ACEPTADAS TO RET-TOT-ACEP.
003450     MOVE CONT-RET-RECHAZADAS TO RET-TOT-RECH.
003460     MOVE SPACES TO LINEA-RPT-BCO.
003520     DISPLAY " TRANSF. RECHAZADAS: " CONT-RET-RECHAZADAS.
003530     DISPLAY " REGISTROS INVALIDOS:" CONT-RET-INVALIDAS.
003532     DISPLAY " ACUSES SIN LEDGER:  " CONT-RET-SIN-LEDGER.
003533     MOVE TOTAL-LIQ-CONF TO ED-TOT-LIQ.
003534     DISPLAY " 2110 A BANCOS:      " ED-TOT-LIQ.
003535     MOVE TOTAL-LIQ-RECH TO ED-TOT-LIQ.
003536     DISPLAY " 2110 A DEVUELTOS:   " ED-TOT-LIQ.
003537     DISPLAY " DETALLES GLBANCO:   " CONT-DET-POLIZA.
003540     IF CONT-RET-RECHAZADAS > 0 THEN
003550       DISPLAY "*** ATENCION: HAY TRANSFERENCIAS RECHAZADAS,"
003560         " VER RPTBANCO ***"
004090     MOVE 'N' TO SWITCH-LEDGER-NUEVO.
004100     MOVE AUD-ID-EMP TO PL-ID-EMP.
004110     MOVE AUD-FECHA TO PL-FECHA.
004115     MOVE AUD-CUOTA TO PL-CUOTA.
004120     READ PAGO-LEDGER
004130       INVALID KEY
004140         MOVE 'Y' TO SWITCH-LEDGER-NUEVO
004150     END-READ.
004160     MOVE AUD-ID-EMP TO PL-ID-EMP.
004170     MOVE AUD-FECHA TO PL-FECHA.
004175     MOVE AUD-CUOTA TO PL-CUOTA.
004180     MOVE CLAVE-PAGO TO PL-CLAVE.
004190     MOVE NETO-TRANSF TO PL-IMPORTE.
004193     MOVE AUD-BONO TO PL-BRUTO.
004196     MOVE AUD-RETENCION TO PL-RETENCION.
004200     MOVE AUD-MONEDA TO PL-MONEDA.
004205     MOVE CIA-ENVIO TO PL-CIA.
004210     MOVE 'E' TO PL-ESTADO.
004220     MOVE SECUENCIA-ENVIO TO PL-SECUENCIA.
004230     MOVE FECHA-CORRIDA-R TO PL-FECHA-ESTADO.
004240     MOVE SPACES TO PL-MOTIVO.
004241     IF NOT CUENTA-PAGABLE THEN
004242       MOVE 'H' TO PL-ESTADO
004243       MOVE ZERO TO PL-SECUENCIA
004244       MOVE MOTIVO-CUENTA TO PL-MOTIVO
004245     END-IF.
004250     IF LEDGER-NUEVO THEN
004260       WRITE REG-PAGO-LEDGER
004270         INVALID KEY
004510     MOVE SPACES TO LLAVE-EN-VUELO.
004520     MOVE RT-ID-EMP TO PL-ID-EMP.
004530     MOVE ZEROS TO PL-FECHA.
004535     MOVE ZEROS TO PL-CUOTA.
004540     START PAGO-LEDGER KEY >= PL-LLAVE
004550       INVALID KEY
004560         MOVE 'Y' TO SWITCH-FIN-LEDGER
005040       INVALID KEY
005050         DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR EL"
005060           " LEDGER DE ID " RT-ID-EMP " ***"
005062       NOT INVALID KEY
005064         MOVE ESTADO-RETORNO TO TIPO-LIQ
005066         PERFORM ACUMULAR-LIQUIDACION
005070     END-REWRITE.
005080     EXIT.
005081*----------------------------------------------------------
005082* EN MODO RETORNO EL MAESTRO SOLO DA LA COMPANIA DE LOS PAGOS
005083* DEL LEDGER ANTERIORES A PL-CIA; SIN EL VAN A LA COMPANIA EN
005084* BLANCO.
005085*----------------------------------------------------------
005086 ABRIR-MAESTRO-RETORNO.
005087     OPEN INPUT EMPMAST.
005088     IF FS-EMPMAST = '00' THEN
005089       MOVE 'Y' TO SWITCH-MAST-DISP
005090     END-IF.
005091     EXIT.
005092 CERRAR-MAESTRO-RETORNO.
005093     IF MAESTRO-DISPONIBLE THEN
005094       CLOSE EMPMAST
005095     END-IF.
005096     EXIT.
005097*----------------------------------------------------------
005098* ACUMULA EL NETO DEL PAGO RECIEN ACTUALIZADO PARA LA POLIZA
005099* DE LIQUIDACION, POR COMPANIA Y MONEDA, SEGUN TIPO-LIQ: 'C'
005100* CONFIRMADA, 'R' RECHAZADA, 'X' REEMITIDA DESDE RECHAZO. ES EL
005101* MISMO NETO QUE CONTAB1A ABONO A LA CUENTA PUENTE.
005102*----------------------------------------------------------
005103 ACUMULAR-LIQUIDACION.
005104     IF PL-CIA NOT = SPACE THEN
005105       MOVE PL-CIA TO CIA-LIQ
005106     ELSE
005107       PERFORM OBTENER-CIA-PAGO
005108       MOVE CIA-PAGO TO CIA-LIQ
005109     END-IF.
005110     MOVE 0 TO LIQ-HALLADA-IDX.
005111     PERFORM VARYING LIQ FROM 1 BY 1
005112         UNTIL LIQ > CANT-LIQ OR LIQ-HALLADA-IDX > 0
005113       IF TL-CIA(LIQ) = CIA-LIQ THEN
005114         MOVE LIQ TO LIQ-HALLADA-IDX
005115       END-IF
005116     END-PERFORM.
005117     IF LIQ-HALLADA-IDX = 0 THEN
005118       IF CANT-LIQ >= 9 THEN
005119         DISPLAY "*** ERROR: TABLA DE LIQUIDACION LLENA, EL"
005120           " PAGO DE ID " PL-ID-EMP " NO ENTRA A GLBANCO ***"
005121         MOVE 0008 TO COND-LOG
005122         EXIT PARAGRAPH
005123       END-IF
005124       ADD 1 TO CANT-LIQ
005125       MOVE CANT-LIQ TO LIQ-HALLADA-IDX
005126       MOVE CIA-LIQ TO TL-CIA(LIQ-HALLADA-IDX)
005127       MOVE ZERO TO TL-CONF-USD(LIQ-HALLADA-IDX)
005128       MOVE ZERO TO TL-CONF-EUR(LIQ-HALLADA-IDX)
005129       MOVE ZERO TO TL-CONF-MXN(LIQ-HALLADA-IDX)
005130       MOVE ZERO TO TL-RECH-USD(LIQ-HALLADA-IDX)
005131       MOVE ZERO TO TL-RECH-EUR(LIQ-HALLADA-IDX)
005132       MOVE ZERO TO TL-RECH-MXN(LIQ-HALLADA-IDX)
005133       MOVE ZERO TO TL-REEM-USD(LIQ-HALLADA-IDX)
005134       MOVE ZERO TO TL-REEM-EUR(LIQ-HALLADA-IDX)
005135       MOVE ZERO TO TL-REEM-MXN(LIQ-HALLADA-IDX)
005136     END-IF.
005137     MOVE LIQ-HALLADA-IDX TO LIQ.
005138     EVALUATE TIPO-LIQ ALSO PL-MONEDA
005139       WHEN 'C' ALSO 'USD'
005140         ADD PL-IMPORTE TO TL-CONF-USD(LIQ)
005141       WHEN 'C' ALSO 'EUR'
005142         ADD PL-IMPORTE TO TL-CONF-EUR(LIQ)
005143       WHEN 'C' ALSO 'MXN'
005144         ADD PL-IMPORTE TO TL-CONF-MXN(LIQ)
005145       WHEN 'R' ALSO 'USD'
005146         ADD PL-IMPORTE TO TL-RECH-USD(LIQ)
005147       WHEN 'R' ALSO 'EUR'
005148         ADD PL-IMPORTE TO TL-RECH-EUR(LIQ)
005149       WHEN 'R' ALSO 'MXN'
005150         ADD PL-IMPORTE TO TL-RECH-MXN(LIQ)
005151       WHEN 'X' ALSO 'USD'
005152         ADD PL-IMPORTE TO TL-REEM-USD(LIQ)
005153       WHEN 'X' ALSO 'EUR'
005154         ADD PL-IMPORTE TO TL-REEM-EUR(LIQ)
005155       WHEN 'X' ALSO 'MXN'
005156         ADD PL-IMPORTE TO TL-REEM-MXN(LIQ)
005157       WHEN OTHER
005158         DISPLAY "*** ATENCION: MONEDA '" PL-MONEDA "' DEL"
005159           " PAGO DE ID " PL-ID-EMP " SIN CUENTA, NO ENTRA A"
005160           " GLBANCO ***"
005161         EXIT PARAGRAPH
005162     END-EVALUATE.
005163     EVALUATE TIPO-LIQ
005164       WHEN 'C'
005165         ADD PL-IMPORTE TO TOTAL-LIQ-CONF
005166       WHEN 'R'
005167         ADD PL-IMPORTE TO TOTAL-LIQ-RECH
005168       WHEN OTHER
005169         ADD PL-IMPORTE TO TOTAL-LIQ-REEM
005170     END-EVALUATE.
005171     EXIT.
005172*----------------------------------------------------------
005173* POLIZA DE LIQUIDACION BANCARIA (GLBANCO), EN EL FORMATO DE
005174* GLPOST: UN LOTE POR COMPANIA CON ENCABEZADO (ORIGEN
005175* 'LIQBANCO', COMPANIA Y LIBRO DE CIAREF), POR MONEDA UN PAR
005176* CARGO/ABONO POR CADA MOVIMIENTO Y LA COLA CON CANTIDAD Y
005177* TOTAL DE CONTROL (CARGOS MAS ABONOS). CUADRA POR
005178* CONSTRUCCION. SIN MOVIMIENTOS SALE UN LOTE DE LA COMPANIA
005179* DEL ENVIO SOLO CON ENCABEZADO Y COLA EN CERO, PARA QUE NO SE
005180* VUELVA A POSTEAR LA POLIZA DE UN RETORNO ANTERIOR.
005181*----------------------------------------------------------
005182 ESCRIBIR-POLIZA-BANCO.
005183     OPEN OUTPUT POLIZA-BCO.
005184     IF CANT-LIQ = 0 THEN
005185       MOVE CIA-ENVIO TO CIA-LIQ
005186       MOVE ZERO TO DETALLES-INICIO-LOTE
005187       MOVE ZERO TO HASH-POLIZA
005188       PERFORM ESCRIBIR-ENCABEZADO-LIQ
005189       PERFORM ESCRIBIR-COLA-LIQ
005190     ELSE
005191       PERFORM VARYING LIQ FROM 1 BY 1 UNTIL LIQ > CANT-LIQ
005192         PERFORM ESCRIBIR-LOTE-LIQUIDACION
005193       END-PERFORM
005194     END-IF.
005195     CLOSE POLIZA-BCO.
005196     EXIT.
005197 ESCRIBIR-LOTE-LIQUIDACION.
005198     MOVE CONT-DET-POLIZA TO DETALLES-INICIO-LOTE.
005199     MOVE ZERO TO HASH-POLIZA.
005200     MOVE TL-CIA(LIQ) TO CIA-LIQ.
005201     PERFORM ESCRIBIR-ENCABEZADO-LIQ.
005202* CONFIRMADAS: CARGO A LA PUENTE, ABONO A BANCOS.
005203     MOVE CUENTA-PUENTE-BCO TO CUENTA-CARGO-LIQ.
005204     MOVE CUENTA-BANCOS TO CUENTA-ABONO-LIQ.
005205     IF TL-CONF-USD(LIQ) > 0 THEN
005206       MOVE 'USD' TO PD-MONEDA
005207       MOVE TL-CONF-USD(LIQ) TO PD-IMPORTE
005208       PERFORM ESCRIBIR-PAR-LIQUIDACION
005209     END-IF.
005210     IF TL-CONF-EUR(LIQ) > 0 THEN
005211       MOVE 'EUR' TO PD-MONEDA
005212       MOVE TL-CONF-EUR(LIQ) TO PD-IMPORTE
005213       PERFORM ESCRIBIR-PAR-LIQUIDACION
005214     END-IF.
005215     IF TL-CONF-MXN(LIQ) > 0 THEN
005216       MOVE 'MXN' TO PD-MONEDA
005217       MOVE TL-CONF-MXN(LIQ) TO PD-IMPORTE
005218       PERFORM ESCRIBIR-PAR-LIQUIDACION
005219     END-IF.
005220* RECHAZADAS: CARGO A LA PUENTE, ABONO A PAGOS DEVUELTOS.
005221     MOVE CUENTA-PUENTE-BCO TO CUENTA-CARGO-LIQ.
005222     MOVE CUENTA-PAGOS-DEVUEL TO CUENTA-ABONO-LIQ.
005223     IF TL-RECH-USD(LIQ) > 0 THEN
005224       MOVE 'USD' TO PD-MONEDA
005225       MOVE TL-RECH-USD(LIQ) TO PD-IMPORTE
005226       PERFORM ESCRIBIR-PAR-LIQUIDACION
005227     END-IF.
005228     IF TL-RECH-EUR(LIQ) > 0 THEN
005229       MOVE 'EUR' TO PD-MONEDA
005230       MOVE TL-RECH-EUR(LIQ) TO PD-IMPORTE
005231       PERFORM ESCRIBIR-PAR-LIQUIDACION
005232     END-IF.
005233     IF TL-RECH-MXN(LIQ) > 0 THEN
005234       MOVE 'MXN' TO PD-MONEDA
005235       MOVE TL-RECH-MXN(LIQ) TO PD-IMPORTE
005236       PERFORM ESCRIBIR-PAR-LIQUIDACION
005237     END-IF.
005238* REEMITIDAS DESDE RECHAZO: VUELVEN DE DEVUELTOS A LA PUENTE.
005239     MOVE CUENTA-PAGOS-DEVUEL TO CUENTA-CARGO-LIQ.
005240     MOVE CUENTA-PUENTE-BCO TO CUENTA-ABONO-LIQ.
005241     IF TL-REEM-USD(LIQ) > 0 THEN
005242       MOVE 'USD' TO PD-MONEDA
005243       MOVE TL-REEM-USD(LIQ) TO PD-IMPORTE
005244       PERFORM ESCRIBIR-PAR-LIQUIDACION
005245     END-IF.
005246     IF TL-REEM-EUR(LIQ) > 0 THEN
005247       MOVE 'EUR' TO PD-MONEDA
005248       MOVE TL-REEM-EUR(LIQ) TO PD-IMPORTE
005249       PERFORM ESCRIBIR-PAR-LIQUIDACION
005250     END-IF.
005251     IF TL-REEM-MXN(LIQ) > 0 THEN
005252       MOVE 'MXN' TO PD-MONEDA
005253       MOVE TL-REEM-MXN(LIQ) TO PD-IMPORTE
005254       PERFORM ESCRIBIR-PAR-LIQUIDACION
005255     END-IF.
005256     PERFORM ESCRIBIR-COLA-LIQ.
005257     EXIT.
005258 ESCRIBIR-ENCABEZADO-LIQ.
005259     MOVE SPACES TO LIBRO-LIQ.
005260     PERFORM VARYING CIA FROM 1 BY 1 UNTIL CIA > CANT-CIAS
005261       IF TC-CIA(CIA) = CIA-LIQ THEN
005262         MOVE TC-LIBRO(CIA) TO LIBRO-LIQ
005263       END-IF
005264     END-PERFORM.
005265     MOVE SPACES TO REG-POLIZA.
005266     MOVE 'H' TO PZ-TIPO.
005267     MOVE FECHA-CORRIDA-R TO PH-FECHA.
005268     MOVE 'LIQBANCO' TO PH-ORIGEN.
005269     MOVE CIA-LIQ TO PH-CIA.
005270     MOVE LIBRO-LIQ TO PH-LIBRO.
005271     MOVE REG-POLIZA TO REG-POLIZA-SAL.
005272     WRITE REG-POLIZA-SAL.
005273     MOVE SPACES TO REG-POLIZA.
005274     EXIT.
005275*----------------------------------------------------------
005276* PD-MONEDA Y PD-IMPORTE LOS DEJA PUESTOS QUIEN LLAMA; AQUI
005277* SE ESCRIBE EL CARGO Y EL ABONO POR EL MISMO IMPORTE.
005278*----------------------------------------------------------
005279 ESCRIBIR-PAR-LIQUIDACION.
005280     MOVE 'D' TO PZ-TIPO.
005281     MOVE SPACES TO PD-DEPTO.
005282     MOVE CUENTA-CARGO-LIQ TO PD-CUENTA.
005283     MOVE 'D' TO PD-CARGO-ABONO.
005284     ADD 1 TO CONT-DET-POLIZA.
005285     ADD PD-IMPORTE TO HASH-POLIZA.
005286     MOVE REG-POLIZA TO REG-POLIZA-SAL.
005287     WRITE REG-POLIZA-SAL.
005288     MOVE CUENTA-ABONO-LIQ TO PD-CUENTA.
005289     MOVE 'C' TO PD-CARGO-ABONO.
005290     ADD 1 TO CONT-DET-POLIZA.
005291     ADD PD-IMPORTE TO HASH-POLIZA.
005292     MOVE REG-POLIZA TO REG-POLIZA-SAL.
005293     WRITE REG-POLIZA-SAL.
005294     EXIT.
005295 ESCRIBIR-COLA-LIQ.
005296     MOVE SPACES TO REG-POLIZA.
005297     MOVE 'T' TO PZ-TIPO.
005298     COMPUTE PT-CANTIDAD = CONT-DET-POLIZA - DETALLES-INICIO-LOTE.
005299     MOVE HASH-POLIZA TO PT-HASH-TOTAL.
005300     MOVE REG-POLIZA TO REG-POLIZA-SAL.
005301     WRITE REG-POLIZA-SAL.
005302     EXIT.
005303*----------------------------------------------------------
005304* MODO REEMISION: RECORRE EL LEDGER COMPLETO Y REGENERA LOS
005305* ARCHIVOS BANCARIOS SOLO CON LAS TRANSFERENCIAS RECHAZADAS,
005306* BAJO LA SECUENCIA NUEVA DE CTLBANCO. CADA UNA QUEDA
005307* MARCADA REEMITIDA PARA QUE EL SIGUIENTE RETORNO LA PUEDA
005308* CONFIRMAR O RECHAZAR DE NUEVO.
005309*----------------------------------------------------------
005310 PROCESAR-REEMISION.
005311     PERFORM ABRIR-CUENTAS-BENEF.
005312     PERFORM ABRIR-SUSPENSO.
005313     PERFORM ABRIR-REGISTRO-CLAVES.
005314     PERFORM CARGAR-CIAS.
005315     PERFORM DETERMINAR-CIA-REEMISION.
005316     OPEN OUTPUT BANCO-USD.
005317     OPEN OUTPUT BANCO-EUR.
005318     OPEN OUTPUT BANCO-MXN.
005319     PERFORM ESCRIBIR-ENCABEZADOS-BCO.
005320     MOVE 'N' TO SWITCH-FIN-LEDGER.
005321     MOVE LOW-VALUES TO PL-LLAVE.
005322     START PAGO-LEDGER KEY >= PL-LLAVE
005323       INVALID KEY
005324         MOVE 'Y' TO SWITCH-FIN-LEDGER
005325     END-START.
005326     IF NOT FIN-LEDGER THEN
005327       PERFORM LEER-LEDGER-SIGUIENTE
005328     END-IF.
005329     PERFORM UNTIL FIN-LEDGER
005330       IF PL-RECHAZADA OR PL-RETENIDA THEN
005331         PERFORM REEMITIR-TRANSFERENCIA
005332       END-IF
005340       PERFORM LEER-LEDGER-SIGUIENTE
005350     END-PERFORM.
005360     PERFORM ESCRIBIR-COLAS-BCO.
005370     CLOSE BANCO-USD.
005380     CLOSE BANCO-EUR.
005390     CLOSE BANCO-MXN.
005393     PERFORM CERRAR-CUENTAS-BENEF.
005396     PERFORM CERRAR-SUSPENSO.
005397     PERFORM CERRAR-REGISTRO-CLAVES.
005398     PERFORM ESCRIBIR-POLIZA-BANCO.
005400     PERFORM IMPRIMIR-RESUMEN-GENERACION.
005410     MOVE CONT-REEMITIDAS TO REM-TOT-CANT.
005420     MOVE SECUENCIA-ENVIO TO REM-TOT-SEC.
005470     DISPLAY "---------- INTERFASE BANCARIA: REEMISION ---------".
005480     DISPLAY " SECUENCIA DE ENVIO: " SECUENCIA-ENVIO.
005490     DISPLAY " TRANSF. REEMITIDAS: " CONT-REEMITIDAS.
005495     DISPLAY " SIGUEN RETENIDAS:   " CONT-REEM-SIN-CTA.
005497     DISPLAY " COMPANIA:           " CIA-ENVIO.
005498     DISPLAY " SIN CLAVE EN CLAVREG: " CONT-SIN-CLAVE-REG.
005499     MOVE TOTAL-LIQ-REEM TO ED-TOT-LIQ.
005501     DISPLAY " DEVUELTOS A 2110:   " ED-TOT-LIQ.
005503     DISPLAY " DETALLES GLBANCO:   " CONT-DET-POLIZA.
005505     IF CONT-REEMITIDAS = ZERO THEN
005510       DISPLAY "*** ATENCION: NO HAY TRANSFERENCIAS RECHAZADAS"
005520         " O RETENIDAS QUE REEMITIR ***"
005530     END-IF.
005540     EXIT.
005550 REEMITIR-TRANSFERENCIA.
005551     IF CIAS-CARGADAS OR CIA-DEFINIDA THEN
005552       PERFORM OBTENER-CIA-PAGO
005553       IF CIA-PAGO NOT = CIA-ENVIO THEN
005554         EXIT PARAGRAPH
005555       END-IF
005556     END-IF.
005557     MOVE PL-ID-EMP TO ID-CUENTA-VERIF.
005558     MOVE PL-MONEDA TO MONEDA-CUENTA-VERIF.
005559     PERFORM VERIFICAR-CUENTA-BENEF.
005560     IF NOT CUENTA-PAGABLE THEN
005561       ADD 1 TO CONT-REEM-SIN-CTA
005562       MOVE PL-ID-EMP TO RTC-DET-ID
005563       MOVE PL-MONEDA TO RTC-DET-MONEDA
005564       MOVE MOTIVO-CUENTA TO RTC-DET-MOTIVO
005565       MOVE LINEA-RET-CUENTA TO LINEA-RPT-BCO
005566       WRITE LINEA-RPT-BCO
005567       EXIT PARAGRAPH
005568     END-IF.
005569     MOVE SPACES TO REG-TRANSFERENCIA.
005570     MOVE 'D' TO TF-TIPO.
005572     MOVE PL-ID-EMP TO ID-CLAVE-PAGO.
005574     MOVE PL-CLAVE TO CLAVE-PAGO.
005576     PERFORM OBTENER-CLAVE-PAGO.
005578     MOVE CLAVE-PAGO TO PL-CLAVE.
005580     MOVE PL-ID-EMP TO DT-ID-EMP.
005590     MOVE PL-CLAVE TO DT-CLAVE.
005600     MOVE PL-IMPORTE TO DT-IMPORTE.
005601* LOS REGISTROS DEL LEDGER ANTERIORES A LA RETENCION NO
005602* TRAEN BRUTO NI RETENCION: EL IMPORTE ES EL BRUTO.
005603     IF PL-BRUTO NUMERIC AND PL-RETENCION NUMERIC THEN
005604       MOVE PL-BRUTO TO DT-BRUTO
005605       MOVE PL-RETENCION TO DT-RETENCION
005606     ELSE
005607       MOVE PL-IMPORTE TO DT-BRUTO
005608       MOVE ZERO TO DT-RETENCION
005609     END-IF.
005610     MOVE CB-BANCO TO DT-BANCO.
005611     MOVE CB-TIPO-CUENTA TO DT-TIPO-CUENTA.
005612     MOVE CB-CUENTA TO DT-CUENTA.
005613     EVALUATE PL-MONEDA
005620       WHEN 'USD'
005630         MOVE REG-TRANSFERENCIA TO REG-BANCO-USD
005640         WRITE REG-BANCO-USD
005870     MOVE PL-IMPORTE TO REM-DET-IMPORTE.
005880     MOVE LINEA-REEM-DET TO LINEA-RPT-BCO.
005890     WRITE LINEA-RPT-BCO.
005892     MOVE 'N' TO SWITCH-ERA-RECHAZADA.
005894     IF PL-RECHAZADA THEN
005896       MOVE 'Y' TO SWITCH-ERA-RECHAZADA
005898     END-IF.
005900     MOVE 'X' TO PL-ESTADO.
005910     MOVE SECUENCIA-ENVIO TO PL-SECUENCIA.
005920     MOVE FECHA-CORRIDA-R TO PL-FECHA-ESTADO.
005925     MOVE SPACES TO PL-MOTIVO.
005926     IF PL-CIA = SPACE THEN
005927       MOVE CIA-PAGO TO PL-CIA
005928     END-IF.
005930     REWRITE REG-PAGO-LEDGER
005940       INVALID KEY
005950         DISPLAY "*** ATENCION: NO SE PUDO MARCAR REEMITIDA"
005960           " LA TRANSFERENCIA DE ID " PL-ID-EMP " ***"
005961       NOT INVALID KEY
005962         IF ERA-RECHAZADA THEN
005963           MOVE 'X' TO TIPO-LIQ
005964           PERFORM ACUMULAR-LIQUIDACION
005965         END-IF
005970     END-REWRITE.
005980     EXIT.
005981*----------------------------------------------------------
005982* COMPANIA DE UN PAGO DEL LEDGER: PL-CIA; LOS REGISTROS
005983* ANTERIORES A LA COMPANIA LA TOMAN DEL MAESTRO (CIA-MAST).
005984*----------------------------------------------------------
005985 OBTENER-CIA-PAGO.
005986     MOVE PL-CIA TO CIA-PAGO.
005987     IF CIA-PAGO = SPACE AND MAESTRO-DISPONIBLE THEN
005988       MOVE PL-ID-EMP TO ID-MAST
005989       READ EMPMAST
005990         NOT INVALID KEY
005991           MOVE CIA-MAST TO CIA-PAGO
005992       END-READ
005993     END-IF.
005994     EXIT.
005995*----------------------------------------------------------
005996* EL MAESTRO DE CUENTAS (CTABEN) ES OBLIGATORIO PARA ENVIAR:
005997* SIN EL NO SE SABE A QUE CUENTA PAGAR. EL MAESTRO DE
005998* EMPLEADOS SOLO SE USA PARA LA MONEDA DEL EMPLEADO; SIN EL
005999* SE TOMA LA MONEDA DE LA DECISION O DEL LEDGER.
006000*----------------------------------------------------------
006001 ABRIR-CUENTAS-BENEF.
006002     OPEN INPUT CUENTAS-BENEF.
006003     IF FS-CTABEN NOT = '00' THEN
006004       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE"
006005         " CUENTAS CTABEN (FILE STATUS " FS-CTABEN "),"
006006         " CORRIDA ABORTADA ***"
006007       MOVE 0016 TO COND-LOG
006008       PERFORM GRABAR-RUN-LOG
006009       STOP RUN
006010     END-IF.
006011     OPEN INPUT EMPMAST.
006012     IF FS-EMPMAST = '00' THEN
006013       MOVE 'Y' TO SWITCH-MAST-DISP
006014     ELSE
006015       DISPLAY "*** ATENCION: NO SE PUDO ABRIR EMPMAST (FILE"
006016         " STATUS " FS-EMPMAST "), LA MONEDA DE LA CUENTA SE"
006017         " COMPARA CON LA DE LA TRANSFERENCIA ***"
006018     END-IF.
006019     EXIT.
006020 CERRAR-CUENTAS-BENEF.
006021     CLOSE CUENTAS-BENEF.
006022     IF MAESTRO-DISPONIBLE THEN
006023       CLOSE EMPMAST
006024     END-IF.
006025     EXIT.
006026*----------------------------------------------------------
006027* UNA TRANSFERENCIA SOLO SE PAGA SI EL EMPLEADO TIENE CUENTA
006028* EN CTABEN, VERIFICADA POR PRENOTA, CON FECHA EFECTIVA YA
006029* CUMPLIDA Y EN LA MONEDA DEL EMPLEADO. EN OTRO CASO SE DEJA
006030* EL MOTIVO EN MOTIVO-CUENTA.
006031*----------------------------------------------------------
006032 VERIFICAR-CUENTA-BENEF.
006033     MOVE 'N' TO SWITCH-CUENTA-OK.
006034     MOVE MONEDA-CUENTA-VERIF TO MONEDA-EMPLEADO.
006035     IF MAESTRO-DISPONIBLE THEN
006036       MOVE ID-CUENTA-VERIF TO ID-MAST
006037       READ EMPMAST
006038         NOT INVALID KEY
006039           MOVE MONEDA-MAST TO MONEDA-EMPLEADO
006040       END-READ
006041     END-IF.
006042     MOVE ID-CUENTA-VERIF TO CB-ID-EMP.
006043     READ CUENTAS-BENEF
006044       INVALID KEY
006045         MOVE "SIN CUENTA BENEFICIARIA" TO MOTIVO-CUENTA
006046         EXIT PARAGRAPH
006047     END-READ.
006048     EVALUATE TRUE
006049       WHEN CB-CANCELADA
006050         MOVE "CUENTA BENEFICIARIA CANCELADA" TO MOTIVO-CUENTA
006051       WHEN CB-RECHAZADA
006052         MOVE "CUENTA RECHAZADA EN PRENOTA" TO MOTIVO-CUENTA
006053       WHEN NOT CB-VERIFICADA
006054         MOVE "CUENTA SIN VERIFICAR (PRENOTA)" TO MOTIVO-CUENTA
006055       WHEN CB-FECHA-EFECTIVA > FECHA-CORRIDA-R
006056         MOVE "CUENTA AUN NO EFECTIVA" TO MOTIVO-CUENTA
006057       WHEN CB-MONEDA NOT = MONEDA-EMPLEADO
006058         MOVE "MONEDA DE CUENTA DISTINTA" TO MOTIVO-CUENTA
006059       WHEN OTHER
006060         MOVE 'Y' TO SWITCH-CUENTA-OK
006061         MOVE SPACES TO MOTIVO-CUENTA
006062     END-EVALUATE.
006063     EXIT.
006064*----------------------------------------------------------
006065* UNA TRANSFERENCIA RETENIDA POR CUENTA NO SE ESCRIBE AL
006066* BANCO: QUEDA EN EL LEDGER CON ESTADO RETENIDA Y SU MOTIVO
006067* (PARA QUE LA REEMISION LA ENVIE AL CORREGIRSE LA CUENTA),
006068* SE ANOTA EN SUSPENSO Y SE DEJA CONSTANCIA EN EL REPORTE.
006069*----------------------------------------------------------
006070 RETENER-POR-CUENTA.
006071     ADD 1 TO CONT-RET-CUENTA.
006072     MOVE AUD-ID-EMP TO RTC-DET-ID.
006073     MOVE AUD-MONEDA TO RTC-DET-MONEDA.
006074     MOVE MOTIVO-CUENTA TO RTC-DET-MOTIVO.
006075     MOVE LINEA-RET-CUENTA TO LINEA-RPT-BCO.
006076     WRITE LINEA-RPT-BCO.
006077     DISPLAY "*** ATENCION: TRANSFERENCIA DE ID " AUD-ID-EMP
006078       " RETENIDA: " MOTIVO-CUENTA " ***".
006079     PERFORM REGISTRAR-ENVIO-LEDGER.
006080     MOVE AUD-ID-EMP TO SU-ID-EMP.
006081     MOVE SPACES TO MOTIVO-SUSP.
006082     MOVE MOTIVO-CUENTA TO MOTIVO-SUSP.
006083     PERFORM ANOTAR-SUSPENSO.
006084     EXIT.
006085*----------------------------------------------------------
006086* EL PERIODO DE LA CORRIDA QUE SE VA A PAGAR (AAAAMM DE
006087* AUD-FECHA DEL PRIMER REGISTRO DE AUDITORIA) DEBE FIGURAR
006088* CERRADO EN EL REGISTRO DE PERIODOS: NO SE ARMAN ARCHIVOS
006089* BANCARIOS DE UNA CORRIDA QUE NUNCA CERRO.
006090*----------------------------------------------------------
006091 VERIFICAR-PERIODO-CERRADO.
006092     OPEN INPUT AUDITORIA.
006093     READ AUDITORIA
006094       AT END
006100         MOVE 'Y' TO SWITCH-AUD-VACIA
006110     END-READ.
006120     CLOSE AUDITORIA.
006150         " NO SE VERIFICA PERIODO ***"
006160       EXIT PARAGRAPH
006170     END-IF.
006171     IF AUD-CUOTA-DIFERIDA THEN
006172       DISPLAY "*** LIBERACION DE CUOTAS DIFERIDAS: EL PERIODO DE"
006173         " CADA BONO DE ORIGEN YA LO VERIFICO DIFBON1A ***"
006174       EXIT PARAGRAPH
006175     END-IF.
006180     COMPUTE PERIODO-VERIF = AUD-FECHA / 100.
006190     OPEN INPUT PERIODO-REG.
006200     IF FS-PERREG NOT = '00' THEN
006234       PERFORM GRABAR-RUN-LOG
006240       STOP RUN
006250     END-IF.
006256     MOVE CIA-ENVIO TO PR-CIA.
006262     MOVE PERIODO-VERIF TO PR-PERIODO.
006270     READ PERIODO-REG
006280       INVALID KEY
006287         DISPLAY "*** ERROR: EL PERIODO " PERIODO-VERIF
006294           " DE LA COMPANIA '" CIA-ENVIO "' NO FIGURA EN PERREG,"
006301           " ENVIO ABORTADO ***"
006310         CLOSE PERIODO-REG
006312         MOVE 0016 TO COND-LOG
006314         PERFORM GRABAR-RUN-LOG
006320         STOP RUN
006330     END-READ.
006340     IF NOT PR-CERRADO THEN
006346       DISPLAY "*** ERROR: EL PERIODO " PERIODO-VERIF
006352         " DE LA COMPANIA '" CIA-ENVIO "'"
006360         " NO ESTA CERRADO (ESTADO " PR-ESTADO "), NO SE"
006370         " PAGA UNA CORRIDA SIN CERRAR, ENVIO ABORTADO ***"
006380       CLOSE PERIODO-REG
006410     CLOSE PERIODO-REG.
006420     EXIT.
006421*----------------------------------------------------------
006422* CARGA LAS COMPANIAS DE CIAREF CON SU ORIGINADOR BANCARIO.
006423* SIN CIAREF LA INSTALACION ES DE UNA SOLA COMPANIA.
006424*----------------------------------------------------------
006425 CARGAR-CIAS.
006426     OPEN INPUT CIA-REF.
006427     IF FS-CIAREF NOT = '00' THEN
006428       EXIT PARAGRAPH
006429     END-IF.
006430     PERFORM LEER-CIA-REF.
006431     PERFORM UNTIL FIN-CIAS
006432       IF CANT-CIAS < 9 THEN
006433         ADD 1 TO CANT-CIAS
006434         MOVE CR-CIA TO TC-CIA(CANT-CIAS)
006435         MOVE CR-ORIGINADOR TO TC-ORIGINADOR(CANT-CIAS)
006436         MOVE CR-LIBRO TO TC-LIBRO(CANT-CIAS)
006437       ELSE
006438         DISPLAY "*** ATENCION: TABLA DE COMPANIAS LLENA,"
006439           " SE IGNORA " CR-CIA " ***"
006440       END-IF
006441       PERFORM LEER-CIA-REF
006442     END-PERFORM.
006443     CLOSE CIA-REF.
006444     IF CANT-CIAS > 0 THEN
006445       MOVE 'Y' TO SWITCH-CIAS-CARGADAS
006446     END-IF.
006447     EXIT.
006448 LEER-CIA-REF.
006449     READ CIA-REF
006450       AT END
006451         MOVE 'Y' TO SWITCH-FIN-CIAS
006452     END-READ.
006453     EXIT.
006454*----------------------------------------------------------
006455* SIN BC-CIA EN CTLBANCO LA COMPANIA SE TOMA DE AUDITIN, QUE
006456* DEBE TRAER UNA SOLA: CON VARIAS SE ABORTA, PORQUE CADA
006457* COMPANIA VA EN SUS PROPIOS ARCHIVOS BANCARIOS.
006458*----------------------------------------------------------
006459 DETERMINAR-CIA-AUDITORIA.
006460     IF NOT CIA-DEFINIDA THEN
006461       MOVE 'N' TO SWITCH-FIN-AUD
006462       OPEN INPUT AUDITORIA
006463       PERFORM LEER-AUDITORIA
006464       PERFORM UNTIL FIN-AUD
006465         IF AUD-ID-EMP(1:1) NOT = '*' THEN
006466           IF NOT CIA-DEFINIDA THEN
006467             MOVE AUD-CIA TO CIA-ENVIO
006468             MOVE 'Y' TO SWITCH-CIA-DEFINIDA
006469           ELSE IF AUD-CIA NOT = CIA-ENVIO THEN
006470             MOVE 'Y' TO SWITCH-VARIAS-CIAS
006471           END-IF
006472           END-IF
006473         END-IF
006474         PERFORM LEER-AUDITORIA
006475       END-PERFORM
006476       CLOSE AUDITORIA
006477       MOVE 'N' TO SWITCH-FIN-AUD
006478     END-IF.
006479     IF VARIAS-CIAS THEN
006480       DISPLAY "*** ERROR: AUDITIN TRAE DECISIONES DE VARIAS"
006481         " COMPANIAS Y CTLBANCO NO INDICA BC-CIA: CADA COMPANIA"
006482         " SE ENVIA POR SEPARADO, ENVIO ABORTADO ***"
006483       MOVE 0016 TO COND-LOG
006484       PERFORM GRABAR-RUN-LOG
006485       STOP RUN
006486     END-IF.
006487     IF CIA-DEFINIDA THEN
006488       PERFORM BUSCAR-ORIGINADOR
006489     END-IF.
006490     EXIT.
006491*----------------------------------------------------------
006492* EN REEMISION, SIN BC-CIA SOLO SE PUEDE ASUMIR LA COMPANIA
006493* CUANDO CIAREF TIENE UNA SOLA.
006494*----------------------------------------------------------
006495 DETERMINAR-CIA-REEMISION.
006496     IF NOT CIA-DEFINIDA AND CANT-CIAS > 1 THEN
006497       DISPLAY "*** ERROR: CIAREF TIENE VARIAS COMPANIAS Y"
006498         " CTLBANCO NO INDICA BC-CIA PARA LA REEMISION,"
006499         " CORRIDA ABORTADA ***"
006500       MOVE 0016 TO COND-LOG
006501       PERFORM GRABAR-RUN-LOG
006502       STOP RUN
006503     END-IF.
006504     IF NOT CIA-DEFINIDA AND CANT-CIAS = 1 THEN
006505       MOVE TC-CIA(1) TO CIA-ENVIO
006506     END-IF.
006507     PERFORM BUSCAR-ORIGINADOR.
006508     EXIT.
006509 BUSCAR-ORIGINADOR.
006510     MOVE SPACES TO ORIGINADOR-ENVIO.
006511     IF NOT CIAS-CARGADAS THEN
006512       EXIT PARAGRAPH
006513     END-IF.
006514     MOVE 'N' TO SWITCH-CIA-HALLADA.
006515     PERFORM VARYING CIA FROM 1 BY 1
006516         UNTIL CIA > CANT-CIAS OR CIA-HALLADA
006517       IF TC-CIA(CIA) = CIA-ENVIO THEN
006518         MOVE 'Y' TO SWITCH-CIA-HALLADA
006519         MOVE TC-ORIGINADOR(CIA) TO ORIGINADOR-ENVIO
006520       END-IF
006521     END-PERFORM.
006522     IF NOT CIA-HALLADA THEN
006523       DISPLAY "*** ERROR: LA COMPANIA '" CIA-ENVIO "' NO EXISTE"
006524         " EN CIAREF, SIN ORIGINADOR BANCARIO, CORRIDA"
006525         " ABORTADA ***"
006526       MOVE 0016 TO COND-LOG
006527       PERFORM GRABAR-RUN-LOG
006528       STOP RUN
006529     END-IF.
006530     EXIT.
006531*----------------------------------------------------------
006532* ARCHIVO CENTRAL DE SUSPENSOS (SUSPENSO): EN MODO RETORNO
006533* CADA TRANSFERENCIA RECHAZADA SE ANOTA (O REFRESCA) CON EL
006534* MOTIVO DEL BANCO, Y UNA ACEPTADA ELIMINA SU PARTIDA. LA
006535* FECHA DE ALTA (PRIMER RECHAZO) NO SE PISA.
006536*----------------------------------------------------------
006537*----------------------------------------------------------
006538* RETENCION POR APROBACION: EL REGISTRO APRREG SE ABRE SOLO
006539* DE LECTURA Y ES OPCIONAL (SIN ARCHIVO, NADA SE RETIENE:
006540* NINGUN BONO QUEDO ARRIBA DEL UMBRAL). UNA TRANSFERENCIA
006541* CON PARTIDA NO APROBADA NO SE ESCRIBE NI ENTRA AL LEDGER,
006542* Y SE DEJA CONSTANCIA EN EL REPORTE.
006543*----------------------------------------------------------
006544 ABRIR-APROBACIONES.
006545     OPEN INPUT APROBACIONES.
006546     IF FS-APRREG = '00' THEN
006547       MOVE 'Y' TO SWITCH-APR-DISP
006548     ELSE
006549       IF FS-APRREG NOT = '35' THEN
006550         DISPLAY "*** ATENCION: NO SE PUDO ABRIR APRREG (FILE"
006551           " STATUS " FS-APRREG "), NO SE RETIENE NADA ***"
006552       END-IF
006553     END-IF.
006554     EXIT.
006555 VERIFICAR-APROBACION.
006556     MOVE 'N' TO SWITCH-TRANSF-RET.
006557* UNA CUOTA DIFERIDA YA PASO POR LA APROBACION DEL BONO QUE
006558* LA ORIGINO: DIFBON1A NO LIBERA CUOTAS DE UN BONO SIN APROBAR.
006559     IF AUD-CUOTA-DIFERIDA THEN
006560       EXIT PARAGRAPH
006561     END-IF.
006562     IF NOT APROBACIONES-DISPONIBLES THEN
006563       EXIT PARAGRAPH
006564     END-IF.
006565     MOVE AUD-ID-EMP TO AP-ID-EMP.
006566     MOVE AUD-FECHA TO AP-FECHA.
006567     READ APROBACIONES
006568       INVALID KEY
006569         EXIT PARAGRAPH
006570     END-READ.
006571     IF AP-APROBADO THEN
006572       EXIT PARAGRAPH
006573     END-IF.
006574     MOVE 'Y' TO SWITCH-TRANSF-RET.
006575     ADD 1 TO CONT-RETENIDAS.
006576     MOVE AUD-ID-EMP TO RET-APR-ID.
006577     MOVE AP-ESTADO TO RET-APR-ESTADO.
006578     MOVE LINEA-RETENIDA TO LINEA-RPT-BCO.
006579     WRITE LINEA-RPT-BCO.
006580     DISPLAY "*** ATENCION: TRANSFERENCIA DE ID " AUD-ID-EMP
006581       " RETENIDA, PARTIDA DE APROBACION EN ESTADO '"
006582       AP-ESTADO "' ***".
006583     EXIT.
006584 CERRAR-APROBACIONES.
006585     IF APROBACIONES-DISPONIBLES THEN
006586       CLOSE APROBACIONES
006587     END-IF.
006588     EXIT.
006589 ABRIR-SUSPENSO.
006590     OPEN I-O SUSPENSO.
006591     IF FS-SUSP = '35' THEN
006592       OPEN OUTPUT SUSPENSO
006593       CLOSE SUSPENSO
006594       OPEN I-O SUSPENSO
006595     END-IF.
006596     IF FS-SUSP = '00' THEN
006597       MOVE 'Y' TO SWITCH-SUSP-DISP
006598     ELSE
006599       DISPLAY "*** ATENCION: NO SE PUDO ABRIR SUSPENSO (FILE"
006600         " STATUS " FS-SUSP "), LOS RECHAZOS DEL BANCO NO SE"
006601         " ANOTAN EN SUSPENSO ***"
006602     END-IF.
006603     EXIT.
006604 ANOTAR-SUSPENSO.
006605     IF NOT SUSPENSO-DISPONIBLE THEN
006606       EXIT PARAGRAPH
006607     END-IF.
006608     MOVE 'BANPAG1A' TO SU-FUENTE.
006609     MOVE 'N' TO SWITCH-SUSP-NUEVO.
006610     READ SUSPENSO
006611       INVALID KEY
006612         MOVE 'Y' TO SWITCH-SUSP-NUEVO
006613     END-READ.
006614     IF SUSPENSO-NUEVO THEN
006615       MOVE 'BANPAG1A' TO SU-FUENTE
006616       MOVE FECHA-CORRIDA-R TO SU-FECHA-ALTA
006617       MOVE FECHA-CORRIDA-R TO SU-FECHA-ULTIMA
006618       MOVE MOTIVO-SUSP TO SU-MOTIVO
006619       MOVE 1 TO SU-VECES
006620       WRITE REG-SUSPENSO
006621         INVALID KEY
006622           DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
006623             " SUSPENSO EL ID " SU-ID-EMP " ***"
006624       END-WRITE
006625     ELSE
006626       MOVE FECHA-CORRIDA-R TO SU-FECHA-ULTIMA
006627       MOVE MOTIVO-SUSP TO SU-MOTIVO
006628       ADD 1 TO SU-VECES
006629       REWRITE REG-SUSPENSO
006630         INVALID KEY
006631           DISPLAY "*** ATENCION: NO SE PUDO REFRESCAR EN"
006632             " SUSPENSO EL ID " SU-ID-EMP " ***"
006633       END-REWRITE
006634     END-IF.
006635     EXIT.
006636 ELIMINAR-SUSPENSO-RET.
006637     IF NOT SUSPENSO-DISPONIBLE THEN
006638       EXIT PARAGRAPH
006639     END-IF.
006640     MOVE RT-ID-EMP TO SU-ID-EMP.
006641     MOVE 'BANPAG1A' TO SU-FUENTE.
006642     DELETE SUSPENSO
006643       INVALID KEY
006644         CONTINUE
006645     END-DELETE.
006646     EXIT.
006647 CERRAR-SUSPENSO.
006648     IF SUSPENSO-DISPONIBLE THEN
006649       CLOSE SUSPENSO
006650     END-IF.
006651     EXIT.
006652*----------------------------------------------------------
006653* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
006654* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
006655* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ), CON LOS
006656* CONTADORES DEL MODO EJECUTADO. TRANSFERENCIAS RECHAZADAS
006657* POR EL BANCO DEJAN CONDICION 0004.
006658*----------------------------------------------------------
006659 INICIAR-RUN-LOG.
006660     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
006661     ACCEPT HORA-ACEPT-LOG FROM TIME.
006662     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
006663     EXIT.
006664*----------------------------------------------------------
006665* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
006666* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
006667* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
006668* REGISTRA PREDEC1A.
006669*----------------------------------------------------------
006670 VERIFICAR-PREDECESORES.
006671     MOVE 'BANPAG1A' TO P-PRED-PROGRAMA.
006672     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
006673     CALL 'PREDEC1A' USING P-PRED-CADENA.
006674     IF P-PRED-RECHAZADO THEN
006675       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
006676         " CORRIDA ABORTADA ***"
006677       MOVE 0016 TO COND-LOG
006678       PERFORM GRABAR-RUN-LOG
006679       STOP RUN
006680     END-IF.
006681     EXIT.
006682 GRABAR-RUN-LOG.
006683     OPEN EXTEND RUN-LOG.
006684     IF FS-RUNLOG = '35' THEN
006685       OPEN OUTPUT RUN-LOG
006686     END-IF.
006687     IF FS-RUNLOG NOT = '00' THEN
006688       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
006689         " (FILE STATUS " FS-RUNLOG ") ***"
006690       EXIT PARAGRAPH
006691     END-IF.
006692     MOVE 'BANPAG1A' TO RL-PROGRAMA.
006693     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
006694     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
006695     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
006700     ACCEPT HORA-ACEPT-LOG FROM TIME.
006710     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
006720     EVALUATE TRUE
006810           MOVE 0004 TO COND-LOG
006820         END-IF
006830       WHEN MODO-REEMISION
006840         COMPUTE RL-LEIDOS = CONT-REEMITIDAS
006845           + CONT-REEM-SIN-CTA
006850         MOVE CONT-REEMITIDAS TO RL-ESCRITOS
006860         MOVE CONT-MONEDA-DESC TO RL-RECHAZADOS
006870       WHEN OTHER
006880         COMPUTE RL-LEIDOS = CONT-DET-USD + CONT-DET-EUR
006890           + CONT-DET-MXN + CONT-SIN-BONO + CONT-MONEDA-DESC
006895           + CONT-RET-CUENTA
006900         COMPUTE RL-ESCRITOS = CONT-DET-USD + CONT-DET-EUR
006910           + CONT-DET-MXN
006920         MOVE CONT-MONEDA-DESC TO RL-RECHAZADOS
006922         IF COND-LOG = 0000 AND CONT-RET-CUENTA > 0 THEN
006924           MOVE 0004 TO COND-LOG
006926         END-IF
006930     END-EVALUATE.
006940     MOVE COND-LOG TO RL-COND.
006942     MOVE P-PRED-RESULTADO TO RL-TIPO.
006944     MOVE P-PRED-PASO TO RL-PREDECESOR.
006946     MOVE P-PRED-COND TO RL-COND-PRED.
006948     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
006952     MOVE SPACES TO RL-MOTIVO.
006956     WRITE REG-RUN-LOG.
006960     CLOSE RUN-LOG.
006970     EXIT.
006980 END PROGRAM BANPAG1A.
