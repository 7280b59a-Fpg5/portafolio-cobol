000386*                   BANPAG1A NO GENERA SU TRANSFERENCIA HASTA    *
000387*                   QUE APRBON1A LO APRUEBE. BAJO EL UMBRAL      *
000388*                   NADA CAMBIA.                                 *
000389*   15/10/2026 FPG  RETENCION DE IMPUESTO SOBRE EL BONO: DESPUES *
000390*                   DEL TOPE ANUAL SE LLAMA A RETBON1A (TABLA    *
000391*                   RETTAB POR MONEDA, CON VIGENCIA) Y LA        *
000392*                   AUDITORIA LLEVA BRUTO (AUD-BONO), RETENCION  *
000393*                   Y NETO. EL EXTRACTO CSV AGREGA LAS COLUMNAS  *
000394*                   RETENCION Y NETO AL FINAL; LOS TOTALES Y EL  *
000395*                   REPORTE MUESTRAN LO RETENIDO POR MONEDA.     *
000396*   15/10/2026 FPG  COMPUERTA DE CALIBRACION: CON RC-CALIBRACION *
000397*                   EN 'S' LA CORRIDA REAL NO ARRANCA SIN UNA    *
000398*                   CALIBRACION DE CALREN1A (CALBAND) HECHA      *
000399*                   SOBRE EL SELLO VIGENTE DEL MAESTRO, NI       *
000400*                   MIENTRAS UN DEPARTAMENTO FUERA DE TOLERANCIA *
000401*                   NO TENGA SU AUTORIZACION DE RH EN CALOVR.    *
000402*   15/10/2026 FPG  CALIFICACION USADA: SBPROG1A DEVUELVE EN     *
000403*                   P-REND-DERIV LA CALIFICACION CON QUE DECIDIO *
000404*                   EL NIVEL (LA ULTIMA O EL PROMEDIO DE         *
000405*                   RENDHIST QUE PIDA EL PLAN) Y COMO SE OBTUVO; *
000406*                   LA AUDITORIA LA GRABA JUNTO AL REND DEL      *
000407*                   MAESTRO.                                     *
000408*   15/10/2026 FPG  AL ARRANCAR VERIFICA CON PREDEC1A, CONTRA LA *
000409*                   DEFINICION DE LA CADENA (CADDEF), QUE SUS    *
000410*                   PREDECESORES DE LA NOCHE TERMINARON DENTRO   *
000411*                   DE LA CONDICION PERMITIDA; SI NO, NO CORRE Y *
000412*                   DEJA 0016 EN RUNLOG. RUNLOG REGISTRA ADEMAS  *
000413*                   EL RESULTADO DE LA VERIFICACION.             *
000414*   15/10/2026 FPG  COMPANIA (CIA-MAST/CIAREF): CADA EMPLEADO SE *
000415*                   ASIGNA A SU COMPANIA (EN BLANCO, LA DE SU    *
000416*                   DEPARTAMENTO) Y SE VALIDA CONTRA CIAREF.     *
000417*                   RC-CIA EN RUNCTL LIMITA LA CORRIDA A UNA     *
000418*                   COMPANIA; LOS DEMAS SE OMITEN Y SE CUENTAN.  *
000419*                   PERREG LLEVA EL PERIODO POR COMPANIA (UNA    *
000420*                   PUEDE CERRAR MIENTRAS OTRA SIGUE ABIERTA),   *
000421*                   CTLTOT AGREGA UN REGISTRO POR COMPANIA       *
000422*                   DESPUES DEL TOTAL, LA AUDITORIA LLEVA        *
000423*                   AUD-CIA Y EL RESUMEN POR DEPARTAMENTO Y LOS  *
000424*                   TOTALES SALEN POR COMPANIA (CON EL TOTAL EN  *
000425*                   SU MONEDA DE REPORTE).                       *
000426*   15/10/2026 FPG  BONO DIFERIDO: UN BONO ARRIBA DEL UMBRAL     *
000427*                   RC-UMBRAL-DIFERIDO (RUNCTL) SE PAGA AL       *
000428*                   MOMENTO SOLO EN EL PORCENTAJE INMEDIATO; EL  *
000429*                   RESTO SE GRABA EN CUOTAS EN EL CALENDARIO    *
000430*                   DIFERIDO, CON SU PERIODO DE VENCIMIENTO,     *
000431*                   PARA QUE DIFBON1A LAS LIBERE. EL ACUMULADO   *
000432*                   YTDBONO, LA RETENCION, LOS TOTALES, CTLTOT Y *
000433*                   LA AUDITORIA (AUD-BONO) TOMAN SOLO LO PAGADO *
000434*                   HOY; AUD-DIFERIDO LLEVA LO DIFERIDO. EL TOPE *
000435*                   ANUAL Y LA APROBACION DE SUPERVISOR SIGUEN   *
000436*                   SOBRE EL BONO COMPLETO.                      *
000437*   15/10/2026 FPG  REGISTRO DE CLAVES (CLAVREG): LA CLAVE DE    *
000438*                   CADA EMPLEADO SE TOMA DEL REGISTRO POR ID Y  *
000439*                   YA NO CAMBIA CON EL NOMBRE, EL PUESTO O EL   *
000440*                   SUFIJO DE DUPLICADO; LA REGLA DE SBPROG1A    *
000441*                   SOLO DA LA CLAVE DE QUIEN AUN NO TIENE, Y    *
000442*                   ESA QUEDA REGISTRADA. LA AUDITORIA, EL       *
000443*                   EXTRACTO, EL REPORTE Y EL DIFERIDO LLEVAN LA *
000444*                   CLAVE REGISTRADA.                            *
000445*   15/10/2026 FPG  LA CLAVE QUE SE REGISTRA A UN ID NUEVO NO    *
000446*                   PUEDE ESTAR YA REGISTRADA A OTRO (CLAVREG    *
000447*                   LLEVA CLV-CLAVE COMO CLAVE ALTERNA SIN       *
000448*                   DUPLICADOS): SI LO ESTA SE LE SUBE EL SUFIJO *
000449*                   DE DUPLICADO HASTA DAR CON UNA LIBRE, SE     *
000450*                   PAGA CON ESA Y SE AVISA.                     *
000451******************************************************************
000452 IDENTIFICATION DIVISION.
000453 PROGRAM-ID. MNPROG1A.
000454 ENVIRONMENT DIVISION.
000455*CONFIGURATION SECTION.
000456 INPUT-OUTPUT SECTION.
000457 FILE-CONTROL.
000458     SELECT EMPMAST ASSIGN TO EMPMAST
000459       ORGANIZATION IS INDEXED
000460       ACCESS MODE IS DYNAMIC
000461       RECORD KEY IS ID-MAST
000462       FILE STATUS IS FS-EMPMAST.
000463     SELECT ORDEN-TRABAJO ASSIGN TO SORTWK.
000464     SELECT CLAVES-TRABAJO ASSIGN TO CLAVTRAB
000465       ORGANIZATION IS INDEXED
000466       ACCESS MODE IS RANDOM
000467       RECORD KEY IS CV-CLAVE
000468       FILE STATUS IS FS-CLAVTRAB.
000469     SELECT RPT-BONO ASSIGN TO RPTBONO
000470       ORGANIZATION IS SEQUENTIAL.
000480     SELECT EXCEPCIONES ASSIGN TO EXCEPOUT
000490       ORGANIZATION IS SEQUENTIAL.
000710       FILE STATUS IS FS-YTD.
000720     SELECT MONEDA-RATE ASSIGN TO MONRATE
000730       ORGANIZATION IS SEQUENTIAL
000731       FILE STATUS IS FS-MONRATE.
000732     SELECT MONEDA-HIST ASSIGN TO MONHIST
000733       ORGANIZATION IS SEQUENTIAL
000734       FILE STATUS IS FS-MONHIST.
000735     SELECT PERIODO-REG ASSIGN TO PERREG
000736       ORGANIZATION IS INDEXED
000737       ACCESS MODE IS DYNAMIC
000738       RECORD KEY IS PR-LLAVE
000739       FILE STATUS IS FS-PERREG.
000740     SELECT CIA-REF ASSIGN TO CIAREF
000741       ORGANIZATION IS SEQUENTIAL
000742       FILE STATUS IS FS-CIAREF.
000749     SELECT SELLO-MAST ASSIGN TO EMPSEAL
000750       ORGANIZATION IS SEQUENTIAL
000751       FILE STATUS IS FS-SELLO.
000762       ACCESS MODE IS RANDOM
000763       RECORD KEY IS AP-LLAVE
000764       FILE STATUS IS FS-APRREG.
000765     SELECT DIFERIDO ASSIGN TO DIFERIDO
000766       ORGANIZATION IS INDEXED
000767       ACCESS MODE IS RANDOM
000768       RECORD KEY IS DF-LLAVE
000769       FILE STATUS IS FS-DIFER.
000770     SELECT REGISTRO-CLAVES ASSIGN TO CLAVREG
000771       ORGANIZATION IS INDEXED
000772       ACCESS MODE IS RANDOM
000773       RECORD KEY IS CLV-ID-EMP
000774       ALTERNATE RECORD KEY IS CLV-CLAVE
000775       FILE STATUS IS FS-CLAVREG.
000776     SELECT SUSPENSO ASSIGN TO SUSPENSO
000777       ORGANIZATION IS INDEXED
000778       ACCESS MODE IS RANDOM
000779       RECORD KEY IS SU-LLAVE
000780       FILE STATUS IS FS-SUSP.
000781     SELECT CAL-BANDA ASSIGN TO CALBAND
000782       ORGANIZATION IS SEQUENTIAL
000783       FILE STATUS IS FS-CALBAND.
000784     SELECT CAL-AUTORIZA ASSIGN TO CALOVR
000785       ORGANIZATION IS SEQUENTIAL
000786       FILE STATUS IS FS-CALOVR.
000787     SELECT RUN-LOG ASSIGN TO RUNLOG
000788       ORGANIZATION IS SEQUENTIAL
000789       FILE STATUS IS FS-RUNLOG.
000790 DATA DIVISION.
000791 FILE SECTION.
000792   FD EMPMAST
000793       RECORDING MODE IS F
000794       DATA RECORD IS REG-MAST.
000800   COPY EMPMASTR.
000801* ARCHIVO DE ORDENAMIENTO DE LA CORRIDA: EL MAESTRO VALIDADO
000802* FLUYE POR AQUI EN SECUENCIA DE REPORTE (PUESTO, ID) SIN
000818     05 SRT-FALTA         PIC X(8).
000819     05 SRT-STAT          PIC X(1).
000820     05 SRT-FSTAT         PIC X(6).
000821     05 SRT-CIA           PIC X(1).
000822* CLAVES YA GENERADAS EN LA CORRIDA, INDEXADAS POR LA CLAVE
000823* BASE: UNA LECTURA POR LLAVE SUSTITUYE EL BARRIDO DE LA
000824* ANTIGUA TABLA-CLAVES-VISTAS.
000825   FD CLAVES-TRABAJO
000826       RECORDING MODE IS F
000827       DATA RECORD IS REG-CLAVE-VISTA.
000828   01 REG-CLAVE-VISTA.
000829     05 CV-CLAVE          PIC X(25).
000830     05 CV-VECES          PIC 9(6).
000831   FD RPT-BONO
000832       RECORDING MODE IS F
000833       DATA RECORD IS LINEA-RPT.
000840   01 LINEA-RPT           PIC X(80).
000850   FD EXCEPCIONES
000860       RECORDING MODE IS F
001220     05 CK-CONT-TOPE-ANUAL     PIC 9(6).
001230     05 CK-CONT-TOPE-PARCIAL   PIC 9(6).
001240     05 CK-CONT-NO-ACTIVO      PIC 9(6).
001241     05 CK-RETENIDO-USD        PIC 9(9)V99.
001242     05 CK-RETENIDO-EUR        PIC 9(9)V99.
001243     05 CK-RETENIDO-MXN        PIC 9(9)V99.
001244     05 CK-CONT-SIN-TABLA-RET  PIC 9(6).
001245     05 CK-CIA-ACUM OCCURS 9 TIMES.
001246       10 CK-CIA-PROCESADOS    PIC 9(6).
001247       10 CK-CIA-BONO-SI       PIC 9(6).
001248       10 CK-CIA-BONO-NO       PIC 9(6).
001249       10 CK-CIA-PAGADO        PIC 9(9)V99.
001250       10 CK-CIA-PAG-USD       PIC 9(9)V99.
001251       10 CK-CIA-PAG-EUR       PIC 9(9)V99.
001252       10 CK-CIA-PAG-MXN       PIC 9(9)V99.
001253     05 CK-CONT-DIFERIDOS      PIC 9(6).
001254     05 CK-DIFERIDO-USD        PIC 9(9)V99.
001255     05 CK-DIFERIDO-EUR        PIC 9(9)V99.
001256     05 CK-DIFERIDO-MXN        PIC 9(9)V99.
001257     05 CK-CONT-CLAVES-NUEVAS  PIC 9(6).
001258     05 CK-CONT-CLAVES-SOST    PIC 9(6).
001259   FD EXTRACTO
001260       RECORDING MODE IS F
001270       DATA RECORD IS LINEA-CSV.
001280   01 LINEA-CSV            PIC X(80).
001440       RECORDING MODE IS F
001450       DATA RECORD IS REG-DEPTO-REF.
001460   COPY DEPTOREF.
001462   FD CIA-REF
001464       RECORDING MODE IS F
001466       DATA RECORD IS REG-CIA-REF.
001468   COPY CIAREFRG.
001470   FD MONEDA-RATE
001480       RECORDING MODE IS F
001490       DATA RECORD IS REG-MONEDA-RATE.
001643       RECORDING MODE IS F
001644       DATA RECORD IS REG-APROBACION.
001645   COPY APRREGRG.
001650   FD DIFERIDO
001655       RECORDING MODE IS F
001660       DATA RECORD IS REG-DIFERIDO.
001665   COPY DIFERRG.
001670   FD REGISTRO-CLAVES
001675       RECORDING MODE IS F
001680       DATA RECORD IS REG-REGISTRO-CLAVE.
001685   COPY CLAVEREG.
001690   FD SUSPENSO
001695       RECORDING MODE IS F
001700       DATA RECORD IS REG-SUSPENSO.
001705   COPY SUSPREG.
001710   FD CAL-BANDA
001715       RECORDING MODE IS F
001720       DATA RECORD IS REG-CAL-BANDA.
001725   COPY CALBANRG.
001730* AUTORIZACIONES DE RH PARA CORRER CON UN DEPARTAMENTO FUERA
001735* DE LA DISTRIBUCION OBJETIVO: DEPARTAMENTO, FECHA DE LA
001740* AUTORIZACION, USUARIO DE RH QUE LA DA Y MOTIVO. SOLO VALE
001745* PARA UNA CALIBRACION DE ESA FECHA O ANTERIOR.
001750   FD CAL-AUTORIZA
001755       RECORDING MODE IS F
001760       DATA RECORD IS REG-CAL-AUTORIZA.
001765   01 REG-CAL-AUTORIZA.
001770     05 CA-DEPTO          PIC X(3).
001775     05 CA-FECHA          PIC 9(8).
001780     05 CA-AUTORIZA       PIC X(8).
001785     05 CA-MOTIVO         PIC X(40).
001790     05 FILLER            PIC X(11).
001795   FD RUN-LOG
001800       RECORDING MODE IS F
001805       DATA RECORD IS REG-RUN-LOG.
001810   COPY RUNLOGRG.
001815 WORKING-STORAGE SECTION.
001820* IMAGEN DE TRABAJO DE LA LINEA EMPDATA: SE ARMA DESDE REG-MAST
001825* PARA REUTILIZAR LAS VALIDACIONES Y PARA QUE LOS RECHAZOS EN
001830* EXCEPCIONES CONSERVEN EL FORMATO DE 80 BYTES DE SIEMPRE.
001835   COPY EMPDATLN.
001840   01 SWITCH-FIN-ORDEN   PIC X            VALUE 'N'.
001850     88 FIN-ORDEN                         VALUE 'Y'.
001860   01 SWITCH-FIN-ARCHIVO PIC X            VALUE 'N'.
002100   77 CONT-CLAVES-DUPLICADAS PIC 9(6)     VALUE 000000.
002110   77 LARGO-BASE-DUP     PIC 99           VALUE 00.
002120   77 LARGO-SUF-DUP      PIC 99           VALUE 00.
002122* REGISTRO DE CLAVES (CLAVREG): SE PAGA CON LA CLAVE REGISTRADA
002124* PARA EL ID. CLAVE-REGLA ES LA QUE DA LA REGLA DE SBPROG1A (YA
002126* DESAMBIGUADA) Y SOLO SE REGISTRA SI EL ID AUN NO TIENE CLAVE.
002127* UNA CLAVE NUEVA NO PUEDE ESTAR YA REGISTRADA A OTRO ID
002128* (CLAVE ALTERNA CLV-CLAVE): SI LO ESTA SE LE SUBE EL SUFIJO
002129* DE DUPLICADO.
002130   77 FS-CLAVREG         PIC XX           VALUE '00'.
002131   77 CLAVE-REGLA        PIC X(25)        VALUE SPACES.
002132   77 CONT-CLAVES-NUEVAS PIC 9(6)         VALUE 000000.
002134   77 CONT-CLAVES-SOSTENIDAS PIC 9(6)     VALUE 000000.
002136   77 IDX-ANT            PIC 99           VALUE 00.
002138   77 CLAVE-CANDIDATA    PIC X(25)        VALUE SPACES.
002140   77 SUFIJO-REGISTRO    PIC 9(6)         VALUE 000000.
002142   01 SWITCH-CLAVE-LIBRE PIC X            VALUE 'N'.
002144     88 CLAVE-LIBRE                       VALUE 'Y'.
002146   01 SWITCH-CLAVREG-DISP PIC X           VALUE 'N'.
002148     88 CLAVREG-DISPONIBLE                VALUE 'Y'.
002150* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.                   
002160   77 P-ID               PIC X(4).                                
002170   77 P-NOM              PIC X(19).                               
002340   77 P-FECHA-STATUS     PIC X(6)         VALUE SPACES.
002350   77 P-FECHA-CORRIDA    PIC X(8)         VALUE SPACES.
002352   77 P-PLAN             PIC X(2)         VALUE SPACES.
002353   01 P-REND-DERIV.
002354     05 P-REND-USADO     PIC X(3)         VALUE SPACES.
002355     05 P-REND-METODO    PIC X(1)         VALUE SPACE.
002356     05 P-REND-PERIODOS  PIC 9(1)         VALUE 0.
002357* VARIABLES DE LA RETENCION DE IMPUESTO (RETBON1A).
002358   77 P-FECHA-RET        PIC 9(8)         VALUE 0.
002359   77 P-RETENCION        PIC 9(7)V99      VALUE 0.
002360   77 P-NETO             PIC 9(7)V99      VALUE 0.
002361   77 P-PAIS-RET         PIC X(2)         VALUE SPACES.
002362   77 P-TABLA-RET        PIC X            VALUE 'N'.
002363   77 CONT-SIN-TABLA-RET PIC 9(6)         VALUE 000000.
002364   77 RETENIDO-USD       PIC 9(9)V99      VALUE 0.
002365   77 RETENIDO-EUR       PIC 9(9)V99      VALUE 0.
002366   77 RETENIDO-MXN       PIC 9(9)V99      VALUE 0.
002367   77 CSV-RET-ED         PIC ZZZZZZ9.99.
002368   77 CSV-NETO-ED        PIC ZZZZZZ9.99.
002369* VARIABLES DEL MODO SIMULACION (COMPARATIVO DE TASAS).
002370   77 FS-RUNCTL          PIC XX           VALUE '00'.
002380   01 MODO-CORRIDA       PIC X            VALUE 'N'.
002390     88 MODO-SIMULACION                   VALUE 'S'.
003780       10 TD-PRESUPUESTO  PIC 9(9)V99.
003790       10 TD-PAGADO       PIC 9(9)V99.
003795       10 TD-PLAN         PIC X(2).
003797       10 TD-CIA          PIC X(1).
003800   77 DEP                 PIC 9(3)         VALUE 000.
003810   77 DEP-HALLADO-IDX     PIC 9(3)         VALUE 000.
003820   77 EMP-DEPTO-BUSCADO   PIC X(3)         VALUE SPACES.
003960     05 DET-DEP-PAGADO    PIC ZZZ,ZZZ,ZZ9.99.
003970     05 FILLER            PIC X(1)         VALUE SPACE.
003980     05 DET-DEP-MARCA     PIC X(10).
003981* COMPANIAS (CIAREF). SIN CIAREF LA INSTALACION ES DE UNA
003982* SOLA COMPANIA (UNA ENTRADA EN BLANCO) Y RC-CIA NO APLICA.
003983* CON CIAREF, RC-CIA EN RUNCTL LIMITA LA CORRIDA A ESA
003984* COMPANIA; EN BLANCO CORREN TODAS. CADA ENTRADA ACUMULA SUS
003985* PROPIOS TOTALES PARA CTLTOT Y EL REPORTE.
003986   77 FS-CIAREF           PIC XX           VALUE '00'.
003987   01 SWITCH-FIN-CIAS     PIC X            VALUE 'N'.
003988     88 FIN-CIAS                           VALUE 'Y'.
003989   01 SWITCH-MULTI-CIA    PIC X            VALUE 'N'.
003990     88 MULTI-CIA                          VALUE 'Y'.
003991   01 SWITCH-CIA-HALLADA  PIC X            VALUE 'N'.
003992     88 CIA-HALLADA                        VALUE 'Y'.
003993   77 CIA-CORRIDA         PIC X(1)         VALUE SPACE.
003994   77 CIA-BUSCADA         PIC X(1)         VALUE SPACE.
003995   77 CI                  PIC 9(2)         VALUE 00.
003996   77 CB                  PIC 9(2)         VALUE 00.
003997   77 CIA-IDX             PIC 9(2)         VALUE 00.
003998   77 CONT-OTRA-CIA       PIC 9(6)         VALUE 000000.
003999   77 CIA-SUB-PRESUP      PIC 9(9)V99      VALUE 0.
004000   77 CIA-SUB-PAGADO      PIC 9(9)V99      VALUE 0.
004001   01 SWITCH-CONSOLIDA-GRAL PIC X          VALUE 'N'.
004002   01 TABLA-CIAS.
004003     05 CANT-CIAS         PIC 9(1)         VALUE 0.
004004     05 ENTRADA-CIA OCCURS 9 TIMES.
004005       10 TCC-CIA         PIC X(1).
004006       10 TCC-NOMBRE      PIC X(20).
004007       10 TCC-MONEDA-RPT  PIC X(3).
004008       10 TCC-EN-CORRIDA  PIC X(1).
004009       10 TCC-PER-NUEVO   PIC X(1).
004010       10 TCC-PROCESADOS  PIC 9(6).
004011       10 TCC-BONO-SI     PIC 9(6).
004012       10 TCC-BONO-NO     PIC 9(6).
004013       10 TCC-PAGADO      PIC 9(9)V99.
004014       10 TCC-PAG-USD     PIC 9(9)V99.
004015       10 TCC-PAG-EUR     PIC 9(9)V99.
004016       10 TCC-PAG-MXN     PIC 9(9)V99.
004017       10 TCC-CONSOLIDADO PIC 9(11)V99.
004018       10 TCC-TOTAL-LOCAL PIC 9(11)V99.
004019       10 TCC-CONSOL-OK   PIC X(1).
004020   01 LINEA-CIA-DEPTO.
004021     05 FILLER            PIC X(9)         VALUE "COMPANIA ".
004022     05 LCD-CIA           PIC X(1).
004023     05 FILLER            PIC X(3)         VALUE " - ".
004024     05 LCD-NOMBRE        PIC X(20).
004025* TIPOS DE CAMBIO (MONRATE) Y CONSOLIDACION A LA MONEDA DE
004026* REPORTE. UNA TASA FALTANTE O VENCIDA (MAS DE TASA-MAX-DIAS
004027* DIAS) PARA UNA MONEDA PRESENTE EN LA CORRIDA DETIENE LA
004028* CONSOLIDACION.
004030   77 FS-MONRATE          PIC XX           VALUE '00'.
004040   01 SWITCH-TASAS-CAMBIO PIC X            VALUE 'N'.
004050     88 TASAS-CAMBIO-CARGADAS              VALUE 'Y'.
004500   77 CONT-TOPE-ANUAL     PIC 9(6)         VALUE 000000.
004510   77 CONT-TOPE-PARCIAL   PIC 9(6)         VALUE 000000.
004520   77 TOPE-SIMBOLO        PIC X(3)         VALUE '$'.
004521   77 TOPE-BONO-ED        PIC ZZZZZZ9.99.
004522* REGISTRO DE CONTROL DE PERIODOS (PERREG): UNA CORRIDA NORMAL
004523* SOLO PUEDE EJECUTARSE UNA VEZ POR PERIODO; LA SUPLEMENTARIA
004524* REQUIERE AUTORIZACION EXPLICITA DEL OPERADOR EN RUNCTL.
004525   77 FS-PERREG           PIC XX           VALUE '00'.
004526   77 PERIODO-CORRIDA     PIC 9(6)         VALUE 0.
004527   77 PERIODO-BUSQUEDA    PIC 9(6)         VALUE 0.
004528   77 ANIO-ANTERIOR       PIC 9(4)         VALUE 0000.
004529   77 ANIO-PERIODO        PIC 9(4)         VALUE 0000.
004530   01 SWITCH-FIN-PERREG   PIC X            VALUE 'N'.
004531     88 FIN-PERREG                         VALUE 'Y'.
004538   01 SWITCH-ANIO-ACTUAL  PIC X            VALUE 'N'.
004539     88 ANIO-ACTUAL-CON-CORRIDAS           VALUE 'Y'.
004540   01 SWITCH-ANIO-PREVIO  PIC X            VALUE 'N'.
004606     88 APROBACION-DISPONIBLE              VALUE 'Y'.
004607   01 SWITCH-APR-NUEVO    PIC X            VALUE 'N'.
004608     88 APROBACION-NUEVA                   VALUE 'Y'.
004609* BONO DIFERIDO: UMBRAL DE RUNCTL (CERO = DESACTIVADO),
004610* PORCENTAJE QUE SE PAGA AL MOMENTO, NUMERO DE CUOTAS Y MESES
004611* ENTRE CUOTAS. BONO-OTORGADO ES EL BONO COMPLETO (DESPUES DEL
004612* TOPE) Y BONO-DIFERIDO LO QUE QUEDO EN CUOTAS.
004613   77 FS-DIFER            PIC XX           VALUE '00'.
004614   77 UMBRAL-DIFERIDO     PIC 9(7)V99      VALUE 0.
004615   77 PORC-INMEDIATO      PIC 9(3)         VALUE 050.
004616   77 CUOTAS-DIFERIDAS    PIC 9(2)         VALUE 03.
004617   77 MESES-CUOTA         PIC 9(2)         VALUE 01.
004618   77 BONO-OTORGADO       PIC 9(7)V99      VALUE 0.
004619   77 BONO-DIFERIDO       PIC 9(7)V99      VALUE 0.
004620   77 IMPORTE-CUOTA       PIC 9(7)V99      VALUE 0.
004621   77 RESTO-CUOTAS        PIC 9(7)V99      VALUE 0.
004622   77 NUM-CUOTA           PIC 9(2)         VALUE 00.
004623   77 MESES-VENCE         PIC 9(6)         VALUE 0.
004624   77 ANIO-VENCE          PIC 9(4)         VALUE 0.
004625   77 MES-VENCE           PIC 9(2)         VALUE 0.
004626   77 CONT-DIFERIDOS      PIC 9(6)         VALUE 000000.
004627   77 DIFERIDO-USD        PIC 9(9)V99      VALUE 0.
004628   77 DIFERIDO-EUR        PIC 9(9)V99      VALUE 0.
004629   77 DIFERIDO-MXN        PIC 9(9)V99      VALUE 0.
004630   01 SWITCH-DIF-DISP     PIC X            VALUE 'N'.
004631     88 DIFERIDO-DISPONIBLE                VALUE 'Y'.
004632   01 SWITCH-DIF-NUEVO    PIC X            VALUE 'N'.
004633     88 CUOTA-NUEVA                        VALUE 'Y'.
004634* ARCHIVO CENTRAL DE SUSPENSOS: CADA RECHAZO DE VALIDACION
004635* SE ANOTA (O REFRESCA) AHI ADEMAS DE EXCEPOUT.
004636   77 FS-SUSP             PIC XX           VALUE '00'.
004637   01 SWITCH-SUSP-DISP    PIC X            VALUE 'N'.
004638     88 SUSPENSO-DISPONIBLE                VALUE 'Y'.
004639   01 SWITCH-SUSP-NUEVO   PIC X            VALUE 'N'.
004640     88 SUSPENSO-NUEVO                     VALUE 'Y'.
004641   77 MOTIVO-SUSP         PIC X(40)        VALUE SPACES.
004642* COMPUERTA DE CALIBRACION (RUNCTL RC-CALIBRACION): RESULTADO
004643* DE CALREN1A EN CALBAND Y AUTORIZACIONES DE RH EN CALOVR.
004644   77 FS-CALBAND          PIC XX           VALUE '00'.
004645   77 FS-CALOVR           PIC XX           VALUE '00'.
004646   01 SWITCH-CALIB-EXIGIDA PIC X           VALUE 'N'.
004647     88 CALIBRACION-EXIGIDA                VALUE 'S'.
004648   01 SWITCH-FIN-CALBAND  PIC X            VALUE 'N'.
004649     88 FIN-CALBAND                        VALUE 'Y'.
004650   01 SWITCH-FIN-CALOVR   PIC X            VALUE 'N'.
004651     88 FIN-CALOVR                         VALUE 'Y'.
004652   77 CAL-FECHA           PIC 9(8)         VALUE 0.
004653   77 CONT-CAL-SIN-AUT    PIC 9(3)         VALUE 000.
004654   01 TABLA-AUT-CALIB.
004655     05 CANT-AUT-CALIB    PIC 9(3)         VALUE 000.
004656     05 ENTRADA-AUT-CALIB OCCURS 100 TIMES.
004657       10 TAC-DEPTO       PIC X(3).
004658       10 TAC-FECHA       PIC 9(8).
004659       10 TAC-AUTORIZA    PIC X(8).
004660   77 AC                  PIC 9(3)         VALUE 000.
004661   77 AC-HALLADA-IDX      PIC 9(3)         VALUE 000.
004662   77 FS-RUNLOG           PIC XX           VALUE '00'.
004663   77 FECHA-INICIO-LOG    PIC 9(8)         VALUE 0.
004664   77 HORA-INICIO-LOG     PIC 9(6)         VALUE 0.
004665   77 HORA-ACEPT-LOG      PIC 9(8)         VALUE 0.
004666   77 COND-LOG            PIC 9(4)         VALUE 0000.
004667* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
004668   01 P-PRED-CADENA.
004669     05 P-PRED-PROGRAMA   PIC X(9)         VALUE SPACES.
004670     05 P-PRED-FECHA      PIC 9(8)         VALUE 0.
004671     05 P-PRED-RESULTADO  PIC X(1)         VALUE SPACE.
004672       88 P-PRED-RECHAZADO                 VALUE 'R'.
004673     05 P-PRED-PASO       PIC X(9)         VALUE SPACES.
004674     05 P-PRED-COND       PIC 9(4)         VALUE 0.
004675     05 P-PRED-OPERADOR   PIC X(8)         VALUE SPACES.
004676 PROCEDURE DIVISION.
004677 MAIN-PROCEDURE.
004678     PERFORM INICIAR-RUN-LOG.
004679     PERFORM LEER-RUN-CONTROL.
004680     PERFORM LIMPIAR-VARIABLES.
004681     PERFORM CARGAR-DEPTOS.
004682     PERFORM CARGAR-CIAS.
004683     PERFORM ABRIR-SUSPENSO.
004684     IF MODO-SIMULACION THEN
004685       PERFORM PREPARAR-SIMULACION
004686       SORT ORDEN-TRABAJO
004687         ON ASCENDING KEY SRT-PUESTO SRT-ID
004688         INPUT PROCEDURE IS ENTRADA-MAESTRO
004689         OUTPUT PROCEDURE IS SALIDA-SIMULACION
004690       PERFORM TERMINAR-SIMULACION
004691     ELSE
004692       PERFORM VERIFICAR-PREDECESORES
004693       PERFORM VERIFICAR-CALIBRACION
004694       PERFORM VERIFICAR-PERIODO
004695       PERFORM LEER-CHECKPOINT
004696       PERFORM ABRIR-YTD
004697       PERFORM ABRIR-APROBACION
004698       PERFORM ABRIR-DIFERIDO
004699       PERFORM ABRIR-REGISTRO-CLAVES
004700       PERFORM ABRIR-REPORTE
004701       DISPLAY "---------- GENERA CLAVE Y APLICA BONO ----------"
004702       IF IDX-INICIO > 1 THEN
004703         DISPLAY "*** REINICIO: SE OMITEN LOS PRIMEROS "
004704           REG-YA-PROCESADOS " REGISTRO(S) YA PROCESADOS ***"
004705       END-IF
004706       SORT ORDEN-TRABAJO
004707         ON ASCENDING KEY SRT-PUESTO SRT-ID
004708         INPUT PROCEDURE IS ENTRADA-MAESTRO
004709         OUTPUT PROCEDURE IS SALIDA-PROCESO
004710       PERFORM LIMPIAR-CHECKPOINT
004711       PERFORM IMPRIMIR-TOTALES
004712       PERFORM CERRAR-YTD
004713       PERFORM CERRAR-APROBACION
004714       PERFORM CERRAR-DIFERIDO
004715       PERFORM CERRAR-REGISTRO-CLAVES
004716       PERFORM CERRAR-REPORTE
004717       PERFORM ESCRIBIR-CONTROL-TOTALES
004718       PERFORM IMPRIMIR-RESUMEN-DEPTO
004719       PERFORM CERRAR-PERIODO
004720     END-IF.
004721     PERFORM CERRAR-SUSPENSO.
004722     PERFORM GRABAR-RUN-LOG.
004723     STOP RUN.
004730*----------------------------------------------------------
004740* EL MODO DE CORRIDA VIENE DEL ARCHIVO DE CONTROL RUNCTL
004750* (OPCIONAL): 'N' CORRIDA NORMAL, 'S' SIMULACION DE TASAS.
004848               " TOMAN POR DEFECTO ***"
004849           END-IF
004850           IF RC-MODO = 'S' THEN
004851             MOVE 'S' TO MODO-CORRIDA
004852           END-IF
004853           IF RC-TOPE-ANUAL NUMERIC AND RC-TOPE-ANUAL > 0 THEN
004854             MOVE RC-TOPE-ANUAL TO TOPE-ANUAL
004855           END-IF
004856           IF FS-RUNCTL = '00'
004857               AND RC-CORRIDA-SUPLEMENTARIA THEN
004858             MOVE 'S' TO SWITCH-CORRIDA-SUP
004859           END-IF
004860           IF FS-RUNCTL = '00'
004861               AND RC-TOPE-APROBACION NUMERIC
004862               AND RC-TOPE-APROBACION > 0 THEN
004863             MOVE RC-TOPE-APROBACION TO TOPE-APROBACION
004864           END-IF
004865           IF FS-RUNCTL = '00' AND RC-EXIGE-CALIBRACION THEN
004866             MOVE 'S' TO SWITCH-CALIB-EXIGIDA
004867           END-IF
004868           IF FS-RUNCTL = '00' AND RC-CIA NOT = SPACE THEN
004869             MOVE RC-CIA TO CIA-CORRIDA
004870           END-IF
004871           IF FS-RUNCTL = '00'
004872               AND RC-UMBRAL-DIFERIDO NUMERIC
004873               AND RC-UMBRAL-DIFERIDO > 0 THEN
004874             MOVE RC-UMBRAL-DIFERIDO TO UMBRAL-DIFERIDO
004875             IF RC-PORC-INMEDIATO NUMERIC
004876                 AND RC-PORC-INMEDIATO > 0
004877                 AND RC-PORC-INMEDIATO < 100 THEN
004878               MOVE RC-PORC-INMEDIATO TO PORC-INMEDIATO
004879             END-IF
004880             IF RC-CUOTAS-DIFERIDAS NUMERIC
004881                 AND RC-CUOTAS-DIFERIDAS > 0 THEN
004882               MOVE RC-CUOTAS-DIFERIDAS TO CUOTAS-DIFERIDAS
004883             END-IF
004884             IF RC-MESES-CUOTA NUMERIC AND RC-MESES-CUOTA > 0 THEN
004885               MOVE RC-MESES-CUOTA TO MESES-CUOTA
004886             END-IF
004887           END-IF
004888       END-READ
004889       CLOSE RUN-CONTROL
004890     END-IF.
004891     EXIT.
004892*----------------------------------------------------------
004893* COMPUERTA DE CALIBRACION. SOLO SI RUNCTL LA EXIGE: DEBE
004894* HABER RESULTADO DE CALREN1A (CALBAND) Y DEBE SER DEL SELLO
004895* EMPSEAL VIGENTE (UN MAESTRO TOCADO DESPUES DE CALIBRAR
004896* OBLIGA A RECALIBRAR). CADA DEPARTAMENTO FUERA DE TOLERANCIA
004897* NECESITA UNA AUTORIZACION DE RH EN CALOVR CON FECHA IGUAL O
004898* POSTERIOR A LA CALIBRACION; SI FALTA ALGUNA, LA CORRIDA NO
004899* ARRANCA.
004900*----------------------------------------------------------
004901 VERIFICAR-CALIBRACION.
004902     IF NOT CALIBRACION-EXIGIDA THEN
004903       EXIT PARAGRAPH
004904     END-IF.
004905     OPEN INPUT CAL-BANDA.
004906     IF FS-CALBAND NOT = '00' THEN
004907       DISPLAY "*** ERROR: RUNCTL EXIGE CALIBRACION Y NO HAY"
004908         " RESULTADO CALBAND (FILE STATUS " FS-CALBAND
004909         "). EJECUTAR CALREN1A ANTES DE LA CORRIDA."
004910         " CORRIDA ABORTADA ***"
004911       MOVE 0016 TO COND-LOG
004912       PERFORM GRABAR-RUN-LOG
004913       STOP RUN
004914     END-IF.
004915     PERFORM LEER-CAL-BANDA.
004916     IF FIN-CALBAND OR NOT CLB-ENCABEZADO THEN
004917       DISPLAY "*** ERROR: CALBAND SIN ENCABEZADO DE"
004918         " CALIBRACION. EJECUTAR CALREN1A ANTES DE LA"
004919         " CORRIDA. CORRIDA ABORTADA ***"
004920       CLOSE CAL-BANDA
004921       MOVE 0016 TO COND-LOG
004922       PERFORM GRABAR-RUN-LOG
004923       STOP RUN
004924     END-IF.
004925     MOVE CLB-FECHA TO CAL-FECHA.
004926     PERFORM VERIFICAR-SELLO-CALIB.
004927     PERFORM CARGAR-AUT-CALIB.
004928     DISPLAY "*** CALIBRACION DEL " CAL-FECHA ": "
004929       CLB-CANT-MARCADOS " DEPARTAMENTO(S) FUERA DE"
004930       " TOLERANCIA ***".
004931     PERFORM LEER-CAL-BANDA.
004932     PERFORM UNTIL FIN-CALBAND
004933       IF CLB-DETALLE THEN
004934         PERFORM VERIFICAR-AUT-DEPTO
004935       END-IF
004936       PERFORM LEER-CAL-BANDA
004937     END-PERFORM.
004938     CLOSE CAL-BANDA.
004939     IF CONT-CAL-SIN-AUT > 0 THEN
004940       DISPLAY "*** ERROR: " CONT-CAL-SIN-AUT " DEPARTAMENTO(S)"
004941         " FUERA DE TOLERANCIA SIN AUTORIZACION DE RH EN"
004942         " CALOVR. CORRIDA ABORTADA ***"
004943       MOVE 0016 TO COND-LOG
004944       PERFORM GRABAR-RUN-LOG
004945       STOP RUN
004946     END-IF.
004947     EXIT.
004948 LEER-CAL-BANDA.
004949     READ CAL-BANDA
004950       AT END
004951         MOVE 'Y' TO SWITCH-FIN-CALBAND
004952     END-READ.
004953     EXIT.
004954 VERIFICAR-SELLO-CALIB.
004955     OPEN INPUT SELLO-MAST.
004956     IF FS-SELLO NOT = '00' THEN
004957       EXIT PARAGRAPH
004958     END-IF.
004959     READ SELLO-MAST
004960       AT END
004961         MOVE ZERO TO SE-FECHA
004962         MOVE ZERO TO SE-HORA
004963     END-READ.
004964     CLOSE SELLO-MAST.
004965     IF SE-FECHA NOT = CLB-SELLO-FECHA
004966         OR SE-HORA NOT = CLB-SELLO-HORA THEN
004967       DISPLAY "*** ERROR: LA CALIBRACION DEL " CAL-FECHA
004968         " SE HIZO SOBRE EL SELLO " CLB-SELLO-FECHA "-"
004969         CLB-SELLO-HORA " Y EL MAESTRO ESTA SELLADO "
004970         SE-FECHA "-" SE-HORA ". VOLVER A CORRER CALREN1A."
004971         " CORRIDA ABORTADA ***"
004972       CLOSE CAL-BANDA
004973       MOVE 0016 TO COND-LOG
004974       PERFORM GRABAR-RUN-LOG
004975       STOP RUN
004976     END-IF.
004977     EXIT.
004978 CARGAR-AUT-CALIB.
004979     OPEN INPUT CAL-AUTORIZA.
004980     IF FS-CALOVR NOT = '00' THEN
004981       EXIT PARAGRAPH
004982     END-IF.
004983     PERFORM LEER-CAL-AUTORIZA.
004984     PERFORM UNTIL FIN-CALOVR
004985       IF CA-FECHA NUMERIC AND CA-FECHA >= CAL-FECHA THEN
004986         IF CANT-AUT-CALIB < 100 THEN
004987           ADD 1 TO CANT-AUT-CALIB
004988           MOVE CA-DEPTO TO TAC-DEPTO(CANT-AUT-CALIB)
004989           MOVE CA-FECHA TO TAC-FECHA(CANT-AUT-CALIB)
004990           MOVE CA-AUTORIZA TO TAC-AUTORIZA(CANT-AUT-CALIB)
004991         ELSE
004992           DISPLAY "*** ATENCION: TABLA DE AUTORIZACIONES LLENA,"
004993             " SE IGNORA LA DE " CA-DEPTO " ***"
004994         END-IF
004995       END-IF
004996       PERFORM LEER-CAL-AUTORIZA
004997     END-PERFORM.
004998     CLOSE CAL-AUTORIZA.
004999     EXIT.
005000 LEER-CAL-AUTORIZA.
005001     READ CAL-AUTORIZA
005002       AT END
005003         MOVE 'Y' TO SWITCH-FIN-CALOVR
005004     END-READ.
005005     EXIT.
005006 VERIFICAR-AUT-DEPTO.
005007     MOVE 0 TO AC-HALLADA-IDX.
005008     PERFORM VARYING AC FROM 1 BY 1
005009         UNTIL AC > CANT-AUT-CALIB OR AC-HALLADA-IDX > 0
005010       IF TAC-DEPTO(AC) = CLB-DEPTO
005011           AND TAC-AUTORIZA(AC) NOT = SPACES THEN
005012         MOVE AC TO AC-HALLADA-IDX
005013       END-IF
005014     END-PERFORM.
005015     IF AC-HALLADA-IDX > 0 THEN
005016       DISPLAY "*** DEPARTAMENTO " CLB-DEPTO " FUERA DE"
005017         " TOLERANCIA, AUTORIZADO POR RH ("
005018         TAC-AUTORIZA(AC-HALLADA-IDX) " EL "
005019         TAC-FECHA(AC-HALLADA-IDX) ") ***"
005020     ELSE
005021       ADD 1 TO CONT-CAL-SIN-AUT
005022       DISPLAY "*** ERROR: DEPARTAMENTO " CLB-DEPTO " FUERA DE"
005023         " TOLERANCIA SIN AUTORIZACION DE RH EN CALOVR ***"
005024     END-IF.
005025     EXIT.
005026*----------------------------------------------------------
005027* PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL MAESTRO EN
005028* SECUENCIA DE ID, VALIDA CADA REGISTRO CON LAS MISMAS
005029* REGLAS DE SIEMPRE Y LIBERA LOS VALIDOS AL ORDENAMIENTO
005030* (PUESTO, ID). NO HAY TOPE DE EMPLEADOS.
005031*----------------------------------------------------------
005032 ENTRADA-MAESTRO.
005033     OPEN INPUT EMPMAST.
005034     IF FS-EMPMAST NOT = '00' THEN
005035       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
005036         " (FILE STATUS " FS-EMPMAST "), EJECUTAR EMPMANT1A"
005037         " ANTES DE LA CORRIDA ***"
005038       MOVE 0016 TO COND-LOG
005039       PERFORM GRABAR-RUN-LOG
005040       STOP RUN
005041     END-IF.
005045     PERFORM VERIFICAR-SELLO-MAESTRO.
005050     OPEN OUTPUT EXCEPCIONES.
005060     DISPLAY "*** FUENTE DE CARGA: MAESTRO INDEXADO EMPMAST"
005090     PERFORM UNTIL FIN-ARCHIVO
005130       PERFORM MOVER-MAST-A-LINEA
005140       PERFORM VALIDAR-LINEA
005145       IF LINEA-VALIDA AND TCC-EN-CORRIDA(CIA-IDX) NOT = 'Y'
005150         ADD 1 TO CONT-OTRA-CIA
005155       ELSE IF LINEA-VALIDA
005160         PERFORM LIBERAR-LINEA
005170       ELSE
005180         PERFORM RECHAZAR-LINEA
005185       END-IF
005190       END-IF
005210       PERFORM LEER-REG-MAESTRO
005220     END-PERFORM.
005300       DISPLAY "*** ATENCION: " CONT-EXCLUIDOS
005310         " REGISTRO(S) DE EMPMAST RECHAZADOS POR VALIDACION,"
005320         " VER EXCEPOUT ***"
005321     END-IF.
005322     IF CONT-OTRA-CIA > 0 THEN
005323       DISPLAY "*** " CONT-OTRA-CIA " EMPLEADO(S) DE OTRAS"
005324         " COMPANIAS"
005325         " OMITIDOS: CORRIDA LIMITADA A LA COMPANIA " CIA-CORRIDA
005326         " (RC-CIA EN RUNCTL) ***"
005330     END-IF.
005340     EXIT.
005440*----------------------------------------------------------
005700     MOVE FECHA-ALTA-MAST TO FECHA-ALTA-EMP.
005710     MOVE STATUS-MAST TO STATUS-EMP.
005720     MOVE FECHA-STATUS-MAST TO FECHA-STATUS-EMP.
005725     MOVE CIA-MAST TO CIA-EMP.
005730     EXIT.
005740 LIBERAR-LINEA.
005820     ADD 1 TO CANT-REG.
005940     MOVE FECHA-ALTA-EMP TO SRT-FALTA.
005950     MOVE STATUS-EMP TO SRT-STAT.
005960     MOVE FECHA-STATUS-EMP TO SRT-FSTAT.
005961     MOVE TCC-CIA(CIA-IDX) TO SRT-CIA.
005962     RELEASE SRT-REG.
005964     DISPLAY " REGISTRO NUMERO " CANT-REG ":".
005966     DISPLAY "   ID: " ID-EMP.
005990 VALIDAR-LINEA.
006000     MOVE 'Y' TO SWITCH-LINEA-VALIDA.
006010     MOVE SPACES TO MOTIVO-RECHAZO.
006015     MOVE 1 TO CIA-IDX.
006020     IF EDAD-EMP NOT NUMERIC THEN
006030       MOVE 'N' TO SWITCH-LINEA-VALIDA
006040       MOVE "EDAD-EMP NO NUMERICA" TO MOTIVO-RECHAZO
006340       END-IF
006350     END-IF.
006360     IF LINEA-VALIDA THEN
006362       PERFORM VALIDAR-CIA-LINEA
006364     END-IF.
006366     IF LINEA-VALIDA THEN
006370       IF FECHA-ALTA-EMP NOT NUMERIC THEN
006380         MOVE 'N' TO SWITCH-LINEA-VALIDA
006390         MOVE "FECHA-ALTA-EMP NO NUMERICA" TO MOTIVO-RECHAZO
006500         MOVE 'N' TO SWITCH-LINEA-VALIDA
006510         MOVE "FECHA-STATUS-EMP NO NUMERICA" TO MOTIVO-RECHAZO
006520       END-IF
006521     END-IF.
006522     EXIT.
006523*----------------------------------------------------------
006524* COMPANIA DEL EMPLEADO. SIN CIAREF TODOS VAN A LA UNICA
006525* ENTRADA. CON CIAREF, EN BLANCO SE TOMA LA DEL DEPARTAMENTO
006526* (MAESTRO AUN NO RECARGADO POR EMPMANT1A); SI EL DEPTO ES DE
006527* OTRA COMPANIA O LA COMPANIA NO ESTA EN CIAREF LA LINEA SE
006528* RECHAZA. CIA-IDX QUEDA EN LA ENTRADA DE SU COMPANIA.
006529*----------------------------------------------------------
006530 VALIDAR-CIA-LINEA.
006531     MOVE 1 TO CIA-IDX.
006532     IF NOT MULTI-CIA THEN
006533       EXIT PARAGRAPH
006534     END-IF.
006535     IF DEPTOS-CARGADOS AND DEP-HALLADO-IDX > 0 THEN
006536       IF CIA-EMP = SPACE THEN
006537         MOVE TD-CIA(DEP-HALLADO-IDX) TO CIA-EMP
006538       ELSE IF TD-CIA(DEP-HALLADO-IDX) NOT = SPACE
006539           AND CIA-EMP NOT = TD-CIA(DEP-HALLADO-IDX) THEN
006540         MOVE 'N' TO SWITCH-LINEA-VALIDA
006541         MOVE "CIA-EMP NO CORRESPONDE AL DEPTO" TO MOTIVO-RECHAZO
006542         EXIT PARAGRAPH
006543       END-IF
006544       END-IF
006545     END-IF.
006546     MOVE CIA-EMP TO CIA-BUSCADA.
006547     PERFORM BUSCAR-CIA.
006548     IF NOT CIA-HALLADA THEN
006549       MOVE 'N' TO SWITCH-LINEA-VALIDA
006550       MOVE "CIA-EMP FUERA DE DOMINIO" TO MOTIVO-RECHAZO
006551     END-IF.
006552     EXIT.
006553 RECHAZAR-LINEA.
006560     ADD 1 TO CONT-EXCLUIDOS.
006570     MOVE EMPDATALINEA TO EXC-LINEA.
006580     MOVE MOTIVO-RECHAZO TO EXC-MOTIVO.
006780     MOVE ZERO TO CONT-MONEDA-USD CONT-MONEDA-EUR CONT-MONEDA-MXN.
006790     MOVE ZERO TO BONO-PAG-USD BONO-PAG-EUR BONO-PAG-MXN.
006800     MOVE ZERO TO CONT-TOPE-ANUAL CONT-TOPE-PARCIAL CONT-NO-ACTIVO.
006801     MOVE ZERO TO RETENIDO-USD RETENIDO-EUR RETENIDO-MXN.
006802     MOVE ZERO TO CONT-SIN-TABLA-RET.
006803     MOVE ZERO TO CONT-DIFERIDOS.
006804     MOVE ZERO TO DIFERIDO-USD DIFERIDO-EUR DIFERIDO-MXN.
006805     MOVE ZERO TO CONT-CLAVES-NUEVAS CONT-CLAVES-SOSTENIDAS.
006810     MOVE ZERO TO NUM-ANT.
006820     EXIT.                                                       
006930*----------------------------------------------------------
007160-        P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
007170-        P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
007180-        P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
007186-        P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
007192-        P-REND-DERIV
007200       PERFORM VERIFICAR-CLAVE-DUPLICADA
007205       PERFORM ASIGNAR-CLAVE-REGISTRO
007210       PERFORM APLICAR-TOPE-ANUAL
007212       PERFORM CALCULAR-RETENCION-EMP
007215       PERFORM MARCAR-PENDIENTE-APROBACION
007220       DISPLAY "PROCESO NUMERO " REG-SALIDOS ":"
007230       DISPLAY " EMPLEADO: " FUNCTION TRIM(P-NOM)                 
007240       DISPLAY " RENDIMIENTO: " P-REND                            
007242       IF P-REND-METODO NOT = 'U' THEN
007244         DISPLAY " REND USADO: " P-REND-USADO " (PROMEDIO DE "
007246           P-REND-PERIODOS " PERIODOS)"
007248       END-IF
007250       DISPLAY " ANTIGUEDAD: " P-ANT                              
007260       COMPUTE NUM-ANT = FUNCTION NUMVAL(P-ANT)
007270       ADD 1 TO TOTAL-PROCESADOS
007390       ELSE
007400         ADD 1 TO TOTAL-BONO-NO
007410       END-IF
007415       PERFORM ACUMULAR-CIA
007420       IF P-MONEDA = "USD" THEN
007430         ADD 1 TO CONT-MONEDA-USD
007440       ELSE IF P-MONEDA = "EUR" THEN
008070       OPEN OUTPUT RPT-BONO
008080       OPEN OUTPUT AUDITORIA
008090       OPEN OUTPUT EXTRACTO
008096       MOVE "ID_EMP,CLAVE,BONO,PORCENTAJE,MONEDA,RETENCION,NETO"
008102         TO LINEA-CSV
008110       WRITE LINEA-CSV
008120     END-IF.
008130     EXIT.
008460     MOVE P-BONO TO AUD-BONO.
008470     MOVE P-MONEDA TO AUD-MONEDA.
008480     MOVE P-TIPO-REND TO AUD-TIPO-REND.
008481     MOVE P-RETENCION TO AUD-RETENCION.
008482     MOVE P-NETO TO AUD-NETO.
008483     MOVE P-REND-USADO TO AUD-REND-USADO.
008484     MOVE P-REND-METODO TO AUD-REND-METODO.
008485     MOVE P-REND-PERIODOS TO AUD-REND-PERIODOS.
008486     MOVE SRT-CIA TO AUD-CIA.
008487     MOVE BONO-DIFERIDO TO AUD-DIFERIDO.
008488     MOVE ZERO TO AUD-CUOTA.
008490     WRITE REG-AUDITORIA.
008491     EXIT.
008492*----------------------------------------------------------
008493* ACUMULA LA DECISION EN LOS TOTALES DE SU COMPANIA.
008494*----------------------------------------------------------
008495 ACUMULAR-CIA.
008496     MOVE SRT-CIA TO CIA-BUSCADA.
008497     PERFORM BUSCAR-CIA.
008498     IF NOT CIA-HALLADA THEN
008499       EXIT PARAGRAPH
008500     END-IF.
008501     ADD 1 TO TCC-PROCESADOS(CIA-IDX).
008502     IF P-APLICA-BONO = 'Y' THEN
008503       ADD 1 TO TCC-BONO-SI(CIA-IDX)
008504       ADD P-BONO TO TCC-PAGADO(CIA-IDX)
008505       EVALUATE P-MONEDA
008506         WHEN 'USD'
008507           ADD P-BONO TO TCC-PAG-USD(CIA-IDX)
008508         WHEN 'EUR'
008509           ADD P-BONO TO TCC-PAG-EUR(CIA-IDX)
008510         WHEN 'MXN'
008511           ADD P-BONO TO TCC-PAG-MXN(CIA-IDX)
008512       END-EVALUATE
008513     ELSE
008514       ADD 1 TO TCC-BONO-NO(CIA-IDX)
008515     END-IF.
008516     EXIT.
008517 ESCRIBIR-EXTRACTO-CSV.
008520     MOVE P-BONO TO CSV-BONO-ED.
008530     MOVE P-PORC-APLICADO TO CSV-PORC-ED.
008533     MOVE P-RETENCION TO CSV-RET-ED.
008536     MOVE P-NETO TO CSV-NETO-ED.
008540     MOVE SPACES TO LINEA-CSV.
008550     STRING FUNCTION TRIM(P-ID) DELIMITED BY SIZE
008560       "," DELIMITED BY SIZE
008610       FUNCTION TRIM(CSV-PORC-ED) DELIMITED BY SIZE
008620       "," DELIMITED BY SIZE
008630       FUNCTION TRIM(P-MONEDA) DELIMITED BY SIZE
008632       "," DELIMITED BY SIZE
008634       FUNCTION TRIM(CSV-RET-ED) DELIMITED BY SIZE
008636       "," DELIMITED BY SIZE
008638       FUNCTION TRIM(CSV-NETO-ED) DELIMITED BY SIZE
008640       INTO LINEA-CSV
008650     END-STRING.
008660     WRITE LINEA-CSV.
008800     DISPLAY "*** ATENCION: CLAVE DUPLICADA PARA ID " P-ID
008802       ", SE AJUSTO A " FUNCTION TRIM(P-CLAVE) " ***".
008804     EXIT.
008806*----------------------------------------------------------
008808* ABRE (O CREA LA PRIMERA VEZ) EL REGISTRO DE CLAVES. SIN EL
008810* LA CLAVE DE UN EMPLEADO CON CAMBIO DE NOMBRE O PUESTO YA NO
008812* CASARIA CON NOMINA NI CON EL BANCO: LA CORRIDA SE DETIENE.
008814*----------------------------------------------------------
008816 ABRIR-REGISTRO-CLAVES.
008818     OPEN I-O REGISTRO-CLAVES.
008820     IF FS-CLAVREG = '35' THEN
008822       OPEN OUTPUT REGISTRO-CLAVES
008824       CLOSE REGISTRO-CLAVES
008826       OPEN I-O REGISTRO-CLAVES
008828     END-IF.
008830     IF FS-CLAVREG = '00' THEN
008832       MOVE 'Y' TO SWITCH-CLAVREG-DISP
008834     ELSE
008836       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL REGISTRO DE CLAVES"
008838         " CLAVREG (FILE STATUS " FS-CLAVREG "), CORRIDA"
008840         " ABORTADA ***"
008842       MOVE 0016 TO COND-LOG
008844       PERFORM GRABAR-RUN-LOG
008846       STOP RUN
008848     END-IF.
008850     EXIT.
008852*----------------------------------------------------------
008854* CLAVE ESTABLE: SI EL ID YA TIENE CLAVE EN CLAVREG SE PAGA CON
008856* ESA AUNQUE LA REGLA DE HOY DE OTRA (CAMBIO DE NOMBRE, PUESTO
008858* O SEXO, U OTRO SUFIJO DE DUPLICADO); SI NO LA TIENE, LA DE LA
008860* REGLA QUEDA REGISTRADA DESDE ESTA CORRIDA.
008862*----------------------------------------------------------
008864 ASIGNAR-CLAVE-REGISTRO.
008866     MOVE P-CLAVE TO CLAVE-REGLA.
008868     MOVE P-ID TO CLV-ID-EMP.
008870     READ REGISTRO-CLAVES
008872       INVALID KEY
008874         PERFORM ALTA-CLAVE-REGISTRO
008876       NOT INVALID KEY
008878         MOVE CLV-CLAVE TO P-CLAVE
008880         IF P-CLAVE NOT = CLAVE-REGLA THEN
008882           ADD 1 TO CONT-CLAVES-SOSTENIDAS
008884           DISPLAY " CLAVE REGISTRADA " FUNCTION TRIM(P-CLAVE)
008886             " (LA REGLA DA " FUNCTION TRIM(CLAVE-REGLA) ")"
008888         END-IF
008890         MOVE FECHA-CORRIDA-R TO CLV-FECHA-ULT-USO
008892         REWRITE REG-REGISTRO-CLAVE
008894           INVALID KEY
008896             DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR LA"
008898               " CLAVE DE ID " P-ID " EN CLAVREG ***"
008900         END-REWRITE
008902     END-READ.
008904     EXIT.
008906 ALTA-CLAVE-REGISTRO.
008907     PERFORM BUSCAR-CLAVE-LIBRE.
008908     MOVE CLAVE-CANDIDATA TO P-CLAVE.
008909     MOVE P-ID TO CLV-ID-EMP.
008910     MOVE CLAVE-CANDIDATA TO CLV-CLAVE.
008912     MOVE FECHA-CORRIDA-R TO CLV-FECHA-ALTA.
008914     MOVE 'C' TO CLV-ORIGEN.
008916     MOVE P-NOM TO CLV-NOM.
008918     MOVE P-PUESTO TO CLV-PUESTO.
008920     MOVE P-SEXO TO CLV-SEXO.
008922     MOVE FECHA-CORRIDA-R TO CLV-FECHA-ULT-USO.
008924     MOVE ZERO TO CLV-CANT-ANTERIORES.
008926     PERFORM VARYING IDX-ANT FROM 1 BY 1 UNTIL IDX-ANT > 9
008928       MOVE SPACES TO CLV-ANT-CLAVE(IDX-ANT)
008930       MOVE ZERO TO CLV-ANT-DESDE(IDX-ANT)
008932       MOVE ZERO TO CLV-ANT-HASTA(IDX-ANT)
008934     END-PERFORM.
008936     WRITE REG-REGISTRO-CLAVE
008938       INVALID KEY
008940         DISPLAY "*** ATENCION: NO SE PUDO REGISTRAR LA CLAVE DE"
008942           " ID " P-ID " EN CLAVREG ***"
008944       NOT INVALID KEY
008946         ADD 1 TO CONT-CLAVES-NUEVAS
008948     END-WRITE.
008950     EXIT.
008952 CERRAR-REGISTRO-CLAVES.
008954     IF CLAVREG-DISPONIBLE THEN
008956       CLOSE REGISTRO-CLAVES
008958     END-IF.
008959     EXIT.
008960*----------------------------------------------------------
008961* LA CLAVE QUE SE VA A REGISTRAR NO PUEDE ESTAR YA REGISTRADA A
008962* OTRO ID: SE BUSCA POR LA CLAVE ALTERNA CLV-CLAVE Y, MIENTRAS
008963* ESTE OCUPADA, SE LE SUBE EL SUFIJO DE DUPLICADO (MISMA FORMA
008964* QUE DESAMBIGUAR-CLAVE) HASTA DAR CON UNA LIBRE.
008965*----------------------------------------------------------
008966 BUSCAR-CLAVE-LIBRE.
008967     MOVE CLAVE-REGLA TO CLAVE-CANDIDATA.
008968     MOVE CONT-CLAVE-REPETIDA TO SUFIJO-REGISTRO.
008969     IF SUFIJO-REGISTRO < 1 THEN
008970       MOVE 1 TO SUFIJO-REGISTRO
008971     END-IF.
008972     MOVE 'N' TO SWITCH-CLAVE-LIBRE.
008973     PERFORM UNTIL CLAVE-LIBRE
008974       MOVE CLAVE-CANDIDATA TO CLV-CLAVE
008975       READ REGISTRO-CLAVES KEY IS CLV-CLAVE
008976         INVALID KEY
008977           MOVE 'Y' TO SWITCH-CLAVE-LIBRE
008978       END-READ
008979       IF NOT CLAVE-LIBRE THEN
008980         IF FS-CLAVREG = '00' THEN
008981           ADD 1 TO SUFIJO-REGISTRO
008982           PERFORM ARMAR-CLAVE-SUFIJO
008983         ELSE
008984           MOVE 'Y' TO SWITCH-CLAVE-LIBRE
008985         END-IF
008986       END-IF
008987     END-PERFORM.
008988     IF CLAVE-CANDIDATA NOT = CLAVE-REGLA THEN
008989       DISPLAY "*** ATENCION: CLAVE " FUNCTION TRIM(CLAVE-REGLA)
008990         " YA REGISTRADA A OTRO ID, ID " P-ID " QUEDA CON "
008991         FUNCTION TRIM(CLAVE-CANDIDATA) " ***"
008992     END-IF.
008993     EXIT.
008994 ARMAR-CLAVE-SUFIJO.
008995     MOVE SUFIJO-REGISTRO TO SUFIJO-DUP-ED.
008996     COMPUTE LARGO-BASE-DUP =
008997       FUNCTION LENGTH(FUNCTION TRIM(CLAVE-BASE)).
008998     COMPUTE LARGO-SUF-DUP =
008999       FUNCTION LENGTH(FUNCTION TRIM(SUFIJO-DUP-ED)).
009000     IF LARGO-BASE-DUP + 1 + LARGO-SUF-DUP > 25 THEN
009001       COMPUTE LARGO-BASE-DUP = 25 - 1 - LARGO-SUF-DUP
009002     END-IF.
009003     MOVE SPACES TO CLAVE-CANDIDATA.
009004     STRING CLAVE-BASE(1:LARGO-BASE-DUP) DELIMITED BY SIZE
009005       "-" DELIMITED BY SIZE
009006       FUNCTION TRIM(SUFIJO-DUP-ED) DELIMITED BY SIZE
009007       INTO CLAVE-CANDIDATA
009008     END-STRING.
009009     EXIT.
009020 IMPRIMIR-ENCABEZADO-RPT.
009030     ADD 1 TO NUM-PAGINA.
009040     MOVE NUM-PAGINA TO ENC1-PAGINA.
009420     MOVE TOTAL-BONO-SI TO CT-BONO-SI.
009430     MOVE TOTAL-BONO-NO TO CT-BONO-NO.
009440     MOVE TOTAL-BONO-PAGADO TO CT-BONO-PAGADO.
009445     MOVE SPACE TO CT-CIA.
009450     WRITE REG-CTL-TOTALES.
009451     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
009452       IF TCC-EN-CORRIDA(CI) = 'Y' THEN
009453         MOVE TCC-CIA(CI) TO CT-CIA
009454         MOVE TCC-PROCESADOS(CI) TO CT-PROCESADOS
009455         MOVE TCC-BONO-SI(CI) TO CT-BONO-SI
009456         MOVE TCC-BONO-NO(CI) TO CT-BONO-NO
009457         MOVE TCC-PAGADO(CI) TO CT-BONO-PAGADO
009458         WRITE REG-CTL-TOTALES
009459       END-IF
009460     END-PERFORM.
009461     CLOSE CTL-TOTALES.
009470     EXIT.
009480 IMPRIMIR-TOTALES.
009490     MOVE TOTAL-BONO-PAGADO TO FORM-TOTAL-BONO.
009670       " EMPLEADOS".
009680     DISPLAY "   CLAVES DUPLICADAS AJUSTADAS:"
009690       CONT-CLAVES-DUPLICADAS.
009692     DISPLAY "   CLAVES NUEVAS REGISTRADAS:"
009694       CONT-CLAVES-NUEVAS.
009696     DISPLAY "   CLAVES DISTINTAS A REGLA:"
009698       CONT-CLAVES-SOSTENIDAS.
009700     DISPLAY "   NO ACTIVOS (SIN BONO):   " CONT-NO-ACTIVO
009710       " EMPLEADOS".
009720     DISPLAY "   TOPE ANUAL ALCANZADO:    " CONT-TOPE-ANUAL
009754       DISPLAY "   PENDIENTES DE APROBACION:" CONT-PEND-APROBAR
009756         " EMPLEADOS (UMBRAL " TOPE-APROBACION ")"
009758     END-IF.
009760     IF UMBRAL-DIFERIDO > 0 THEN
009762       DISPLAY "   CON PARTE DIFERIDA:      " CONT-DIFERIDOS
009764         " EMPLEADOS (UMBRAL " UMBRAL-DIFERIDO ")"
009766     END-IF.
009768     DISPLAY " -- SUBTOTALES POR MONEDA --".
009770     MOVE BONO-PAG-USD TO FORM-SUBTOTAL.
009780     DISPLAY "   PAGADO USD: " FORM-SUBTOTAL
009790       " (" CONT-MONEDA-USD " EMPLEADOS)".
009830     MOVE BONO-PAG-MXN TO FORM-SUBTOTAL.
009840     DISPLAY "   PAGADO MXN: " FORM-SUBTOTAL
009850       " (" CONT-MONEDA-MXN " EMPLEADOS)".
009851     DISPLAY " -- RETENCION DE IMPUESTO POR MONEDA --".
009852     MOVE RETENIDO-USD TO FORM-SUBTOTAL.
009853     DISPLAY "   RETENIDO USD: " FORM-SUBTOTAL.
009854     MOVE RETENIDO-EUR TO FORM-SUBTOTAL.
009855     DISPLAY "   RETENIDO EUR: " FORM-SUBTOTAL.
009856     MOVE RETENIDO-MXN TO FORM-SUBTOTAL.
009857     DISPLAY "   RETENIDO MXN: " FORM-SUBTOTAL.
009858     IF CONT-SIN-TABLA-RET > 0 THEN
009859       DISPLAY "*** ATENCION: " CONT-SIN-TABLA-RET " BONOS SIN"
009860         " TABLA DE RETENCION VIGENTE, PAGADOS SIN RETENER ***"
009861     END-IF.
009862     IF CONT-DIFERIDOS > 0 THEN
009863       DISPLAY " -- DIFERIDO EN CUOTAS POR MONEDA --"
009864       MOVE DIFERIDO-USD TO FORM-SUBTOTAL
009865       DISPLAY "   DIFERIDO USD: " FORM-SUBTOTAL
009866       MOVE DIFERIDO-EUR TO FORM-SUBTOTAL
009867       DISPLAY "   DIFERIDO EUR: " FORM-SUBTOTAL
009868       MOVE DIFERIDO-MXN TO FORM-SUBTOTAL
009869       DISPLAY "   DIFERIDO MXN: " FORM-SUBTOTAL
009870     END-IF.
009871     PERFORM CONSOLIDAR-TOTALES.
009872     IF CONSOLIDACION-OK THEN
009880       MOVE TOTAL-CONSOLIDADO TO FORM-CONSOLIDADO
009890       DISPLAY " TOTAL CONSOLIDADO EN " MONEDA-REPORTE ": "
009900         FORM-CONSOLIDADO
009910     ELSE
009920       DISPLAY "*** ATENCION: CONSOLIDACION NO DISPONIBLE, TASA"
009930         " FALTANTE O VENCIDA EN MONRATE ***"
009932     END-IF.
009934     IF MULTI-CIA THEN
009936       PERFORM IMPRIMIR-TOTALES-CIAS
009940     END-IF.
009950     PERFORM IMPRIMIR-TOTALES-RPT.
009960     PERFORM REGISTRAR-AUD-CONSOLIDADO.
010010         " MONEDAS (USD:" CONT-MONEDA-USD ", EUR:" CONT-MONEDA-EUR
010020         ", MXN:" CONT-MONEDA-MXN "), VERIFICAR POR SEPARADO ***"
010030     END-IF.
010031     EXIT.
010032*----------------------------------------------------------
010033* TOTALES POR COMPANIA. EL PAGADO DE CADA COMPANIA SE DA EN
010034* SU MONEDA DE REPORTE (CR-MONEDA-RPT DE CIAREF).
010035*----------------------------------------------------------
010036 IMPRIMIR-TOTALES-CIAS.
010037     DISPLAY " -- TOTALES POR COMPANIA --".
010038     MOVE SWITCH-CONSOLIDA TO SWITCH-CONSOLIDA-GRAL.
010039     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
010040       IF TCC-EN-CORRIDA(CI) = 'Y' THEN
010041         PERFORM CONSOLIDAR-CIA
010042         DISPLAY "   COMPANIA " TCC-CIA(CI) " " TCC-NOMBRE(CI)
010043           " PROCESADOS: " TCC-PROCESADOS(CI)
010044           " SI: " TCC-BONO-SI(CI) " NO: " TCC-BONO-NO(CI)
010045         IF TCC-CONSOL-OK(CI) = 'Y' THEN
010046           MOVE TCC-TOTAL-LOCAL(CI) TO FORM-CONSOLIDADO
010047           DISPLAY "     PAGADO EN " TCC-MONEDA-RPT(CI) ": "
010048             FORM-CONSOLIDADO
010049         ELSE
010050           DISPLAY "*** ATENCION: COMPANIA " TCC-CIA(CI)
010051             " SIN TOTAL EN SU MONEDA DE REPORTE, TASA FALTANTE"
010052             " O VENCIDA EN MONRATE ***"
010053         END-IF
010054       END-IF
010055     END-PERFORM.
010056     MOVE SWITCH-CONSOLIDA-GRAL TO SWITCH-CONSOLIDA.
010057     EXIT.
010058 LEER-CHECKPOINT.
010060     MOVE 1 TO IDX-INICIO.
010070     OPEN INPUT CHKPT.
010080     IF FS-CHKPT = '00' THEN
010350           MOVE CK-CONT-TOPE-ANUAL     TO CONT-TOPE-ANUAL
010360           MOVE CK-CONT-TOPE-PARCIAL   TO CONT-TOPE-PARCIAL
010370           MOVE CK-CONT-NO-ACTIVO      TO CONT-NO-ACTIVO
010374           MOVE CK-RETENIDO-USD        TO RETENIDO-USD
010378           MOVE CK-RETENIDO-EUR        TO RETENIDO-EUR
010382           MOVE CK-RETENIDO-MXN        TO RETENIDO-MXN
010386           MOVE CK-CONT-SIN-TABLA-RET  TO CONT-SIN-TABLA-RET
010390           MOVE CK-CONT-DIFERIDOS      TO CONT-DIFERIDOS
010394           MOVE CK-DIFERIDO-USD        TO DIFERIDO-USD
010398           MOVE CK-DIFERIDO-EUR        TO DIFERIDO-EUR
010402           MOVE CK-DIFERIDO-MXN        TO DIFERIDO-MXN
010406           MOVE CK-CONT-CLAVES-NUEVAS  TO CONT-CLAVES-NUEVAS
010410           MOVE CK-CONT-CLAVES-SOST    TO CONT-CLAVES-SOSTENIDAS
010414           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
010418             MOVE CK-CIA-PROCESADOS(CI) TO TCC-PROCESADOS(CI)
010422             MOVE CK-CIA-BONO-SI(CI)    TO TCC-BONO-SI(CI)
010426             MOVE CK-CIA-BONO-NO(CI)    TO TCC-BONO-NO(CI)
010430             MOVE CK-CIA-PAGADO(CI)     TO TCC-PAGADO(CI)
010434             MOVE CK-CIA-PAG-USD(CI)    TO TCC-PAG-USD(CI)
010438             MOVE CK-CIA-PAG-EUR(CI)    TO TCC-PAG-EUR(CI)
010442             MOVE CK-CIA-PAG-MXN(CI)    TO TCC-PAG-MXN(CI)
010446           END-PERFORM
010450           MOVE CK-ULTIMO-IDX          TO REG-YA-PROCESADOS
010470       END-READ
010480       CLOSE CHKPT
010490     END-IF.
010760     MOVE CONT-TOPE-ANUAL     TO CK-CONT-TOPE-ANUAL.
010770     MOVE CONT-TOPE-PARCIAL   TO CK-CONT-TOPE-PARCIAL.
010780     MOVE CONT-NO-ACTIVO      TO CK-CONT-NO-ACTIVO.
010781     MOVE RETENIDO-USD        TO CK-RETENIDO-USD.
010782     MOVE RETENIDO-EUR        TO CK-RETENIDO-EUR.
010783     MOVE RETENIDO-MXN        TO CK-RETENIDO-MXN.
010784     MOVE CONT-SIN-TABLA-RET  TO CK-CONT-SIN-TABLA-RET.
010785     MOVE CONT-DIFERIDOS      TO CK-CONT-DIFERIDOS.
010786     MOVE DIFERIDO-USD        TO CK-DIFERIDO-USD.
010787     MOVE DIFERIDO-EUR        TO CK-DIFERIDO-EUR.
010788     MOVE DIFERIDO-MXN        TO CK-DIFERIDO-MXN.
010789     MOVE CONT-CLAVES-NUEVAS  TO CK-CONT-CLAVES-NUEVAS.
010790     MOVE CONT-CLAVES-SOSTENIDAS TO CK-CONT-CLAVES-SOST.
010791     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
010792       MOVE TCC-PROCESADOS(CI) TO CK-CIA-PROCESADOS(CI)
010793       MOVE TCC-BONO-SI(CI)    TO CK-CIA-BONO-SI(CI)
010794       MOVE TCC-BONO-NO(CI)    TO CK-CIA-BONO-NO(CI)
010795       MOVE TCC-PAGADO(CI)     TO CK-CIA-PAGADO(CI)
010796       MOVE TCC-PAG-USD(CI)    TO CK-CIA-PAG-USD(CI)
010797       MOVE TCC-PAG-EUR(CI)    TO CK-CIA-PAG-EUR(CI)
010798       MOVE TCC-PAG-MXN(CI)    TO CK-CIA-PAG-MXN(CI)
010799     END-PERFORM.
010800     WRITE REG-CHKPT.
010801     CLOSE CHKPT.
010810     EXIT.
010820 LIMPIAR-CHECKPOINT.
010830     OPEN OUTPUT CHKPT.
011220-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
011230-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
011240-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
011246-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
011252-      P-REND-DERIV.
011260     MOVE P-BONO TO SIM-BONO-ACT.
011270     MOVE P-TIPO-REND TO SIM-TIPO-ACT.
011280     PERFORM ACUMULAR-NIVEL-ACT.
011320-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
011330-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
011340-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
011346-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
011352-      P-REND-DERIV.
011360     MOVE 'A' TO P-ORIGEN-TASAS.
011370     PERFORM ACUMULAR-NIVEL-PROP.
011380     COMPUTE SIM-DIF = P-BONO - SIM-BONO-ACT.
012340         MOVE DR-NOMBRE TO TD-NOMBRE(CANT-DEPTOS)
012350         MOVE DR-PRESUPUESTO TO TD-PRESUPUESTO(CANT-DEPTOS)
012355         MOVE DR-PLAN TO TD-PLAN(CANT-DEPTOS)
012357         MOVE DR-CIA TO TD-CIA(CANT-DEPTOS)
012360         MOVE ZERO TO TD-PAGADO(CANT-DEPTOS)
012370       ELSE
012380         DISPLAY "*** ATENCION: TABLA DE DEPARTAMENTOS LLENA,"
012530     EXIT.
012540 BUSCAR-DEPTO.
012550     MOVE 'N' TO SWITCH-DEPTO-HALLADO.
012551     MOVE 0 TO DEP-HALLADO-IDX.
012552     PERFORM VARYING DEP FROM 1 BY 1
012553         UNTIL DEP > CANT-DEPTOS OR DEPTO-HALLADO
012554       IF TD-DEPTO(DEP) = EMP-DEPTO-BUSCADO THEN
012555         MOVE 'Y' TO SWITCH-DEPTO-HALLADO
012556         MOVE DEP TO DEP-HALLADO-IDX
012557       END-IF
012558     END-PERFORM.
012559     EXIT.
012560*----------------------------------------------------------
012561* CARGA LAS COMPANIAS DESDE CIAREF Y MARCA LAS QUE ENTRAN EN
012562* LA CORRIDA (LA DE RC-CIA, O TODAS). SIN CIAREF QUEDA UNA
012563* SOLA ENTRADA EN BLANCO Y NO SE VALIDA CIA-EMP.
012564*----------------------------------------------------------
012565 CARGAR-CIAS.
012566     MOVE 0 TO CANT-CIAS.
012567     OPEN INPUT CIA-REF.
012568     IF FS-CIAREF = '00' THEN
012569       PERFORM LEER-CIA-REF
012570       PERFORM UNTIL FIN-CIAS
012571         IF CANT-CIAS < 9 THEN
012572           ADD 1 TO CANT-CIAS
012573           MOVE CR-CIA TO TCC-CIA(CANT-CIAS)
012574           MOVE CR-NOMBRE TO TCC-NOMBRE(CANT-CIAS)
012575           MOVE CR-MONEDA-RPT TO TCC-MONEDA-RPT(CANT-CIAS)
012576         ELSE
012577           DISPLAY "*** ATENCION: TABLA DE COMPANIAS LLENA,"
012578             " SE IGNORA " CR-CIA " ***"
012579         END-IF
012580         PERFORM LEER-CIA-REF
012581       END-PERFORM
012582       CLOSE CIA-REF
012583     END-IF.
012584     IF CANT-CIAS > 0 THEN
012585       MOVE 'Y' TO SWITCH-MULTI-CIA
012586     ELSE
012587       DISPLAY "*** ATENCION: NO SE PUDO ABRIR CIAREF (FILE"
012588         " STATUS " FS-CIAREF "), CORRIDA DE UNA SOLA"
012589         " COMPANIA ***"
012590       MOVE 1 TO CANT-CIAS
012591       MOVE SPACE TO TCC-CIA(1)
012592       MOVE SPACES TO TCC-NOMBRE(1) TCC-MONEDA-RPT(1)
012593       IF CIA-CORRIDA NOT = SPACE THEN
012594         DISPLAY "*** ATENCION: SIN CIAREF NO SE PUEDE LIMITAR LA"
012595           " CORRIDA A LA COMPANIA " CIA-CORRIDA ", SE IGNORA"
012596           " RC-CIA ***"
012597         MOVE SPACE TO CIA-CORRIDA
012598       END-IF
012599     END-IF.
012600     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
012601       IF CIA-CORRIDA = SPACE OR TCC-CIA(CI) = CIA-CORRIDA THEN
012602         MOVE 'Y' TO TCC-EN-CORRIDA(CI)
012603       ELSE
012604         MOVE 'N' TO TCC-EN-CORRIDA(CI)
012605       END-IF
012606       MOVE ZERO TO TCC-PROCESADOS(CI) TCC-BONO-SI(CI)
012607       MOVE ZERO TO TCC-BONO-NO(CI) TCC-PAGADO(CI)
012608       MOVE ZERO TO TCC-PAG-USD(CI) TCC-PAG-EUR(CI)
012609       MOVE ZERO TO TCC-PAG-MXN(CI)
012610       MOVE ZERO TO TCC-CONSOLIDADO(CI) TCC-TOTAL-LOCAL(CI)
012611       MOVE 'N' TO TCC-CONSOL-OK(CI) TCC-PER-NUEVO(CI)
012612     END-PERFORM.
012613     IF CIA-CORRIDA NOT = SPACE THEN
012614       MOVE CIA-CORRIDA TO CIA-BUSCADA
012615       PERFORM BUSCAR-CIA
012616       IF NOT CIA-HALLADA THEN
012617         DISPLAY "*** ERROR: LA COMPANIA " CIA-CORRIDA
012618           " DE RC-CIA"
012619           " NO EXISTE EN CIAREF, CORRIDA ABORTADA ***"
012620         MOVE 0016 TO COND-LOG
012621         PERFORM GRABAR-RUN-LOG
012622         STOP RUN
012623       END-IF
012624       DISPLAY "*** CORRIDA LIMITADA A LA COMPANIA " CIA-CORRIDA
012625         " (RC-CIA EN RUNCTL) ***"
012626     END-IF.
012627     EXIT.
012628 LEER-CIA-REF.
012629     READ CIA-REF
012630       AT END
012631         MOVE 'Y' TO SWITCH-FIN-CIAS
012632     END-READ.
012633     EXIT.
012634 BUSCAR-CIA.
012635     MOVE 'N' TO SWITCH-CIA-HALLADA.
012636     PERFORM VARYING CB FROM 1 BY 1
012637         UNTIL CB > CANT-CIAS OR CIA-HALLADA
012638       IF TCC-CIA(CB) = CIA-BUSCADA THEN
012639         MOVE 'Y' TO SWITCH-CIA-HALLADA
012640         MOVE CB TO CIA-IDX
012641       END-IF
012642     END-PERFORM.
012643     EXIT.
012646*----------------------------------------------------------
012647* CARGA EL HISTORIAL DE ASIGNACIONES DE DEPARTAMENTO
012648* (DEPTHIST). SI FALTA, EL RESUMEN CARGA CADA BONO COMPLETO
012870     WRITE LINEA-RPT.
012880     MOVE ENCABEZADO-DEPTO TO LINEA-RPT.
012890     WRITE LINEA-RPT.
012900     IF MULTI-CIA THEN
012910       PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
012920         IF TCC-EN-CORRIDA(CI) = 'Y' THEN
012930           PERFORM IMPRIMIR-DEPTOS-CIA
012940         END-IF
012950       END-PERFORM
012960       PERFORM IMPRIMIR-DEPTOS-SIN-CIA
012970     ELSE
012980       PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
012990         PERFORM IMPRIMIR-LINEA-DEPTO
013000       END-PERFORM
013010     END-IF.
013050     IF BONO-SIN-DEPTO > 0 THEN
013060       MOVE "???" TO DET-DEP-CODIGO
013070       MOVE "SIN DEPARTAMENTO" TO DET-DEP-NOMBRE
013120       WRITE LINEA-RPT
013130     END-IF.
013140     CLOSE RPT-BONO.
013141     EXIT.
013142*----------------------------------------------------------
013143* CON COMPANIAS, EL RESUMEN SALE AGRUPADO POR COMPANIA DE LA
013144* CORRIDA (DR-CIA DEL DEPARTAMENTO) CON SU SUBTOTAL. LOS
013145* DEPARTAMENTOS SIN COMPANIA EN DEPTREF QUE TUVIERON PAGO SE
013146* LISTAN APARTE AL FINAL.
013147*----------------------------------------------------------
013148 IMPRIMIR-DEPTOS-CIA.
013149     MOVE TCC-CIA(CI) TO LCD-CIA.
013150     MOVE TCC-NOMBRE(CI) TO LCD-NOMBRE.
013151     MOVE LINEA-CIA-DEPTO TO LINEA-RPT.
013152     WRITE LINEA-RPT.
013153     MOVE ZERO TO CIA-SUB-PRESUP CIA-SUB-PAGADO.
013154     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
013155       IF TD-CIA(DEP) = TCC-CIA(CI) THEN
013156         PERFORM IMPRIMIR-LINEA-DEPTO
013157         ADD TD-PRESUPUESTO(DEP) TO CIA-SUB-PRESUP
013158         ADD TD-PAGADO(DEP) TO CIA-SUB-PAGADO
013159       END-IF
013160     END-PERFORM.
013161     MOVE SPACES TO DET-DEP-CODIGO.
013162     MOVE "SUBTOTAL COMPANIA" TO DET-DEP-NOMBRE.
013163     MOVE CIA-SUB-PRESUP TO DET-DEP-PRESUP.
013164     MOVE CIA-SUB-PAGADO TO DET-DEP-PAGADO.
013165     MOVE SPACES TO DET-DEP-MARCA.
013166     MOVE DETALLE-DEPTO TO LINEA-RPT.
013167     WRITE LINEA-RPT.
013168     EXIT.
013169 IMPRIMIR-DEPTOS-SIN-CIA.
013170     MOVE ZERO TO CIA-SUB-PAGADO.
013171     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
013172       IF TD-CIA(DEP) = SPACE THEN
013173         ADD TD-PAGADO(DEP) TO CIA-SUB-PAGADO
013174       END-IF
013175     END-PERFORM.
013176     IF CIA-SUB-PAGADO = ZERO THEN
013177       EXIT PARAGRAPH
013178     END-IF.
013179     MOVE SPACE TO LCD-CIA.
013180     MOVE "SIN COMPANIA" TO LCD-NOMBRE.
013181     MOVE LINEA-CIA-DEPTO TO LINEA-RPT.
013182     WRITE LINEA-RPT.
013183     PERFORM VARYING DEP FROM 1 BY 1 UNTIL DEP > CANT-DEPTOS
013184       IF TD-CIA(DEP) = SPACE AND TD-PAGADO(DEP) > 0 THEN
013185         PERFORM IMPRIMIR-LINEA-DEPTO
013186       END-IF
013187     END-PERFORM.
013188     EXIT.
013189 IMPRIMIR-LINEA-DEPTO.
013190     MOVE TD-DEPTO(DEP) TO DET-DEP-CODIGO.
013191     MOVE TD-NOMBRE(DEP) TO DET-DEP-NOMBRE.
013192     MOVE TD-PRESUPUESTO(DEP) TO DET-DEP-PRESUP.
013193     MOVE TD-PAGADO(DEP) TO DET-DEP-PAGADO.
013194     IF TD-PAGADO(DEP) > TD-PRESUPUESTO(DEP) THEN
013195       MOVE "*EXCEDIDO*" TO DET-DEP-MARCA
013196       DISPLAY "*** ATENCION: DEPARTAMENTO " TD-DEPTO(DEP)
013197         " EXCEDE SU PRESUPUESTO DE BONOS ***"
013198     ELSE
013199       MOVE SPACES TO DET-DEP-MARCA
013200     END-IF.
013201     MOVE DETALLE-DEPTO TO LINEA-RPT.
013202     WRITE LINEA-RPT.
013203     EXIT.
013204*----------------------------------------------------------
013205* UBICA EL DEPARTAMENTO DEL EMPLEADO AUDITADO CON UNA
013206* LECTURA DIRECTA AL MAESTRO Y ACUMULA SU BONO PAGADO.
013207*----------------------------------------------------------
013208 ACUMULAR-DEPTO-AUD.
013210* LOS REGISTROS DE CONTROL DE LA AUDITORIA (ID '*...') NO
013220* SON DECISIONES POR EMPLEADO Y NO ENTRAN AL RESUMEN.
013230     IF AUD-ID-EMP(1:1) = '*' THEN
014080       ADD MONTO-RESTATEADO TO TOTAL-CONSOLIDADO
014090     END-IF.
014100     EXIT.
014101*----------------------------------------------------------
014102* TOTAL DE UNA COMPANIA EN SU MONEDA DE REPORTE: CADA MONEDA
014103* SE RESTATEA A LA MONEDA DE REPORTE CORPORATIVA COMO EN
014104* CONSOLIDAR-TOTALES Y EL RESULTADO SE PASA A LA MONEDA DE LA
014105* COMPANIA DIVIDIENDO POR LA TASA DE ESA MONEDA (CRUZADA).
014106*----------------------------------------------------------
014107 CONSOLIDAR-CIA.
014108     MOVE 'N' TO TCC-CONSOL-OK(CI).
014109     MOVE ZERO TO TCC-CONSOLIDADO(CI) TCC-TOTAL-LOCAL(CI).
014110     IF TCC-MONEDA-RPT(CI) = SPACES THEN
014111       MOVE MONEDA-REPORTE TO TCC-MONEDA-RPT(CI)
014112     END-IF.
014113     IF NOT TASAS-CAMBIO-CARGADAS THEN
014114       EXIT PARAGRAPH
014115     END-IF.
014116     MOVE 'Y' TO SWITCH-CONSOLIDA.
014117     IF TCC-PAG-USD(CI) > 0 AND CONSOLIDACION-OK THEN
014118       MOVE 'USD' TO MONEDA-A-RESTATEAR
014119       MOVE TCC-PAG-USD(CI) TO MONTO-A-RESTATEAR
014120       PERFORM RESTATEAR-MONEDA
014121       ADD MONTO-RESTATEADO TO TCC-CONSOLIDADO(CI)
014122     END-IF.
014123     IF TCC-PAG-EUR(CI) > 0 AND CONSOLIDACION-OK THEN
014124       MOVE 'EUR' TO MONEDA-A-RESTATEAR
014125       MOVE TCC-PAG-EUR(CI) TO MONTO-A-RESTATEAR
014126       PERFORM RESTATEAR-MONEDA
014127       ADD MONTO-RESTATEADO TO TCC-CONSOLIDADO(CI)
014128     END-IF.
014129     IF TCC-PAG-MXN(CI) > 0 AND CONSOLIDACION-OK THEN
014130       MOVE 'MXN' TO MONEDA-A-RESTATEAR
014131       MOVE TCC-PAG-MXN(CI) TO MONTO-A-RESTATEAR
014132       PERFORM RESTATEAR-MONEDA
014133       ADD MONTO-RESTATEADO TO TCC-CONSOLIDADO(CI)
014134     END-IF.
014135     IF NOT CONSOLIDACION-OK THEN
014136       EXIT PARAGRAPH
014137     END-IF.
014138     IF TCC-MONEDA-RPT(CI) = MONEDA-REPORTE THEN
014139       MOVE TCC-CONSOLIDADO(CI) TO TCC-TOTAL-LOCAL(CI)
014140       MOVE 'Y' TO TCC-CONSOL-OK(CI)
014141       EXIT PARAGRAPH
014142     END-IF.
014143     MOVE TCC-MONEDA-RPT(CI) TO MONEDA-A-RESTATEAR.
014144     MOVE 1 TO MONTO-A-RESTATEAR.
014145     PERFORM RESTATEAR-MONEDA.
014146     IF NOT CONSOLIDACION-OK THEN
014147       EXIT PARAGRAPH
014148     END-IF.
014149     COMPUTE TCC-TOTAL-LOCAL(CI) ROUNDED =
014150       TCC-CONSOLIDADO(CI) / TASA-HALLADA
014151       ON SIZE ERROR
014152         EXIT PARAGRAPH
014153     END-COMPUTE.
014154     MOVE 'Y' TO TCC-CONSOL-OK(CI).
014155     EXIT.
014156 RESTATEAR-MONEDA.
014157     MOVE ZERO TO MONTO-RESTATEADO.
014158     IF MONEDA-A-RESTATEAR = MONEDA-REPORTE THEN
014159       MOVE MONTO-A-RESTATEAR TO MONTO-RESTATEADO
014160       EXIT PARAGRAPH
014161     END-IF.
014170     MOVE ZERO TO TASA-HALLADA.
014172     IF HIST-TASAS-CARGADA THEN
014174       MOVE FECHA-CORRIDA-R TO FECHA-OBJETIVO
014780       MOVE LINEA-TOT-RPT TO LINEA-RPT
014790       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014800     END-IF.
014801     IF RETENIDO-USD > 0 THEN
014802       MOVE "RETENCION EN MONEDA      " TO TOT-RPT-ETIQ
014803       MOVE 'USD' TO TOT-RPT-MONEDA
014804       MOVE RETENIDO-USD TO TOT-RPT-MONTO
014805       MOVE LINEA-TOT-RPT TO LINEA-RPT
014806       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014807     END-IF.
014808     IF RETENIDO-EUR > 0 THEN
014809       MOVE "RETENCION EN MONEDA      " TO TOT-RPT-ETIQ
014810       MOVE 'EUR' TO TOT-RPT-MONEDA
014811       MOVE RETENIDO-EUR TO TOT-RPT-MONTO
014812       MOVE LINEA-TOT-RPT TO LINEA-RPT
014813       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014814     END-IF.
014815     IF RETENIDO-MXN > 0 THEN
014816       MOVE "RETENCION EN MONEDA      " TO TOT-RPT-ETIQ
014817       MOVE 'MXN' TO TOT-RPT-MONEDA
014818       MOVE RETENIDO-MXN TO TOT-RPT-MONTO
014819       MOVE LINEA-TOT-RPT TO LINEA-RPT
014820       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014821     END-IF.
014822     IF DIFERIDO-USD > 0 THEN
014823       MOVE "DIFERIDO EN CUOTAS       " TO TOT-RPT-ETIQ
014824       MOVE 'USD' TO TOT-RPT-MONEDA
014825       MOVE DIFERIDO-USD TO TOT-RPT-MONTO
014826       MOVE LINEA-TOT-RPT TO LINEA-RPT
014827       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014828     END-IF.
014829     IF DIFERIDO-EUR > 0 THEN
014830       MOVE "DIFERIDO EN CUOTAS       " TO TOT-RPT-ETIQ
014831       MOVE 'EUR' TO TOT-RPT-MONEDA
014832       MOVE DIFERIDO-EUR TO TOT-RPT-MONTO
014833       MOVE LINEA-TOT-RPT TO LINEA-RPT
014834       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014835     END-IF.
014836     IF DIFERIDO-MXN > 0 THEN
014837       MOVE "DIFERIDO EN CUOTAS       " TO TOT-RPT-ETIQ
014838       MOVE 'MXN' TO TOT-RPT-MONEDA
014839       MOVE DIFERIDO-MXN TO TOT-RPT-MONTO
014840       MOVE LINEA-TOT-RPT TO LINEA-RPT
014841       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014842     END-IF.
014843     IF CONSOLIDACION-OK THEN
014844       MOVE "TOTAL CONSOLIDADO EN     " TO TOT-RPT-ETIQ
014845       MOVE MONEDA-REPORTE TO TOT-RPT-MONEDA
014846       MOVE TOTAL-CONSOLIDADO TO TOT-RPT-MONTO
014850       MOVE LINEA-TOT-RPT TO LINEA-RPT
014860       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014870     ELSE
014910       MOVE LINEA-TOT-TEXTO TO LINEA-RPT
014920       WRITE LINEA-RPT AFTER ADVANCING 1 LINES
014930     END-IF.
014931     IF MULTI-CIA THEN
014932       PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
014933         IF TCC-EN-CORRIDA(CI) = 'Y' THEN
014934           PERFORM IMPRIMIR-TOTAL-CIA-RPT
014935         END-IF
014936       END-PERFORM
014937     END-IF.
014938     EXIT.
014939 IMPRIMIR-TOTAL-CIA-RPT.
014940     IF TCC-CONSOL-OK(CI) = 'Y' THEN
014941       MOVE SPACES TO TOT-RPT-ETIQ
014942       STRING "TOTAL COMPANIA " TCC-CIA(CI) " EN"
014943         DELIMITED BY SIZE INTO TOT-RPT-ETIQ
014944       END-STRING
014945       MOVE TCC-MONEDA-RPT(CI) TO TOT-RPT-MONEDA
014946       MOVE TCC-TOTAL-LOCAL(CI) TO TOT-RPT-MONTO
014947       MOVE LINEA-TOT-RPT TO LINEA-RPT
014948     ELSE
014949       MOVE SPACES TO TOT-TXT
014950       STRING "COMPANIA " TCC-CIA(CI) ": TOTAL EN SU MONEDA DE"
014951         " REPORTE NO DISPONIBLE" DELIMITED BY SIZE INTO TOT-TXT
014952       END-STRING
014953       MOVE LINEA-TOT-TEXTO TO LINEA-RPT
014954     END-IF.
014955     WRITE LINEA-RPT AFTER ADVANCING 1 LINES.
014956     EXIT.
014957*----------------------------------------------------------
014958* RETENCION DE IMPUESTO SOBRE EL BONO YA DECIDIDO (DESPUES
014959* DEL TOPE ANUAL): RETBON1A APLICA LA TABLA RETTAB VIGENTE
014960* A LA FECHA DE LA CORRIDA PARA LA MONEDA DEL EMPLEADO.
014961* P-BONO SIGUE SIENDO EL BRUTO (TOPE, TOTALES, YTDBONO);
014962* LA RETENCION Y EL NETO VIAJAN EN LA AUDITORIA.
014963*----------------------------------------------------------
014964 CALCULAR-RETENCION-EMP.
014965     MOVE ZERO TO P-RETENCION.
014966     MOVE P-BONO TO P-NETO.
014967     IF P-APLICA-BONO NOT = 'Y' OR P-BONO = ZERO THEN
014968       EXIT PARAGRAPH
014969     END-IF.
014970     MOVE FECHA-CORRIDA-R TO P-FECHA-RET.
014971     CALL 'RETBON1A' USING P-MONEDA, P-FECHA-RET, P-BONO,
014972       P-RETENCION, P-NETO, P-PAIS-RET, P-TABLA-RET.
014973     IF P-TABLA-RET NOT = 'Y' THEN
014974       ADD 1 TO CONT-SIN-TABLA-RET
014975       DISPLAY "*** ATENCION: SIN TABLA DE RETENCION VIGENTE"
014976         " PARA " P-MONEDA ", ID " P-ID " SE PAGA SIN"
014977         " RETENER ***"
014978     END-IF.
014979     EVALUATE P-MONEDA
014980       WHEN 'USD'
014981         ADD P-RETENCION TO RETENIDO-USD
014982       WHEN 'EUR'
014983         ADD P-RETENCION TO RETENIDO-EUR
014984       WHEN 'MXN'
014985         ADD P-RETENCION TO RETENIDO-MXN
014986     END-EVALUATE.
014987     EXIT.
014988*----------------------------------------------------------
014989* DEJA EL TOTAL CONSOLIDADO EN LA PISTA DE AUDITORIA COMO
014990* REGISTRO DE CONTROL (ID '*CT*'), PARA QUE LA CIFRA
014991* CORPORATIVA SEA REPRODUCIBLE. LOS LECTORES DE AUDITORIA
014992* DEBEN OMITIR LOS IDS QUE EMPIEZAN CON ASTERISCO.
015000*----------------------------------------------------------
015010 REGISTRAR-AUD-CONSOLIDADO.
015020     IF NOT CONSOLIDACION-OK THEN
015170     END-COMPUTE.
015180     MOVE MONEDA-REPORTE TO AUD-MONEDA.
015190     MOVE 'CONSOLIDADO' TO AUD-TIPO-REND.
015191     MOVE ZERO TO AUD-RETENCION.
015192     MOVE ZERO TO AUD-NETO.
015193     MOVE SPACES TO AUD-REND-USADO.
015194     MOVE SPACES TO AUD-REND-METODO.
015195     MOVE ZERO TO AUD-REND-PERIODOS.
015196     MOVE SPACE TO AUD-CIA.
015197     MOVE ZERO TO AUD-DIFERIDO.
015198     MOVE ZERO TO AUD-CUOTA.
015200     WRITE REG-AUDITORIA.
015210     EXIT.
015220*----------------------------------------------------------
015880         END-IF
015890       END-IF
015900     END-IF.
015905     PERFORM DIFERIR-BONO.
015910     IF P-APLICA-BONO = 'Y' THEN
015920       ADD P-BONO TO YTD-ACUMULADO
015930     END-IF.
016330* DE HOY) ADMITA OTRA EJECUCION: UN PERIODO CERRADO RECHAZA
016340* LA CORRIDA NORMAL Y SOLO ADMITE LA SUPLEMENTARIA
016350* AUTORIZADA EN RUNCTL. UN PERIODO ABIERTO ES UN REINICIO
016357* (CHECKPOINT) DE UNA CORRIDA INTERRUMPIDA. CADA COMPANIA DE
016364* LA CORRIDA LLEVA SU PROPIO PERIODO (PR-CIA + PR-PERIODO). EL
016371* ARCHIVO SE DEJA ABIERTO HASTA CERRAR-PERIODO.
016380*----------------------------------------------------------
016390 VERIFICAR-PERIODO.
016400     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
016520       STOP RUN
016530     END-IF.
016535     PERFORM VERIFICAR-CIERRE-ANUAL.
016536     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
016537       IF TCC-EN-CORRIDA(CI) = 'Y' THEN
016538         PERFORM VERIFICAR-PERIODO-CIA
016539       END-IF
016540     END-PERFORM.
016541     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
016542       IF TCC-EN-CORRIDA(CI) = 'Y' THEN
016543         PERFORM ABRIR-PERIODO-CIA
016544       END-IF
016545     END-PERFORM.
016546     EXIT.
016547*----------------------------------------------------------
016548* PRIMERO SE VERIFICAN LOS PERIODOS DE TODAS LAS COMPANIAS DE
016549* LA CORRIDA Y SOLO DESPUES SE ABREN, PARA NO DEJAR PERIODOS
016550* ABIERTOS SI UNA RECHAZA. EL PERIODO CERRADO DE UNA COMPANIA
016551* NO IMPIDE CORRER LAS DEMAS: SE LIMITA LA CORRIDA CON RC-CIA.
016552*----------------------------------------------------------
016553 VERIFICAR-PERIODO-CIA.
016554     MOVE 'N' TO TCC-PER-NUEVO(CI).
016555     MOVE TCC-CIA(CI) TO PR-CIA.
016556     MOVE PERIODO-CORRIDA TO PR-PERIODO.
016560     READ PERIODO-REG
016570       INVALID KEY
016580         MOVE 'Y' TO TCC-PER-NUEVO(CI)
016590     END-READ.
016591     IF TCC-PER-NUEVO(CI) = 'Y' THEN
016592       EXIT PARAGRAPH
016593     END-IF.
016594     IF PR-CERRADO AND NOT SUPLEMENTARIA-AUTORIZADA THEN
016595       DISPLAY "*** ERROR: EL PERIODO " PERIODO-CORRIDA
016596         " DE LA COMPANIA '" TCC-CIA(CI) "' YA ESTA CERRADO"
016597         " (CORRIDA DEL " PR-FECHA-CORRIDA "). UNA SEGUNDA"
016598         " CORRIDA NORMAL DUPLICARIA EL PAGO: MARCAR"
016599         " RC-SUPLEMENTARIA EN RUNCTL SI PROCEDE, O LIMITAR LA"
016600         " CORRIDA A UNA COMPANIA ABIERTA CON RC-CIA."
016601         " CORRIDA ABORTADA ***"
016602       CLOSE PERIODO-REG
016603       MOVE 0016 TO COND-LOG
016604       PERFORM GRABAR-RUN-LOG
016605       STOP RUN
016606     END-IF.
016607     EXIT.
016608 ABRIR-PERIODO-CIA.
016609     MOVE TCC-CIA(CI) TO PR-CIA.
016610     MOVE PERIODO-CORRIDA TO PR-PERIODO.
016611     IF TCC-PER-NUEVO(CI) = 'Y' THEN
016620       MOVE FECHA-CORRIDA-R TO PR-FECHA-CORRIDA
016630       MOVE 1 TO PR-SECUENCIA
016640       MOVE 'A' TO PR-ESTADO
016650       WRITE REG-PERIODO
016660         INVALID KEY
016670           DISPLAY "*** ERROR: NO SE PUDO ABRIR EL PERIODO "
016674             PERIODO-CORRIDA " DE LA COMPANIA '" TCC-CIA(CI)
016678             "' EN PERREG, CORRIDA ABORTADA ***"
016682           MOVE 0016 TO COND-LOG
016684           PERFORM GRABAR-RUN-LOG
016690           STOP RUN
016700       END-WRITE
016710       EXIT PARAGRAPH
016720     END-IF.
016722     READ PERIODO-REG
016724       INVALID KEY
016726         CONTINUE
016728     END-READ.
016730     EVALUATE TRUE
016740       WHEN PR-ABIERTO OR PR-SUPLEMENTAL
016748         DISPLAY "*** PERIODO " PERIODO-CORRIDA " COMPANIA '"
016756           TCC-CIA(CI) "' EN PROCESO, SE CONTINUA LA CORRIDA"
016764           " (REINICIO) ***"
016772       WHEN PR-CERRADO
016780         ADD 1 TO PR-SECUENCIA
016790         MOVE 'S' TO PR-ESTADO
016800         MOVE FECHA-CORRIDA-R TO PR-FECHA-CORRIDA
016810         REWRITE REG-PERIODO
016820         DISPLAY "*** PERIODO " PERIODO-CORRIDA " COMPANIA '"
016830           TCC-CIA(CI) "' CERRADO: CORRIDA SUPLEMENTARIA"
016840           " AUTORIZADA EN RUNCTL, SECUENCIA " PR-SECUENCIA " ***"
016930     END-EVALUATE.
016931     EXIT.
016932*----------------------------------------------------------
016933* ANTES DE LA PRIMERA CORRIDA DE UN ANIO NUEVO DEBE CONSTAR
016934* EN PERREG EL CIERRE ANUAL DEL ANIO ANTERIOR (PERIODO
016935* AAAA13, QUE DEJA CIERRE1A, CORPORATIVO: PR-CIA EN BLANCO).
016936* SI ESTE ANIO YA TIENE CORRIDAS DE CUALQUIER COMPANIA, EL
016937* CONTROL YA PASO; SI EL ANIO ANTERIOR NUNCA CORRIO
016938* (INSTALACION NUEVA), NO HAY NADA QUE CERRAR.
016947*----------------------------------------------------------
016948 VERIFICAR-CIERRE-ANUAL.
016949     MOVE 'N' TO SWITCH-ANIO-ACTUAL.
016950     MOVE 'N' TO SWITCH-ANIO-PREVIO.
016951     COMPUTE ANIO-ANTERIOR = FC-ANIO - 1.
016952     MOVE 'N' TO SWITCH-FIN-PERREG.
016953     MOVE LOW-VALUES TO PR-LLAVE.
016954     START PERIODO-REG KEY >= PR-LLAVE
016955       INVALID KEY
016956         MOVE 'Y' TO SWITCH-FIN-PERREG
016964     END-START.
016965     PERFORM UNTIL FIN-PERREG
016966       READ PERIODO-REG NEXT
016967         AT END
016968           MOVE 'Y' TO SWITCH-FIN-PERREG
016969         NOT AT END
016970           COMPUTE ANIO-PERIODO = PR-PERIODO / 100
016971           IF ANIO-PERIODO = FC-ANIO THEN
016972             MOVE 'Y' TO SWITCH-ANIO-ACTUAL
016973           END-IF
016974           IF ANIO-PERIODO = ANIO-ANTERIOR THEN
016975             MOVE 'Y' TO SWITCH-ANIO-PREVIO
016976           END-IF
016977       END-READ
016978     END-PERFORM.
016979     IF ANIO-ACTUAL-CON-CORRIDAS THEN
016980       EXIT PARAGRAPH
016981     END-IF.
016982     IF NOT ANIO-PREVIO-CON-CORRIDAS THEN
016983       EXIT PARAGRAPH
016984     END-IF.
016985     COMPUTE PERIODO-BUSQUEDA = ANIO-ANTERIOR * 100 + 13.
016986     MOVE SPACE TO PR-CIA.
016989     MOVE PERIODO-BUSQUEDA TO PR-PERIODO.
016990     READ PERIODO-REG
016991       INVALID KEY
017009     END-IF.
017010     EXIT.
017011*----------------------------------------------------------
017012* MARCA EL PERIODO DE CADA COMPANIA DE LA CORRIDA COMO
017013* CERRADO AL TERMINAR LA CORRIDA COMPLETA. MIENTRAS EL ESTADO
017014* SIGA ABIERTO/SUPLEMENTAL EL REINICIO POR CHECKPOINT PUEDE
017015* VOLVER A ENTRAR.
017016*----------------------------------------------------------
017017 CERRAR-PERIODO.
017018     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
017019       IF TCC-EN-CORRIDA(CI) = 'Y' THEN
017020         PERFORM CERRAR-PERIODO-CIA
017021       END-IF
017022     END-PERFORM.
017023     CLOSE PERIODO-REG.
017024     EXIT.
017025 CERRAR-PERIODO-CIA.
017026     MOVE TCC-CIA(CI) TO PR-CIA.
017027     MOVE PERIODO-CORRIDA TO PR-PERIODO.
017028     READ PERIODO-REG
017030       INVALID KEY
017040         DISPLAY "*** ATENCION: NO SE PUDO RELEER EL PERIODO "
017050           PERIODO-CORRIDA " COMPANIA '" TCC-CIA(CI)
017060           "' EN PERREG ***"
017070         EXIT PARAGRAPH
017080     END-READ.
017090     MOVE 'C' TO PR-ESTADO.
017110     REWRITE REG-PERIODO
017120       INVALID KEY
017130         DISPLAY "*** ATENCION: NO SE PUDO CERRAR EL PERIODO "
017136           PERIODO-CORRIDA " COMPANIA '" TCC-CIA(CI)
017142           "' EN PERREG ***"
017150     END-REWRITE.
017160     DISPLAY "*** PERIODO " PERIODO-CORRIDA " COMPANIA '"
017170       TCC-CIA(CI)
017180       "' CERRADO EN EL REGISTRO DE PERIODOS ***".
017190     EXIT.
017191*----------------------------------------------------------
017192* ARCHIVO CENTRAL DE SUSPENSOS (SUSPENSO): ABRIR-SUSPENSO
017229       EXIT PARAGRAPH
017230     END-IF.
017231     IF P-APLICA-BONO NOT = 'Y'
017232         OR BONO-OTORGADO NOT > TOPE-APROBACION THEN
017233       EXIT PARAGRAPH
017234     END-IF.
017235     ADD 1 TO CONT-PEND-APROBAR.
017242     END-READ.
017243     MOVE P-ID TO AP-ID-EMP.
017244     MOVE FECHA-CORRIDA-R TO AP-FECHA.
017245     MOVE BONO-OTORGADO TO AP-BONO.
017246     MOVE P-MONEDA TO AP-MONEDA.
017247     MOVE 'P' TO AP-ESTADO.
017248     MOVE SPACES TO AP-SUPERVISOR.
017266 CERRAR-APROBACION.
017267     IF APROBACION-DISPONIBLE THEN
017268       CLOSE APROBACIONES
017278     END-IF.
017288     EXIT.
017298*----------------------------------------------------------
017308* ABRE (O CREA LA PRIMERA VEZ) EL CALENDARIO DE CUOTAS
017318* DIFERIDAS, SOLO SI RUNCTL TRAE UMBRAL DE DIFERIMIENTO. SIN
017328* CALENDARIO NO SE PUEDE DIFERIR Y LA CORRIDA SE DETIENE.
017338*----------------------------------------------------------
017348 ABRIR-DIFERIDO.
017358     IF UMBRAL-DIFERIDO = 0 THEN
017368       EXIT PARAGRAPH
017378     END-IF.
017388     OPEN I-O DIFERIDO.
017398     IF FS-DIFER = '35' THEN
017408       OPEN OUTPUT DIFERIDO
017418       CLOSE DIFERIDO
017428       OPEN I-O DIFERIDO
017438     END-IF.
017448     IF FS-DIFER = '00' THEN
017458       MOVE 'Y' TO SWITCH-DIF-DISP
017468     ELSE
017478       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL CALENDARIO DE"
017488         " CUOTAS DIFERIDAS DIFERIDO (FILE STATUS " FS-DIFER
017498         "), CORRIDA ABORTADA ***"
017508       MOVE 0016 TO COND-LOG
017518       PERFORM GRABAR-RUN-LOG
017528       STOP RUN
017538     END-IF.
017548     EXIT.
017558*----------------------------------------------------------
017568* BONO DIFERIDO: ARRIBA DEL UMBRAL, P-BONO QUEDA EN EL
017578* PORCENTAJE QUE SE PAGA HOY Y EL RESTO SE PARTE EN CUOTAS
017588* IGUALES (LA ULTIMA LLEVA LOS CENTAVOS QUE SOBRAN), UNA CADA
017598* MESES-CUOTA MESES A PARTIR DEL PERIODO DE LA CORRIDA. DESDE
017608* AQUI EL ACUMULADO, LA RETENCION, LOS TOTALES Y LA AUDITORIA
017618* VEN SOLO LO PAGADO HOY; CADA CUOTA ENTRA AL ACUMULADO CUANDO
017628* DIFBON1A LA PAGA. LA APROBACION DE SUPERVISOR SE DECIDE
017638* SOBRE BONO-OTORGADO (EL BONO COMPLETO).
017648*----------------------------------------------------------
017658 DIFERIR-BONO.
017668     MOVE P-BONO TO BONO-OTORGADO.
017678     MOVE ZERO TO BONO-DIFERIDO.
017688     IF NOT DIFERIDO-DISPONIBLE OR P-APLICA-BONO NOT = 'Y'
017698         OR P-BONO NOT > UMBRAL-DIFERIDO THEN
017708       EXIT PARAGRAPH
017718     END-IF.
017728     COMPUTE P-BONO ROUNDED =
017738       BONO-OTORGADO * PORC-INMEDIATO / 100.
017748     COMPUTE BONO-DIFERIDO = BONO-OTORGADO - P-BONO.
017758     COMPUTE IMPORTE-CUOTA = BONO-DIFERIDO / CUOTAS-DIFERIDAS.
017768     MOVE BONO-DIFERIDO TO RESTO-CUOTAS.
017778     PERFORM VARYING NUM-CUOTA FROM 1 BY 1
017788         UNTIL NUM-CUOTA > CUOTAS-DIFERIDAS
017798       PERFORM GRABAR-CUOTA-DIFERIDA
017808     END-PERFORM.
017818     ADD 1 TO CONT-DIFERIDOS.
017828     EVALUATE P-MONEDA
017838       WHEN 'USD'
017848         ADD BONO-DIFERIDO TO DIFERIDO-USD
017858       WHEN 'EUR'
017868         ADD BONO-DIFERIDO TO DIFERIDO-EUR
017878       WHEN 'MXN'
017888         ADD BONO-DIFERIDO TO DIFERIDO-MXN
017898     END-EVALUATE.
017908     PERFORM FORMATEAR-BONO-TOPE.
017918     DISPLAY " BONO DE ID " P-ID " ARRIBA DEL UMBRAL DE"
017928       " DIFERIMIENTO, HOY SE PAGA " FUNCTION TRIM(P-BONO-FMT)
017938       " Y EL RESTO EN " CUOTAS-DIFERIDAS " CUOTAS".
017948     EXIT.
017958*----------------------------------------------------------
017968* GRABA (O REESCRIBE, SI LA CORRIDA SE REINICIO) UNA CUOTA
017978* PENDIENTE. EL VENCIMIENTO SE CUENTA EN MESES DESDE EL
017988* PERIODO DE LA CORRIDA.
017998*----------------------------------------------------------
018008 GRABAR-CUOTA-DIFERIDA.
018018     MOVE 'N' TO SWITCH-DIF-NUEVO.
018028     MOVE P-ID TO DF-ID-EMP.
018038     MOVE FECHA-CORRIDA-R TO DF-FECHA-ORIGEN.
018048     MOVE NUM-CUOTA TO DF-CUOTA.
018058     READ DIFERIDO
018068       INVALID KEY
018078         MOVE 'Y' TO SWITCH-DIF-NUEVO
018088     END-READ.
018098     MOVE SPACES TO REG-DIFERIDO.
018108     MOVE P-ID TO DF-ID-EMP.
018118     MOVE FECHA-CORRIDA-R TO DF-FECHA-ORIGEN.
018128     MOVE NUM-CUOTA TO DF-CUOTA.
018138     MOVE CUOTAS-DIFERIDAS TO DF-CUOTAS.
018148     MOVE P-CLAVE TO DF-CLAVE.
018158     MOVE SRT-CIA TO DF-CIA.
018168     MOVE P-MONEDA TO DF-MONEDA.
018178     IF NUM-CUOTA = CUOTAS-DIFERIDAS THEN
018188       MOVE RESTO-CUOTAS TO DF-IMPORTE
018198     ELSE
018208       MOVE IMPORTE-CUOTA TO DF-IMPORTE
018218       SUBTRACT IMPORTE-CUOTA FROM RESTO-CUOTAS
018228     END-IF.
018238     COMPUTE MESES-VENCE = FC-ANIO * 12 + FC-MES - 1
018248       + NUM-CUOTA * MESES-CUOTA.
018258     DIVIDE MESES-VENCE BY 12 GIVING ANIO-VENCE
018268       REMAINDER MES-VENCE.
018278     ADD 1 TO MES-VENCE.
018288     COMPUTE DF-PERIODO-VENCE = ANIO-VENCE * 100 + MES-VENCE.
018298     MOVE 'P' TO DF-ESTADO.
018308     MOVE FECHA-CORRIDA-R TO DF-FECHA-ESTADO.
018318     MOVE ZERO TO DF-RETENCION.
018328     MOVE ZERO TO DF-PARTIDA.
018338     IF CUOTA-NUEVA THEN
018348       WRITE REG-DIFERIDO
018358         INVALID KEY
018368           DISPLAY "*** ATENCION: NO SE PUDO GRABAR LA CUOTA "
018378             NUM-CUOTA " DE ID " P-ID " EN DIFERIDO ***"
018388       END-WRITE
018398     ELSE
018408       REWRITE REG-DIFERIDO
018418         INVALID KEY
018428           DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR LA CUOTA "
018438             NUM-CUOTA " DE ID " P-ID " EN DIFERIDO ***"
018448       END-REWRITE
018458     END-IF.
018468     EXIT.
018478 CERRAR-DIFERIDO.
018488     IF DIFERIDO-DISPONIBLE THEN
018498       CLOSE DIFERIDO
018508     END-IF.
018518     EXIT.
018528 ABRIR-SUSPENSO.
018538     OPEN I-O SUSPENSO.
018548     IF FS-SUSP = '35' THEN
018558       OPEN OUTPUT SUSPENSO
018568       CLOSE SUSPENSO
018578       OPEN I-O SUSPENSO
018588     END-IF.
018598     IF FS-SUSP = '00' THEN
018608       MOVE 'Y' TO SWITCH-SUSP-DISP
018618     ELSE
018628       DISPLAY "*** ATENCION: NO SE PUDO ABRIR SUSPENSO (FILE"
018638         " STATUS " FS-SUSP "), LOS RECHAZOS NO SE ANOTAN EN"
018648         " SUSPENSO ***"
018658     END-IF.
018668     EXIT.
018678 ANOTAR-SUSPENSO.
018688     IF NOT SUSPENSO-DISPONIBLE THEN
018698       EXIT PARAGRAPH
018708     END-IF.
018718     MOVE 'MNPROG1A' TO SU-FUENTE.
018728     MOVE 'N' TO SWITCH-SUSP-NUEVO.
018738     READ SUSPENSO
018748       INVALID KEY
018758         MOVE 'Y' TO SWITCH-SUSP-NUEVO
018768     END-READ.
018778     IF SUSPENSO-NUEVO THEN
018788       MOVE 'MNPROG1A' TO SU-FUENTE
018798       MOVE FECHA-CORRIDA-R TO SU-FECHA-ALTA
018808       MOVE FECHA-CORRIDA-R TO SU-FECHA-ULTIMA
018818       MOVE MOTIVO-SUSP TO SU-MOTIVO
018828       MOVE 1 TO SU-VECES
018838       WRITE REG-SUSPENSO
018848         INVALID KEY
018858           DISPLAY "*** ATENCION: NO SE PUDO ANOTAR EN"
018868             " SUSPENSO EL ID " SU-ID-EMP " ***"
018878       END-WRITE
018888     ELSE
018898       MOVE FECHA-CORRIDA-R TO SU-FECHA-ULTIMA
018908       MOVE MOTIVO-SUSP TO SU-MOTIVO
018918       ADD 1 TO SU-VECES
018928       REWRITE REG-SUSPENSO
018938         INVALID KEY
018948           DISPLAY "*** ATENCION: NO SE PUDO REFRESCAR EN"
018958             " SUSPENSO EL ID " SU-ID-EMP " ***"
018968       END-REWRITE
018978     END-IF.
018988     EXIT.
018998 CERRAR-SUSPENSO.
019008     IF SUSPENSO-DISPONIBLE THEN
019018       CLOSE SUSPENSO
019028     END-IF.
019038     EXIT.
019048*----------------------------------------------------------
019058* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
019068* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
019078* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). TAMBIEN SE
019088* GRABA EN LOS ABORTOS, CON CONDICION 0016.
019098*----------------------------------------------------------
019108 INICIAR-RUN-LOG.
019118     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
019128     ACCEPT HORA-ACEPT-LOG FROM TIME.
019138     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
019148     EXIT.
019158*----------------------------------------------------------
019168* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
019178* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
019188* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
019198* REGISTRA PREDEC1A.
019208*----------------------------------------------------------
019218 VERIFICAR-PREDECESORES.
019228     MOVE 'MNPROG1A' TO P-PRED-PROGRAMA.
019238     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
019248     CALL 'PREDEC1A' USING P-PRED-CADENA.
019258     IF P-PRED-RECHAZADO THEN
019268       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
019278         " CORRIDA ABORTADA ***"
019288       MOVE 0016 TO COND-LOG
019298       PERFORM GRABAR-RUN-LOG
019308       STOP RUN
019318     END-IF.
019328     EXIT.
019338 GRABAR-RUN-LOG.
019348     OPEN EXTEND RUN-LOG.
019358     IF FS-RUNLOG = '35' THEN
019368       OPEN OUTPUT RUN-LOG
019378     END-IF.
019388     IF FS-RUNLOG NOT = '00' THEN
019398       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
019408         " (FILE STATUS " FS-RUNLOG ") ***"
019418       EXIT PARAGRAPH
019428     END-IF.
019438     MOVE 'MNPROG1A' TO RL-PROGRAMA.
019448     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
019458     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
019468     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
019478     ACCEPT HORA-ACEPT-LOG FROM TIME.
019488     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
019498     IF MODO-SIMULACION THEN
019508       MOVE CANT-REG TO RL-LEIDOS
019518       MOVE SIM-PROCESADOS TO RL-ESCRITOS
019528     ELSE
019538       MOVE TOTAL-PROCESADOS TO RL-LEIDOS
019548       MOVE TOTAL-PROCESADOS TO RL-ESCRITOS
019558     END-IF.
019568     MOVE CONT-EXCLUIDOS TO RL-RECHAZADOS.
019578     MOVE COND-LOG TO RL-COND.
019588     MOVE P-PRED-RESULTADO TO RL-TIPO.
019598     MOVE P-PRED-PASO TO RL-PREDECESOR.
019608     MOVE P-PRED-COND TO RL-COND-PRED.
019618     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
019628     MOVE SPACES TO RL-MOTIVO.
019638     IF MODO-SIMULACION THEN
019648       MOVE 'S' TO RL-TIPO
019658     END-IF.
019668     WRITE REG-RUN-LOG.
019678     CLOSE RUN-LOG.
019688     EXIT.
019698 END PROGRAM MNPROG1A.
