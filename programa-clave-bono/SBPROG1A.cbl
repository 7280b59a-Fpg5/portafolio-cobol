000201*                   DEPTREF) SELECCIONA EL JUEGO EN CADA         *
000202*                   LLAMADA; EN BLANCO O SIN REGISTRO RIGE EL    *
000203*                   JUEGO BASE.                                  *
000204*   15/10/2026 FPG  PROMEDIO DE CALIFICACIONES POR PLAN: CON     *
000205*                   TB-PROM-PERIODOS MAYOR A 1 EL NIVEL SE       *
000206*                   DECIDE CON EL PROMEDIO DE LOS ULTIMOS N      *
000207*                   PERIODOS DE RENDHIST; R-REND-DERIV DEVUELVE  *
000208*                   LA CALIFICACION USADA.                       *
000209******************************************************************
000210 IDENTIFICATION DIVISION.                                         
000220 PROGRAM-ID. SBPROG1A.                                            
000230 ENVIRONMENT DIVISION.                                            
000290     SELECT TASAS-PROP ASSIGN TO BONOPROP
000300       ORGANIZATION IS SEQUENTIAL
000310       FILE STATUS IS FS-TASAS-PROP.
000311     SELECT REND-HIST ASSIGN TO RENDHIST
000312       ORGANIZATION IS INDEXED
000313       ACCESS MODE IS DYNAMIC
000314       RECORD KEY IS RH-LLAVE
000315       FILE STATUS IS FS-RENDHIST.
000320 DATA DIVISION.
000330 FILE SECTION.
000340   FD TASAS-BONO
000460     05 TB-MULT-ANT-PASO  PIC V99.
000470     05 TB-MULT-ANT-MAX   PIC V99.
000472     05 TB-PLAN           PIC X(2).
000474     05 TB-PROM-PERIODOS  PIC 9.
000476     05 TB-PROM-PESO      PIC X.
000480     05 FILLER            PIC X(3).
000490   FD TASAS-PROP
000500       RECORDING MODE IS F
000510       DATA RECORD IS REG-TASAS-PROP.
000610     05 PB-MULT-ANT-PASO  PIC V99.
000620     05 PB-MULT-ANT-MAX   PIC V99.
000622     05 PB-PLAN           PIC X(2).
000624     05 PB-PROM-PERIODOS  PIC 9.
000626     05 PB-PROM-PESO      PIC X.
000630     05 FILLER            PIC X(3).
000632   FD REND-HIST
000634       RECORDING MODE IS F
000636       DATA RECORD IS REG-REND-HIST.
000638   COPY RNDHSTRG.
000640 WORKING-STORAGE SECTION.
000650   77 NUM-ANT         PIC 999           VALUE 000.
000660   77 NUM-REND        PIC 999           VALUE 000.
000750   77 ANT-PASO        PIC 999           VALUE 005.
000760   77 MULT-ANT-PASO   PIC V99           VALUE .01.
000770   77 MULT-ANT-MAX    PIC V99           VALUE .05.
000772   01 PROM-VIGENTE.
000774     05 PROM-PERIODOS   PIC 9             VALUE 0.
000776     05 PROM-PESO       PIC X             VALUE SPACE.
000780   77 CONST-BASE      PIC 9V99          VALUE 000.
000790   77 EXTRA-ANT       PIC V99           VALUE 000.
000800   77 PASOS-ANT       PIC 999           VALUE 000.
000810   77 PORC-FINAL      PIC 99            VALUE 00.
000811* HISTORIAL DE CALIFICACIONES (RENDHIST) PARA LOS PLANES QUE
000812* PROMEDIAN; SE ABRE LA PRIMERA VEZ QUE UN PLAN LO PIDE.
000813   77 FS-RENDHIST     PIC XX            VALUE '00'.
000814   01 SWITCH-RENDHIST PIC X             VALUE SPACE.
000815     88 RENDHIST-ABIERTO                VALUE 'Y'.
000816     88 RENDHIST-NO-DISPONIBLE          VALUE 'N'.
000817   01 SWITCH-FIN-RH   PIC X             VALUE 'N'.
000818     88 FIN-RH                          VALUE 'Y'.
000819   77 PERIODO-TOPE    PIC 9(6)          VALUE 0.
000820* VARIABLES DEL PRORRATEO POR MESES TRABAJADOS EN EL ANIO.
000830   77 ANIO-CORRIDA    PIC 9(4)          VALUE 0000.
000840   77 ANIO-ALTA       PIC 9(4)          VALUE 0000.
000850   77 MES-ALTA        PIC 99            VALUE 00.
000860   77 MESES-TRABAJADOS PIC 99           VALUE 00.
000861* SERIE DE CALIFICACIONES DEL PROMEDIO (HASTA 9 PERIODOS).
000862   77 CANT-SERIE      PIC 99            VALUE 00.
000863   77 SR              PIC 99            VALUE 00.
000864   77 PESO-SERIE      PIC 99            VALUE 00.
000865   77 SUMA-PESOS      PIC 9(3)          VALUE 0.
000866   77 SUMA-SERIE      PIC 9(6)          VALUE 0.
000867   77 REND-PROMEDIO   PIC 9(3)          VALUE 0.
000868   01 TABLA-SERIE.
000869     05 REND-SERIE OCCURS 9 TIMES PIC 9(3).
000870* VARIABLES PARA EL FORMATEO DEL BONO SEGUN LA MONEDA DEL EMPLEADO
000880   77 SIMBOLO-MONEDA  PIC X(3)          VALUE '$'.
000890   77 BONO-ED         PIC ZZZZZZ9.99.
000930     88 PROP-CARGADAS                   VALUE 'Y'.
000940   77 FS-TASAS-PROP   PIC XX            VALUE '00'.
000950   77 ORIGEN-VIGENTE  PIC X             VALUE ' '.
000951* PROMEDIO DE CALIFICACIONES DEL JUEGO BASE DE PRODUCCION Y
000952* DEL PROPUESTO: N PERIODOS Y PESO ('S' SIMPLE).
000953   01 PROM-BASE-ACT.
000954     05 ACT-PROM-PERIODOS PIC 9         VALUE 0.
000955     05 ACT-PROM-PESO   PIC X           VALUE SPACE.
000956   01 PROM-BASE-PRP.
000957     05 PRP-PROM-PERIODOS PIC 9         VALUE 0.
000958     05 PRP-PROM-PESO   PIC X           VALUE SPACE.
000960* JUEGOS DE TASAS GUARDADOS: EL DE PRODUCCION (BONORATE) Y EL
000970* PROPUESTO (BONOPROP). SELECCIONAR-TASAS COPIA EL JUEGO QUE
000980* PIDE CADA LLAMADA A LAS VARIABLES DE TRABAJO, LO QUE PERMITE
001260     88 ESP-ENC                         VALUE 'Y'.               
001270   01 SWITCH-FIN-ENC  PIC X             VALUE 'N'.               
001280     88 FIN-ENC                         VALUE 'Y'.               
001281* N PERIODOS Y PESO DEL PROMEDIO DE CADA PLAN, EN PARALELO A
001282* TABLA-PLANES-ACT Y TABLA-PLANES-PRP.
001283   01 TABLA-PROM-PLANES.
001284     05 ENTRADA-PROM-ACT OCCURS 20 TIMES.
001285       10 APL-PROM-PERIODOS PIC 9.
001286       10 APL-PROM-PESO     PIC X.
001287     05 ENTRADA-PROM-PRP OCCURS 20 TIMES.
001288       10 PPL-PROM-PERIODOS PIC 9.
001289       10 PPL-PROM-PESO     PIC X.
001290 LINKAGE SECTION.                                                
001300* VARIABLES RECIBIDAS                                            
001310   01 R-ID            PIC X(4).                                  
001590   01 R-FECHA-STATUS  PIC X(6).
001600   01 R-FECHA-CORRIDA PIC X(8).
001602   01 R-PLAN          PIC X(2).
001603* CALIFICACION CON QUE SE DECIDIO EL NIVEL Y COMO SE OBTUVO:
001604* 'U' LA ULTIMA, 'P' PROMEDIO PONDERADO O 'S' SIMPLE.
001605   01 R-REND-DERIV.
001606     05 R-REND-USADO    PIC X(3).
001607     05 R-REND-METODO   PIC X(1).
001608     05 R-REND-PERIODOS PIC 9(1).
001610 PROCEDURE DIVISION USING R-ID, R-NOM, R-SEXO, R-PUESTO, R-ANT,
001620-    R-REND, R-SAL, R-TIPO-EMPLEO, R-MONEDA, R-CLAVE,
001630-    R-APLICA-BONO, R-BONO, R-PORC-APLICADO, R-TIPO-REND,
001640-    R-BONO-FMT, R-ORIGEN-TASAS, R-FECHA-ALTA, R-STATUS,
001650-    R-FECHA-STATUS, R-FECHA-CORRIDA, R-PLAN,
001655-    R-REND-DERIV.
001660 MAIN-PROCEDURE.
001670     PERFORM SELECCIONAR-TASAS.
001680     PERFORM LIMPIAR-VARIABLES.
001685     PERFORM DERIVAR-REND-USADO.
001690     PERFORM GENERAR-CLAVE.
001700     PERFORM APLICAR-BONO.
001710     PERFORM FORMATEAR-BONO.
002310         IF TB-MULT-ANT-MAX NOT = ZEROS THEN
002312           MOVE TB-MULT-ANT-MAX TO ACT-MULT-ANT-MAX
002314         END-IF
002315         PERFORM TOMAR-PROM-BASE-ACT
002316       END-IF
002318       EXIT PARAGRAPH
002320     END-IF.
002418       MOVE TB-MULT-ANT-MAX TO
002420         APL-MULT-ANT-MAX(CANT-PLANES-ACT)
002422     END-IF.
002423     PERFORM ANOTAR-PROM-PLAN-ACT.
002424     EXIT.
002430*----------------------------------------------------------
002432* TASAS PROPUESTAS (BONOPROP) PARA EL MODO SIMULACION, CON
002536         IF PB-MULT-ANT-MAX NOT = ZEROS THEN
002538           MOVE PB-MULT-ANT-MAX TO PRP-MULT-ANT-MAX
002540         END-IF
002541         PERFORM TOMAR-PROM-BASE-PRP
002542       END-IF
002544       EXIT PARAGRAPH
002546     END-IF.
002644       MOVE PB-MULT-ANT-MAX TO
002646         PPL-MULT-ANT-MAX(CANT-PLANES-PRP)
002648     END-IF.
002649     PERFORM ANOTAR-PROM-PLAN-PRP.
002650     EXIT.
002651*----------------------------------------------------------
002652* PROMEDIO DE CALIFICACIONES DEL JUEGO BASE (REGISTRO SIN
002653* PLAN) Y DE CADA PLAN: N PERIODOS Y PESO. EL PLAN PARTE DEL
002654* JUEGO BASE Y SOLO TOMA N DEL REGISTRO SI NO ES CERO.
002655*----------------------------------------------------------
002656 TOMAR-PROM-BASE-ACT.
002657     IF TB-PROM-PERIODOS NUMERIC
002658         AND TB-PROM-PERIODOS NOT = ZERO THEN
002659       MOVE TB-PROM-PERIODOS TO ACT-PROM-PERIODOS
002660       MOVE TB-PROM-PESO TO ACT-PROM-PESO
002661     END-IF.
002662     EXIT.
002663 ANOTAR-PROM-PLAN-ACT.
002664     MOVE PROM-BASE-ACT TO ENTRADA-PROM-ACT(CANT-PLANES-ACT).
002665     IF TB-PROM-PERIODOS NUMERIC
002666         AND TB-PROM-PERIODOS NOT = ZERO THEN
002667       MOVE TB-PROM-PERIODOS TO
002668         APL-PROM-PERIODOS(CANT-PLANES-ACT)
002669       MOVE TB-PROM-PESO TO APL-PROM-PESO(CANT-PLANES-ACT)
002670     END-IF.
002671     EXIT.
002672 TOMAR-PROM-BASE-PRP.
002673     IF PB-PROM-PERIODOS NUMERIC
002674         AND PB-PROM-PERIODOS NOT = ZERO THEN
002675       MOVE PB-PROM-PERIODOS TO PRP-PROM-PERIODOS
002676       MOVE PB-PROM-PESO TO PRP-PROM-PESO
002677     END-IF.
002678     EXIT.
002679 ANOTAR-PROM-PLAN-PRP.
002680     MOVE PROM-BASE-PRP TO ENTRADA-PROM-PRP(CANT-PLANES-PRP).
002681     IF PB-PROM-PERIODOS NUMERIC
002682         AND PB-PROM-PERIODOS NOT = ZERO THEN
002683       MOVE PB-PROM-PERIODOS TO
002684         PPL-PROM-PERIODOS(CANT-PLANES-PRP)
002685       MOVE PB-PROM-PESO TO PPL-PROM-PESO(CANT-PLANES-PRP)
002686     END-IF.
002687     EXIT.
002688*----------------------------------------------------------
002689* CALIFICACION CON QUE SE DECIDE EL NIVEL. SIN PROMEDIO EN
002690* EL PLAN (PROM-PERIODOS 0 O 1) ES LA ULTIMA, R-REND. CON
002691* PROMEDIO SE TOMAN DE RENDHIST LOS ULTIMOS N PERIODOS HASTA
002692* EL DE LA CORRIDA Y EL MAS RECIENTE SE SUSTITUYE POR R-REND
002693* (EL MAESTRO, O EL HIPOTETICO DE LA CONSULTA, MANDA SOBRE
002694* LO HISTORIADO). PONDERADO: EL PERIODO MAS RECIENTE PESA N,
002695* EL ANTERIOR N-1 Y ASI HASTA 1; CON PESO 'S' TODOS PESAN
002696* IGUAL. SIN RENDHIST SE USA LA ULTIMA Y SE AVISA UNA VEZ.
002697*----------------------------------------------------------
002698 DERIVAR-REND-USADO.
002699     MOVE R-REND TO R-REND-USADO.
002700     MOVE 'U' TO R-REND-METODO.
002701     MOVE 1 TO R-REND-PERIODOS.
002702     IF PROM-PERIODOS NOT NUMERIC OR PROM-PERIODOS < 2
002703         OR R-REND NOT NUMERIC OR RENDHIST-NO-DISPONIBLE THEN
002704       EXIT PARAGRAPH
002705     END-IF.
002706     IF NOT RENDHIST-ABIERTO THEN
002707       PERFORM ABRIR-REND-HIST
002708       IF NOT RENDHIST-ABIERTO THEN
002709         EXIT PARAGRAPH
002710       END-IF
002711     END-IF.
002712     MOVE 999999 TO PERIODO-TOPE.
002713     IF R-FECHA-CORRIDA(1:6) NUMERIC THEN
002714       MOVE R-FECHA-CORRIDA(1:6) TO PERIODO-TOPE
002715     END-IF.
002716     MOVE 0 TO CANT-SERIE.
002717     MOVE 'N' TO SWITCH-FIN-RH.
002718     MOVE R-ID TO RH-ID-EMP.
002719     MOVE ZERO TO RH-PERIODO.
002720     START REND-HIST KEY IS NOT LESS THAN RH-LLAVE
002721       INVALID KEY
002722         MOVE 'Y' TO SWITCH-FIN-RH
002723     END-START.
002724     IF NOT FIN-RH THEN
002725       PERFORM LEER-REND-HIST
002726     END-IF.
002727     PERFORM UNTIL FIN-RH
002728       PERFORM ANOTAR-REND-SERIE
002729       PERFORM LEER-REND-HIST
002730     END-PERFORM.
002731     IF CANT-SERIE = 0 THEN
002732       MOVE 1 TO CANT-SERIE
002733     END-IF.
002734     MOVE R-REND TO REND-SERIE(CANT-SERIE).
002735     IF CANT-SERIE < 2 THEN
002736       EXIT PARAGRAPH
002737     END-IF.
002738     MOVE 0 TO SUMA-SERIE.
002739     MOVE 0 TO SUMA-PESOS.
002740     PERFORM VARYING SR FROM 1 BY 1 UNTIL SR > CANT-SERIE
002741       IF PROM-PESO = 'S' THEN
002742         MOVE 1 TO PESO-SERIE
002743       ELSE
002744         MOVE SR TO PESO-SERIE
002745       END-IF
002746       COMPUTE SUMA-SERIE =
002747         SUMA-SERIE + (REND-SERIE(SR) * PESO-SERIE)
002748       ADD PESO-SERIE TO SUMA-PESOS
002749     END-PERFORM.
002750     COMPUTE REND-PROMEDIO ROUNDED = SUMA-SERIE / SUMA-PESOS.
002751     MOVE REND-PROMEDIO TO R-REND-USADO.
002752     IF PROM-PESO = 'S' THEN
002753       MOVE 'S' TO R-REND-METODO
002754     ELSE
002755       MOVE 'P' TO R-REND-METODO
002756     END-IF.
002757     MOVE CANT-SERIE TO R-REND-PERIODOS.
002758     EXIT.
002759 ABRIR-REND-HIST.
002760     OPEN INPUT REND-HIST.
002761     IF FS-RENDHIST = '00' THEN
002762       MOVE 'Y' TO SWITCH-RENDHIST
002763     ELSE
002764       MOVE 'N' TO SWITCH-RENDHIST
002765       DISPLAY "*** ATENCION: NO SE PUDO ABRIR RENDHIST (FILE"
002766         " STATUS " FS-RENDHIST "), EL NIVEL SE DECIDE CON LA"
002767         " ULTIMA CALIFICACION ***"
002768     END-IF.
002769     EXIT.
002770 LEER-REND-HIST.
002771     READ REND-HIST NEXT
002772       AT END
002773         MOVE 'Y' TO SWITCH-FIN-RH
002774       NOT AT END
002775         IF RH-ID-EMP NOT = R-ID OR RH-PERIODO > PERIODO-TOPE THEN
002776           MOVE 'Y' TO SWITCH-FIN-RH
002777         END-IF
002778     END-READ.
002779     EXIT.
002780*----------------------------------------------------------
002781* GUARDA LA CALIFICACION DEL PERIODO LEIDO AL FINAL DE LA
002782* SERIE; CON LA SERIE LLENA (N PERIODOS) SE DESCARTA LA MAS
002783* ANTIGUA. UNA CALIFICACION NO NUMERICA NO ENTRA.
002784*----------------------------------------------------------
002785 ANOTAR-REND-SERIE.
002786     IF RH-REND NOT NUMERIC THEN
002787       EXIT PARAGRAPH
002788     END-IF.
002789     IF CANT-SERIE < PROM-PERIODOS THEN
002790       ADD 1 TO CANT-SERIE
002791     ELSE
002792       PERFORM VARYING SR FROM 2 BY 1 UNTIL SR > CANT-SERIE
002793         MOVE REND-SERIE(SR) TO REND-SERIE(SR - 1)
002794       END-PERFORM
002795     END-IF.
002796     MOVE RH-REND TO REND-SERIE(CANT-SERIE).
002797     EXIT.
002800*----------------------------------------------------------
002810* COPIA A LAS VARIABLES DE TRABAJO EL JUEGO DE TASAS QUE
002820* PIDE LA LLAMADA (R-ORIGEN-TASAS Y R-PLAN), CARGANDO EL
003258       MOVE APL-ANT-PASO(IDX-PLAN) TO ANT-PASO
003260       MOVE APL-MULT-ANT-PASO(IDX-PLAN) TO MULT-ANT-PASO
003262       MOVE APL-MULT-ANT-MAX(IDX-PLAN) TO MULT-ANT-MAX
003263       MOVE ENTRADA-PROM-ACT(IDX-PLAN) TO PROM-VIGENTE
003264     ELSE
003266       MOVE ACT-TASA-10 TO CONST-10
003268       MOVE ACT-TASA-15 TO CONST-15
003280       MOVE ACT-ANT-PASO TO ANT-PASO
003282       MOVE ACT-MULT-ANT-PASO TO MULT-ANT-PASO
003284       MOVE ACT-MULT-ANT-MAX TO MULT-ANT-MAX
003285       MOVE PROM-BASE-ACT TO PROM-VIGENTE
003286     END-IF.
003288     MOVE 'A' TO ORIGEN-VIGENTE.
003290     MOVE R-PLAN TO PLAN-VIGENTE.
003330       MOVE PPL-ANT-PASO(IDX-PLAN) TO ANT-PASO
003332       MOVE PPL-MULT-ANT-PASO(IDX-PLAN) TO MULT-ANT-PASO
003334       MOVE PPL-MULT-ANT-MAX(IDX-PLAN) TO MULT-ANT-MAX
003335       MOVE ENTRADA-PROM-PRP(IDX-PLAN) TO PROM-VIGENTE
003336     ELSE
003338       MOVE PRP-TASA-10 TO CONST-10
003340       MOVE PRP-TASA-15 TO CONST-15
003352       MOVE PRP-ANT-PASO TO ANT-PASO
003354       MOVE PRP-MULT-ANT-PASO TO MULT-ANT-PASO
003356       MOVE PRP-MULT-ANT-MAX TO MULT-ANT-MAX
003357       MOVE PROM-BASE-PRP TO PROM-VIGENTE
003358     END-IF.
003360     MOVE 'P' TO ORIGEN-VIGENTE.
003362     MOVE R-PLAN TO PLAN-VIGENTE.
003364     EXIT.
003365 APLICAR-BONO.
003366     COMPUTE NUM-REND = FUNCTION NUMVAL(R-REND-USADO).
003367     COMPUTE NUM-ANT = FUNCTION NUMVAL(R-ANT).
003368     COMPUTE NUM-SAL = FUNCTION NUMVAL(R-SAL).
003369     IF NOT R-STATUS-ACTIVO THEN
