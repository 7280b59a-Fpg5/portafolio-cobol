000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: PROGRAMA SECUNDARIO QUE CALCULA LA RETENCION DE       *
000050*           IMPUESTO SOBRE UN BONO YA DECIDIDO (PAGO             *
000060*           EXTRAORDINARIO). LA PRIMERA LLAMADA CARGA LA TABLA   *
000070*           DE RETENCIONES (RETTAB): POR MONEDA Y PAIS FISCAL,   *
000080*           CON FECHA DE VIGENCIA, UNA TASA FIJA ('F') O UNA     *
000090*           TARIFA POR TRAMOS ('T': LIMITE INFERIOR, CUOTA FIJA  *
000100*           Y TASA SOBRE EL EXCEDENTE). CADA LLAMADA TOMA LA     *
000110*           VIGENCIA MAS RECIENTE QUE NO EXCEDA LA FECHA DE LA   *
000120*           CORRIDA Y DEVUELVE LA RETENCION Y EL NETO. SIN       *
000130*           TABLA PARA LA MONEDA LA RETENCION ES CERO Y SE       *
000140*           AVISA AL LLAMADOR. LO LLAMAN LA CORRIDA DE BONOS     *
000150*           (MNPROG1A) Y LOS AJUSTES RETROACTIVOS (AJUBON1A).    *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. RETBON1A.
000190 ENVIRONMENT DIVISION.
000200*CONFIGURATION SECTION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT TABLA-RETENCION ASSIGN TO RETTAB
000240       ORGANIZATION IS SEQUENTIAL
000250       FILE STATUS IS FS-RETTAB.
000260 DATA DIVISION.
000270 FILE SECTION.
000280   FD TABLA-RETENCION
000290       RECORDING MODE IS F
000300       DATA RECORD IS REG-RETENCION.
000310   01 REG-RETENCION.
000320     05 RN-MONEDA         PIC X(3).
000330     05 RN-PAIS           PIC X(2).
000340     05 RN-FECHA-VIG      PIC 9(8).
000350     05 RN-TIPO           PIC X(1).
000360       88 RN-TASA-FIJA                    VALUE 'F'.
000370       88 RN-TARIFA-TRAMOS                VALUE 'T'.
000380     05 RN-LIMITE-INF     PIC 9(7)V99.
000390     05 RN-CUOTA-FIJA     PIC 9(7)V99.
000400     05 RN-TASA           PIC 99V99.
000410     05 FILLER            PIC X(4).
000420 WORKING-STORAGE SECTION.
000430   77 FS-RETTAB         PIC XX            VALUE '00'.
000440   01 SWITCH-TABLA-CARGADA PIC X          VALUE 'N'.
000450     88 TABLA-CARGADA                     VALUE 'Y'.
000460   01 SWITCH-FIN-RN     PIC X             VALUE 'N'.
000470     88 FIN-RN                            VALUE 'Y'.
000480* TABLA DE RETENCIONES EN MEMORIA, TAL COMO VIENE EN RETTAB.
000490* LOS TRAMOS DE UNA MISMA MONEDA Y VIGENCIA PUEDEN VENIR EN
000500* CUALQUIER ORDEN: LA BUSQUEDA TOMA EL LIMITE INFERIOR MAYOR
000510* QUE NO EXCEDA EL BONO BRUTO.
000520   01 TABLA-RET.
000530     05 CANT-RET          PIC 9(3)        VALUE 000.
000540     05 ENTRADA-RET OCCURS 200 TIMES.
000550       10 TR-MONEDA       PIC X(3).
000560       10 TR-PAIS         PIC X(2).
000570       10 TR-FECHA-VIG    PIC 9(8).
000580       10 TR-TIPO         PIC X(1).
000590       10 TR-LIMITE-INF   PIC 9(7)V99.
000600       10 TR-CUOTA-FIJA   PIC 9(7)V99.
000610       10 TR-TASA         PIC 99V99.
000620   77 RI                PIC 9(3)          VALUE 000.
000630   77 RI-HALLADO        PIC 9(3)          VALUE 000.
000640   77 VIGENCIA-HALLADA  PIC 9(8)          VALUE 0.
000650   77 LIMITE-HALLADO    PIC 9(7)V99       VALUE 0.
000660   77 RETENCION-CALC    PIC 9(9)V99       VALUE 0.
000670 LINKAGE SECTION.
000680* VARIABLES RECIBIDAS
000690   01 R-MONEDA          PIC X(3).
000700   01 R-FECHA           PIC 9(8).
000710   01 R-BRUTO           PIC 9(7)V99.
000720* VARIABLES DEVUELTAS
000730   01 R-RETENCION       PIC 9(7)V99.
000740   01 R-NETO            PIC 9(7)V99.
000750   01 R-PAIS            PIC X(2).
000760   01 R-TABLA-HALLADA   PIC X.
000770     88 R-CON-TABLA                       VALUE 'Y'.
000780 PROCEDURE DIVISION USING R-MONEDA, R-FECHA, R-BRUTO,
000790-    R-RETENCION, R-NETO, R-PAIS, R-TABLA-HALLADA.
000800 MAIN-PROCEDURE.
000810     IF NOT TABLA-CARGADA THEN
000820       PERFORM CARGAR-TABLA-RETENCION
000830     END-IF.
000840     MOVE ZERO TO R-RETENCION.
000850     MOVE R-BRUTO TO R-NETO.
000860     MOVE SPACES TO R-PAIS.
000870     MOVE 'N' TO R-TABLA-HALLADA.
000880     IF R-BRUTO = ZERO THEN
000890       GOBACK
000900     END-IF.
000910     PERFORM BUSCAR-VIGENCIA.
000920     IF VIGENCIA-HALLADA = ZERO THEN
000930       GOBACK
000940     END-IF.
000950     PERFORM BUSCAR-TRAMO.
000960     IF RI-HALLADO = ZERO THEN
000970       GOBACK
000980     END-IF.
000990     PERFORM CALCULAR-RETENCION.
001000     GOBACK.
001010*----------------------------------------------------------
001020* CARGA RETTAB UNA SOLA VEZ POR CORRIDA. SIN ARCHIVO TODAS
001030* LAS LLAMADAS DEVUELVEN RETENCION CERO (SIN TABLA) Y EL
001040* LLAMADOR LO REPORTA POR EMPLEADO.
001050*----------------------------------------------------------
001060 CARGAR-TABLA-RETENCION.
001070     MOVE 'Y' TO SWITCH-TABLA-CARGADA.
001080     OPEN INPUT TABLA-RETENCION.
001090     IF FS-RETTAB NOT = '00' THEN
001100       DISPLAY "*** ATENCION: NO SE ENCONTRO LA TABLA DE"
001110         " RETENCIONES RETTAB (FILE STATUS " FS-RETTAB
001120         "), LOS BONOS SE PAGAN SIN RETENCION ***"
001130       EXIT PARAGRAPH
001140     END-IF.
001150     PERFORM LEER-TABLA-RETENCION.
001160     PERFORM UNTIL FIN-RN
001170       IF CANT-RET < 200 THEN
001180         ADD 1 TO CANT-RET
001190         MOVE RN-MONEDA TO TR-MONEDA(CANT-RET)
001200         MOVE RN-PAIS TO TR-PAIS(CANT-RET)
001210         MOVE RN-FECHA-VIG TO TR-FECHA-VIG(CANT-RET)
001220         MOVE RN-TIPO TO TR-TIPO(CANT-RET)
001230         MOVE RN-LIMITE-INF TO TR-LIMITE-INF(CANT-RET)
001240         MOVE RN-CUOTA-FIJA TO TR-CUOTA-FIJA(CANT-RET)
001250         MOVE RN-TASA TO TR-TASA(CANT-RET)
001260       ELSE
001270         DISPLAY "*** ATENCION: TABLA DE RETENCIONES LLENA, SE"
001280           " IGNORA " RN-MONEDA " " RN-FECHA-VIG " ***"
001290       END-IF
001300       PERFORM LEER-TABLA-RETENCION
001310     END-PERFORM.
001320     CLOSE TABLA-RETENCION.
001330     EXIT.
001340 LEER-TABLA-RETENCION.
001350     READ TABLA-RETENCION
001360       AT END
001370         MOVE 'Y' TO SWITCH-FIN-RN
001380     END-READ.
001390     EXIT.
001400*----------------------------------------------------------
001410* VIGENCIA MAS RECIENTE DE LA MONEDA QUE NO EXCEDA LA FECHA
001420* DE LA CORRIDA: UNA TARIFA NUEVA CARGADA POR ADELANTADO NO
001430* SE APLICA ANTES DE SU FECHA.
001440*----------------------------------------------------------
001450 BUSCAR-VIGENCIA.
001460     MOVE ZERO TO VIGENCIA-HALLADA.
001470     PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > CANT-RET
001480       IF TR-MONEDA(RI) = R-MONEDA
001490           AND TR-FECHA-VIG(RI) <= R-FECHA
001500           AND TR-FECHA-VIG(RI) > VIGENCIA-HALLADA THEN
001510         MOVE TR-FECHA-VIG(RI) TO VIGENCIA-HALLADA
001520       END-IF
001530     END-PERFORM.
001540     EXIT.
001550*----------------------------------------------------------
001560* DENTRO DE LA VIGENCIA: UNA TASA FIJA APLICA A TODO EL
001570* BONO; EN LA TARIFA POR TRAMOS SE TOMA EL TRAMO CON EL
001580* LIMITE INFERIOR MAYOR QUE NO EXCEDA EL BONO BRUTO.
001590*----------------------------------------------------------
001600 BUSCAR-TRAMO.
001610     MOVE ZERO TO RI-HALLADO.
001620     MOVE ZERO TO LIMITE-HALLADO.
001630     PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > CANT-RET
001640       IF TR-MONEDA(RI) = R-MONEDA
001650           AND TR-FECHA-VIG(RI) = VIGENCIA-HALLADA THEN
001660         IF TR-TIPO(RI) = 'F' THEN
001670           MOVE RI TO RI-HALLADO
001680           MOVE CANT-RET TO RI
001690         ELSE
001700           IF TR-LIMITE-INF(RI) <= R-BRUTO
001710               AND (RI-HALLADO = ZERO
001720                 OR TR-LIMITE-INF(RI) >= LIMITE-HALLADO) THEN
001730             MOVE RI TO RI-HALLADO
001740             MOVE TR-LIMITE-INF(RI) TO LIMITE-HALLADO
001750           END-IF
001760         END-IF
001770       END-IF
001780     END-PERFORM.
001790     EXIT.
001800*----------------------------------------------------------
001810* RETENCION = CUOTA FIJA + TASA SOBRE EL EXCEDENTE DEL
001820* LIMITE INFERIOR (EN TASA FIJA, LIMITE Y CUOTA EN CERO),
001830* REDONDEADA AL CENTAVO Y NUNCA MAYOR QUE EL BONO BRUTO.
001840*----------------------------------------------------------
001850 CALCULAR-RETENCION.
001860     MOVE 'Y' TO R-TABLA-HALLADA.
001870     MOVE TR-PAIS(RI-HALLADO) TO R-PAIS.
001880     IF TR-TIPO(RI-HALLADO) = 'F' THEN
001890       COMPUTE RETENCION-CALC ROUNDED =
001900         R-BRUTO * TR-TASA(RI-HALLADO) / 100
001910     ELSE
001920       COMPUTE RETENCION-CALC ROUNDED =
001930         TR-CUOTA-FIJA(RI-HALLADO) +
001940         (R-BRUTO - TR-LIMITE-INF(RI-HALLADO))
001950         * TR-TASA(RI-HALLADO) / 100
001960     END-IF.
001970     IF RETENCION-CALC > R-BRUTO THEN
001980       MOVE R-BRUTO TO RETENCION-CALC
001990     END-IF.
002000     MOVE RETENCION-CALC TO R-RETENCION.
002010     COMPUTE R-NETO = R-BRUTO - R-RETENCION.
002020     EXIT.
002030 END PROGRAM RETBON1A.
