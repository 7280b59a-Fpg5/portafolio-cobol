000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: LIBERACION DE CUOTAS DE BONO DIFERIDO. RECORRE EL     *
000050*           CALENDARIO DIFERIDO QUE GRABA LA CORRIDA (MNPROG1A)  *
000060*           Y, POR CADA CUOTA PENDIENTE CUYO PERIODO DE          *
000070*           VENCIMIENTO (AAAAMM) YA LLEGO: SI EL EMPLEADO CAUSO  *
000080*           BAJA (STATUS-MAST 'B') LA CUOTA SE PIERDE; SI EL     *
000090*           BONO DE ORIGEN SIGUE PENDIENTE DE APROBACION         *
000100*           (APRREG) O SU PERIODO NO ESTA CERRADO (PERREG) SE    *
000110*           DETIENE HASTA LA SIGUIENTE LIBERACION, Y SI FUE      *
000120*           RECHAZADO SE PIERDE. LAS DEMAS SE LIBERAN: RETENCION *
000130*           POR RETBON1A CON LA TABLA VIGENTE HOY, REGISTRO DE   *
000140*           AUDITORIA TIPO-REND DIFERIDO EN DIFAUD (LAYOUT       *
000150*           AUDITREG, PARA BANPAG1A Y CONTAB1A COMO AUDITIN) Y   *
000160*           EN AUDHIST, TOTALES DE CONTROL EN DIFCTL (LAYOUT     *
000170*           CTLTOTRG, COMO CTLTOT DE CONTAB1A) Y SUMA AL         *
000180*           ACUMULADO YTDBONO DEL ANIO EN QUE SE PAGA. EL TOPE   *
000190*           ANUAL NO SE VUELVE A APLICAR: SE APLICO AL BONO      *
000200*           COMPLETO AL DECIDIRLO. DIFAUD NO SE ARCHIVA CON      *
000210*           ARCGEN1A: LAS CUOTAS YA QUEDAN EN AUDHIST. REPORTE   *
000220*           EN RPTDIFB.                                          *
000222* MOD-HISTORY:                                                   *
000224*   15/10/2026 FPG  EL ENCABEZADO DE LA COLUMNA MOTIVO DEL       *
000226*                   REPORTE YA NO SE TRUNCA.                     *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DIFBON1A.
000260 ENVIRONMENT DIVISION.
000270*CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DIFERIDO ASSIGN TO DIFERIDO
000310       ORGANIZATION IS INDEXED
000320       ACCESS MODE IS DYNAMIC
000330       RECORD KEY IS DF-LLAVE
000340       FILE STATUS IS FS-DIFER.
000350     SELECT EMPMAST ASSIGN TO EMPMAST
000360       ORGANIZATION IS INDEXED
000370       ACCESS MODE IS RANDOM
000380       RECORD KEY IS ID-MAST
000390       FILE STATUS IS FS-EMPMAST.
000400     SELECT PERIODO-REG ASSIGN TO PERREG
000410       ORGANIZATION IS INDEXED
000420       ACCESS MODE IS RANDOM
000430       RECORD KEY IS PR-LLAVE
000440       FILE STATUS IS FS-PERREG.
000450     SELECT APROBACION ASSIGN TO APRREG
000460       ORGANIZATION IS INDEXED
000470       ACCESS MODE IS RANDOM
000480       RECORD KEY IS AP-LLAVE
000490       FILE STATUS IS FS-APR.
000500     SELECT YTD-BONO ASSIGN TO YTDBONO
000510       ORGANIZATION IS INDEXED
000520       ACCESS MODE IS RANDOM
000530       RECORD KEY IS YTD-ID-EMP
000540       FILE STATUS IS FS-YTD.
000550     SELECT AUD-HISTORIA ASSIGN TO AUDHIST
000560       ORGANIZATION IS SEQUENTIAL
000570       FILE STATUS IS FS-AUDHIST.
000580     SELECT AUD-LIBERACION ASSIGN TO DIFAUD
000590       ORGANIZATION IS SEQUENTIAL.
000600     SELECT CTL-TOTALES ASSIGN TO DIFCTL
000610       ORGANIZATION IS SEQUENTIAL.
000620     SELECT RPT-DIFERIDO ASSIGN TO RPTDIFB
000630       ORGANIZATION IS SEQUENTIAL.
000640     SELECT RUN-LOG ASSIGN TO RUNLOG
000650       ORGANIZATION IS SEQUENTIAL
000660       FILE STATUS IS FS-RUNLOG.
000670 DATA DIVISION.
000680 FILE SECTION.
000690   FD DIFERIDO
000700       RECORDING MODE IS F
000710       DATA RECORD IS REG-DIFERIDO.
000720   COPY DIFERRG.
000730   FD EMPMAST
000740       RECORDING MODE IS F
000750       DATA RECORD IS REG-MAST.
000760   COPY EMPMASTR.
000770   FD PERIODO-REG
000780       RECORDING MODE IS F
000790       DATA RECORD IS REG-PERIODO.
000800   COPY PERREGRG.
000810   FD APROBACION
000820       RECORDING MODE IS F
000830       DATA RECORD IS REG-APROBACION.
000840   COPY APRREGRG.
000850   FD YTD-BONO
000860       RECORDING MODE IS F
000870       DATA RECORD IS REG-YTD.
000880   01 REG-YTD.
000890     05 YTD-ID-EMP        PIC X(4).
000900     05 YTD-ANIO          PIC 9(4).
000910     05 YTD-ACUMULADO     PIC 9(9)V99.
000920   FD AUD-HISTORIA
000930       RECORDING MODE IS F
000940       DATA RECORD IS REG-AUD-HIST.
000950   COPY AUDHSTRG.
000960   FD AUD-LIBERACION
000970       RECORDING MODE IS F
000980       DATA RECORD IS REG-AUDITORIA.
000990   COPY AUDITREG.
001000   FD CTL-TOTALES
001010       RECORDING MODE IS F
001020       DATA RECORD IS REG-CTL-TOTALES.
001030   COPY CTLTOTRG.
001040   FD RPT-DIFERIDO
001050       RECORDING MODE IS F
001060       DATA RECORD IS LINEA-RPT-DIF.
001070   01 LINEA-RPT-DIF       PIC X(100).
001080   FD RUN-LOG
001090       RECORDING MODE IS F
001100       DATA RECORD IS REG-RUN-LOG.
001110   COPY RUNLOGRG.
001120 WORKING-STORAGE SECTION.
001130   01 SWITCH-FIN-DIFERIDO PIC X            VALUE 'N'.
001140     88 FIN-DIFERIDO                       VALUE 'Y'.
001150   01 SWITCH-APR-ABIERTO  PIC X            VALUE 'N'.
001160     88 APR-ABIERTO                        VALUE 'Y'.
001170   01 SWITCH-YTD-ABIERTO  PIC X            VALUE 'N'.
001180     88 YTD-ABIERTO                        VALUE 'Y'.
001190   01 SWITCH-YTD-NUEVO    PIC X            VALUE 'N'.
001200     88 YTD-NUEVO                          VALUE 'Y'.
001210   77 FS-DIFER            PIC XX           VALUE '00'.
001220   77 FS-EMPMAST          PIC XX           VALUE '00'.
001230   77 FS-PERREG           PIC XX           VALUE '00'.
001240   77 FS-APR              PIC XX           VALUE '00'.
001250   77 FS-YTD              PIC XX           VALUE '00'.
001260   77 FS-AUDHIST          PIC XX           VALUE '00'.
001270   01 FECHA-CORRIDA.
001280     05 FC-ANIO           PIC 9(4).
001290     05 FC-MES            PIC 99.
001300     05 FC-DIA            PIC 99.
001310   01 FECHA-CORRIDA-R     REDEFINES FECHA-CORRIDA PIC 9(8).
001320   77 PERIODO-CORRIDA     PIC 9(6)         VALUE 0.
001330   77 PERIODO-ORIGEN      PIC 9(6)         VALUE 0.
001340* NUMERO DE PARTIDA DE CADA CUOTA LIBERADA (AUD-CUOTA): LLEVA
001350* LA LLAVE DEL PAGO EN PAGOLIB (ID, FECHA, PARTIDA) Y NO PUEDE
001360* REPETIRSE PARA UN EMPLEADO EN LA MISMA FECHA, AUN SI LA
001370* LIBERACION SE CORRE DOS VECES EN EL DIA: CADA EMPLEADO
001380* EMPIEZA DESPUES DE LA MAYOR PARTIDA YA LIBERADA HOY.
001390   77 PARTIDA-MAX-HOY     PIC 9(2)         VALUE 0.
001400   77 PARTIDA-EMP         PIC 9(2)         VALUE 0.
001410   77 ID-ANTERIOR         PIC X(4)         VALUE SPACES.
001420   77 RESULTADO-CUOTA     PIC X(9)         VALUE SPACES.
001430   77 MOTIVO-CUOTA        PIC X(30)        VALUE SPACES.
001440* VARIABLES DE LA RETENCION DE IMPUESTO (RETBON1A).
001450   77 P-MONEDA            PIC X(3)         VALUE SPACES.
001460   77 P-FECHA-RET         PIC 9(8)         VALUE 0.
001470   77 P-BONO              PIC 9(7)V99      VALUE 0.
001480   77 P-RETENCION         PIC 9(7)V99      VALUE 0.
001490   77 P-NETO              PIC 9(7)V99      VALUE 0.
001500   77 P-PAIS-RET          PIC X(2)         VALUE SPACES.
001510   77 P-TABLA-RET         PIC X            VALUE 'N'.
001520* TOTALES DE CONTROL POR COMPANIA PARA DIFCTL.
001530   01 TABLA-CIAS.
001540     05 CANT-CIAS         PIC 9(1)         VALUE 0.
001550     05 ENTRADA-CIA OCCURS 9 TIMES.
001560       10 TC-CIA          PIC X(1).
001570       10 TC-LIBERADAS    PIC 9(6).
001580       10 TC-PAGADO       PIC 9(9)V99.
001590   77 CI                  PIC 9(1)         VALUE 0.
001600   77 CIA-HALLADA-IDX     PIC 9(1)         VALUE 0.
001610   77 CONT-LEIDAS         PIC 9(6)         VALUE 000000.
001620   77 CONT-VENCIDAS       PIC 9(6)         VALUE 000000.
001630   77 CONT-LIBERADAS      PIC 9(6)         VALUE 000000.
001640   77 CONT-PERDIDAS       PIC 9(6)         VALUE 000000.
001650   77 CONT-DETENIDAS      PIC 9(6)         VALUE 000000.
001660   77 CONT-SIN-MAESTRO    PIC 9(6)         VALUE 000000.
001670   77 CONT-SIN-YTD        PIC 9(6)         VALUE 000000.
001680   77 CONT-SIN-TABLA-RET  PIC 9(6)         VALUE 000000.
001690   77 TOTAL-LIBERADO      PIC 9(9)V99      VALUE 0.
001700   77 LIBERADO-USD        PIC 9(9)V99      VALUE 0.
001710   77 LIBERADO-EUR        PIC 9(9)V99      VALUE 0.
001720   77 LIBERADO-MXN        PIC 9(9)V99      VALUE 0.
001730   77 PERDIDO-USD         PIC 9(9)V99      VALUE 0.
001740   77 PERDIDO-EUR         PIC 9(9)V99      VALUE 0.
001750   77 PERDIDO-MXN         PIC 9(9)V99      VALUE 0.
001760   77 ED-TOT-A            PIC ZZZ,ZZZ,ZZ9.99.
001770* LINEAS DEL REPORTE DE LIBERACION.
001780   01 TITULO-DIF.
001790     05 FILLER            PIC X(42)        VALUE
001800          "LIBERACION DE CUOTAS DE BONO DIFERIDO".
001810     05 FILLER            PIC X(7)         VALUE "FECHA: ".
001820     05 TIT-FECHA         PIC 9(8).
001830     05 FILLER            PIC X(11)        VALUE "  PERIODO: ".
001840     05 TIT-PERIODO       PIC 9(6).
001850   01 ENCABEZADO-DIF.
001860     05 FILLER            PIC X(5)         VALUE "ID".
001870     05 FILLER            PIC X(20)        VALUE "NOMBRE".
001880     05 FILLER            PIC X(9)         VALUE "ORIGEN".
001890     05 FILLER            PIC X(6)         VALUE "CUOTA".
001900     05 FILLER            PIC X(7)         VALUE "VENCE".
001910     05 FILLER            PIC X(13)        VALUE "      IMPORTE".
001920     05 FILLER            PIC X(4)         VALUE " MON".
001930     05 FILLER            PIC X(10)        VALUE " RESULTADO".
001940     05 FILLER            PIC X(7)         VALUE " MOTIVO".
001950   01 DETALLE-DIF.
001960     05 DDF-ID            PIC X(4).
001970     05 FILLER            PIC X(1)         VALUE SPACE.
001980     05 DDF-NOMBRE        PIC X(19).
001990     05 FILLER            PIC X(1)         VALUE SPACE.
002000     05 DDF-ORIGEN        PIC 9(8).
002010     05 FILLER            PIC X(1)         VALUE SPACE.
002020     05 DDF-CUOTA         PIC Z9.
002030     05 FILLER            PIC X(1)         VALUE "/".
002040     05 DDF-CUOTAS        PIC Z9.
002050     05 FILLER            PIC X(1)         VALUE SPACE.
002060     05 DDF-VENCE         PIC 9(6).
002070     05 FILLER            PIC X(1)         VALUE SPACE.
002080     05 DDF-IMPORTE       PIC Z,ZZZ,ZZ9.99.
002090     05 FILLER            PIC X(1)         VALUE SPACE.
002100     05 DDF-MONEDA        PIC X(3).
002110     05 FILLER            PIC X(1)         VALUE SPACE.
002120     05 DDF-RESULTADO     PIC X(9).
002130     05 FILLER            PIC X(1)         VALUE SPACE.
002140     05 DDF-MOTIVO        PIC X(30).
002150   01 LINEA-TOTAL-DIF.
002160     05 FILLER            PIC X(12)        VALUE "LIBERADAS: ".
002170     05 TOT-LIBERADAS     PIC ZZZZZ9.
002180     05 FILLER            PIC X(12)        VALUE "  PERDIDAS: ".
002190     05 TOT-PERDIDAS      PIC ZZZZZ9.
002200     05 FILLER            PIC X(13)        VALUE "  DETENIDAS: ".
002210     05 TOT-DETENIDAS     PIC ZZZZZ9.
002220   01 LINEA-MONEDA-DIF.
002230     05 FILLER            PIC X(4)         VALUE SPACES.
002240     05 MON-MONEDA        PIC X(3).
002250     05 FILLER            PIC X(12)        VALUE "  LIBERADO: ".
002260     05 MON-LIBERADO      PIC ZZZ,ZZZ,ZZ9.99.
002270     05 FILLER            PIC X(11)        VALUE "  PERDIDO: ".
002280     05 MON-PERDIDO       PIC ZZZ,ZZZ,ZZ9.99.
002290* BITACORA CENTRAL DE CORRIDAS (RUNLOG): INICIO, FIN,
002300* CONTADORES Y CONDICION FINAL DEL PASO, PARA EL REPORTE DE
002310* ESTADO DE LA CADENA (CADENA1A).
002320   77 FS-RUNLOG           PIC XX           VALUE '00'.
002330   77 FECHA-INICIO-LOG    PIC 9(8)         VALUE 0.
002340   77 HORA-INICIO-LOG     PIC 9(6)         VALUE 0.
002350   77 HORA-ACEPT-LOG      PIC 9(8)         VALUE 0.
002360   77 COND-LOG            PIC 9(4)         VALUE 0000.
002370* VERIFICACION DE PREDECESORES DE LA CADENA (PREDEC1A).
002380   01 P-PRED-CADENA.
002390     05 P-PRED-PROGRAMA  PIC X(9)         VALUE SPACES.
002400     05 P-PRED-FECHA     PIC 9(8)         VALUE 0.
002410     05 P-PRED-RESULTADO PIC X(1)         VALUE SPACE.
002420       88 P-PRED-RECHAZADO                VALUE 'R'.
002430     05 P-PRED-PASO      PIC X(9)         VALUE SPACES.
002440     05 P-PRED-COND      PIC 9(4)         VALUE 0.
002450     05 P-PRED-OPERADOR  PIC X(8)         VALUE SPACES.
002460 PROCEDURE DIVISION.
002470 MAIN-PROCEDURE.
002480     PERFORM INICIAR-RUN-LOG.
002490     PERFORM VERIFICAR-PREDECESORES.
002500     ACCEPT FECHA-CORRIDA-R FROM DATE YYYYMMDD.
002510     COMPUTE PERIODO-CORRIDA = FECHA-CORRIDA-R / 100.
002520     PERFORM ABRIR-ARCHIVOS-DIF.
002530     PERFORM IMPRIMIR-TITULO-DIF.
002540     PERFORM BUSCAR-PARTIDA-MAX-HOY.
002550     PERFORM PROCESAR-CUOTAS.
002560     PERFORM ESCRIBIR-CTL-TOTALES.
002570     PERFORM CERRAR-ARCHIVOS-DIF.
002580     PERFORM ANUNCIAR-RESULTADO.
002590     PERFORM GRABAR-RUN-LOG.
002600     STOP RUN.
002610*----------------------------------------------------------
002620* DIFERIDO, EMPMAST Y PERREG SON INDISPENSABLES: SIN MAESTRO
002630* NO SE SABE QUIEN SIGUE ACTIVO Y SIN REGISTRO DE PERIODOS NO
002640* CONSTA QUE LA CORRIDA DE ORIGEN CERRO. SIN APRREG NINGUN
002650* BONO QUEDO RETENIDO POR APROBACION. SIN YTDBONO LAS CUOTAS
002660* SE LIBERAN IGUAL Y SE AVISA QUE EL ACUMULADO QUEDA POR
002670* AJUSTAR (RECYTD1A LO RECONSTRUYE DESDE AUDHIST).
002680*----------------------------------------------------------
002690 ABRIR-ARCHIVOS-DIF.
002700     OPEN I-O DIFERIDO.
002710     IF FS-DIFER NOT = '00' THEN
002720       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL CALENDARIO DE"
002730         " CUOTAS DIFERIDAS DIFERIDO (FILE STATUS " FS-DIFER
002740         "), CORRIDA ABORTADA ***"
002750       MOVE 0016 TO COND-LOG
002760       PERFORM GRABAR-RUN-LOG
002770       STOP RUN
002780     END-IF.
002790     OPEN INPUT EMPMAST.
002800     IF FS-EMPMAST NOT = '00' THEN
002810       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
002820         " (FILE STATUS " FS-EMPMAST "), CORRIDA ABORTADA ***"
002830       MOVE 0016 TO COND-LOG
002840       PERFORM GRABAR-RUN-LOG
002850       STOP RUN
002860     END-IF.
002870     OPEN INPUT PERIODO-REG.
002880     IF FS-PERREG NOT = '00' THEN
002890       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL REGISTRO DE"
002900         " PERIODOS PERREG (FILE STATUS " FS-PERREG "), NO"
002910         " CONSTA EL CIERRE DE LAS CORRIDAS, CORRIDA ABORTADA ***"
002920       MOVE 0016 TO COND-LOG
002930       PERFORM GRABAR-RUN-LOG
002940       STOP RUN
002950     END-IF.
002960     OPEN INPUT APROBACION.
002970     IF FS-APR = '00' THEN
002980       MOVE 'Y' TO SWITCH-APR-ABIERTO
002990     END-IF.
003000     OPEN I-O YTD-BONO.
003010     IF FS-YTD = '00' THEN
003020       MOVE 'Y' TO SWITCH-YTD-ABIERTO
003030     ELSE
003040       DISPLAY "*** ATENCION: NO SE PUDO ABRIR YTDBONO (FILE"
003050         " STATUS " FS-YTD "), LAS CUOTAS NO SE SUMAN AL"
003060         " ACUMULADO; CORRER RECYTD1A ***"
003070     END-IF.
003080     OPEN EXTEND AUD-HISTORIA.
003090     IF FS-AUDHIST = '35' THEN
003100       OPEN OUTPUT AUD-HISTORIA
003110     END-IF.
003120     IF FS-AUDHIST NOT = '00' THEN
003130       DISPLAY "*** ERROR: NO SE PUDO ABRIR AUDHIST (FILE"
003140         " STATUS " FS-AUDHIST "), SIN PISTA DE AUDITORIA NO"
003150         " SE LIBERAN CUOTAS, CORRIDA ABORTADA ***"
003160       MOVE 0016 TO COND-LOG
003170       PERFORM GRABAR-RUN-LOG
003180       STOP RUN
003190     END-IF.
003200     OPEN OUTPUT AUD-LIBERACION.
003210     OPEN OUTPUT RPT-DIFERIDO.
003220     EXIT.
003230 CERRAR-ARCHIVOS-DIF.
003240     MOVE CONT-LIBERADAS TO TOT-LIBERADAS.
003250     MOVE CONT-PERDIDAS TO TOT-PERDIDAS.
003260     MOVE CONT-DETENIDAS TO TOT-DETENIDAS.
003270     MOVE SPACES TO LINEA-RPT-DIF.
003280     WRITE LINEA-RPT-DIF.
003290     MOVE LINEA-TOTAL-DIF TO LINEA-RPT-DIF.
003300     WRITE LINEA-RPT-DIF.
003310     MOVE 'USD' TO MON-MONEDA.
003320     MOVE LIBERADO-USD TO MON-LIBERADO.
003330     MOVE PERDIDO-USD TO MON-PERDIDO.
003340     MOVE LINEA-MONEDA-DIF TO LINEA-RPT-DIF.
003350     WRITE LINEA-RPT-DIF.
003360     MOVE 'EUR' TO MON-MONEDA.
003370     MOVE LIBERADO-EUR TO MON-LIBERADO.
003380     MOVE PERDIDO-EUR TO MON-PERDIDO.
003390     MOVE LINEA-MONEDA-DIF TO LINEA-RPT-DIF.
003400     WRITE LINEA-RPT-DIF.
003410     MOVE 'MXN' TO MON-MONEDA.
003420     MOVE LIBERADO-MXN TO MON-LIBERADO.
003430     MOVE PERDIDO-MXN TO MON-PERDIDO.
003440     MOVE LINEA-MONEDA-DIF TO LINEA-RPT-DIF.
003450     WRITE LINEA-RPT-DIF.
003460     CLOSE RPT-DIFERIDO.
003470     CLOSE AUD-LIBERACION.
003480     CLOSE AUD-HISTORIA.
003490     IF YTD-ABIERTO THEN
003500       CLOSE YTD-BONO
003510     END-IF.
003520     IF APR-ABIERTO THEN
003530       CLOSE APROBACION
003540     END-IF.
003550     CLOSE PERIODO-REG.
003560     CLOSE EMPMAST.
003570     CLOSE DIFERIDO.
003580     EXIT.
003590 IMPRIMIR-TITULO-DIF.
003600     MOVE FECHA-CORRIDA-R TO TIT-FECHA.
003610     MOVE PERIODO-CORRIDA TO TIT-PERIODO.
003620     MOVE TITULO-DIF TO LINEA-RPT-DIF.
003630     WRITE LINEA-RPT-DIF.
003640     MOVE SPACES TO LINEA-RPT-DIF.
003650     WRITE LINEA-RPT-DIF.
003660     MOVE ENCABEZADO-DIF TO LINEA-RPT-DIF.
003670     WRITE LINEA-RPT-DIF.
003680     EXIT.
003690*----------------------------------------------------------
003700* PRIMERA PASADA: LA MAYOR PARTIDA QUE YA SE LIBERO HOY, PARA
003710* QUE UNA SEGUNDA LIBERACION EN EL DIA NO REPITA LLAVES EN
003720* PAGOLIB.
003730*----------------------------------------------------------
003740 BUSCAR-PARTIDA-MAX-HOY.
003750     PERFORM POSICIONAR-DIFERIDO.
003760     PERFORM UNTIL FIN-DIFERIDO
003770       IF DF-LIBERADA AND DF-FECHA-ESTADO = FECHA-CORRIDA-R
003780           AND DF-PARTIDA NUMERIC
003790           AND DF-PARTIDA > PARTIDA-MAX-HOY THEN
003800         MOVE DF-PARTIDA TO PARTIDA-MAX-HOY
003810       END-IF
003820       PERFORM LEER-DIFERIDO
003830     END-PERFORM.
003840     EXIT.
003850 POSICIONAR-DIFERIDO.
003860     MOVE 'N' TO SWITCH-FIN-DIFERIDO.
003870     MOVE LOW-VALUES TO DF-LLAVE.
003880     START DIFERIDO KEY >= DF-LLAVE
003890       INVALID KEY
003900         MOVE 'Y' TO SWITCH-FIN-DIFERIDO
003910     END-START.
003920     IF NOT FIN-DIFERIDO THEN
003930       PERFORM LEER-DIFERIDO
003940     END-IF.
003950     EXIT.
003960 LEER-DIFERIDO.
003970     READ DIFERIDO NEXT
003980       AT END
003990         MOVE 'Y' TO SWITCH-FIN-DIFERIDO
004000     END-READ.
004010     EXIT.
004020*----------------------------------------------------------
004030* SEGUNDA PASADA: SOLO LAS CUOTAS PENDIENTES QUE YA VENCIERON
004040* (PERIODO DE VENCIMIENTO NO MAYOR AL DE HOY). LAS LIBERADAS Y
004050* LAS PERDIDAS NO SE VUELVEN A TOCAR.
004060*----------------------------------------------------------
004070 PROCESAR-CUOTAS.
004080     PERFORM POSICIONAR-DIFERIDO.
004090     PERFORM UNTIL FIN-DIFERIDO
004100       ADD 1 TO CONT-LEIDAS
004110       IF DF-PENDIENTE
004120           AND DF-PERIODO-VENCE NOT > PERIODO-CORRIDA THEN
004130         ADD 1 TO CONT-VENCIDAS
004140         PERFORM EVALUAR-CUOTA
004150       END-IF
004160       PERFORM LEER-DIFERIDO
004170     END-PERFORM.
004180     EXIT.
004190*----------------------------------------------------------
004200* UNA BAJA PIERDE LA CUOTA. UN BONO DE ORIGEN RECHAZADO EN
004210* APRREG TAMBIEN; SI SIGUE PENDIENTE DE APROBACION, O SI EL
004220* PERIODO DE LA CORRIDA QUE LO OTORGO NO HA CERRADO, LA CUOTA
004230* ESPERA A LA SIGUIENTE LIBERACION. UN ID SIN MAESTRO ESPERA
004240* Y SE AVISA.
004250*----------------------------------------------------------
004260 EVALUAR-CUOTA.
004270     MOVE SPACES TO MOTIVO-CUOTA.
004280     MOVE DF-ID-EMP TO ID-MAST.
004290     READ EMPMAST
004300       INVALID KEY
004310         ADD 1 TO CONT-SIN-MAESTRO
004320         MOVE SPACES TO NOM-MAST
004330         DISPLAY "*** ATENCION: CUOTA DIFERIDA DE ID " DF-ID-EMP
004340           " SIN REGISTRO EN EMPMAST, NO SE LIBERA ***"
004350         MOVE "SIN REGISTRO EN EMPMAST" TO MOTIVO-CUOTA
004360         PERFORM DETENER-CUOTA
004370         EXIT PARAGRAPH
004380     END-READ.
004390     IF MAST-BAJA THEN
004400       MOVE "BAJA ANTES DEL VENCIMIENTO" TO MOTIVO-CUOTA
004410       PERFORM PERDER-CUOTA
004420       EXIT PARAGRAPH
004430     END-IF.
004440     IF APR-ABIERTO THEN
004450       MOVE DF-ID-EMP TO AP-ID-EMP
004460       MOVE DF-FECHA-ORIGEN TO AP-FECHA
004470       READ APROBACION
004480         INVALID KEY
004490           CONTINUE
004500         NOT INVALID KEY
004510           IF AP-RECHAZADO THEN
004520             MOVE "BONO RECHAZADO EN APROBACION" TO MOTIVO-CUOTA
004530             PERFORM PERDER-CUOTA
004540             EXIT PARAGRAPH
004550           END-IF
004560           IF AP-PENDIENTE THEN
004570             MOVE "BONO PENDIENTE DE APROBACION" TO MOTIVO-CUOTA
004580             PERFORM DETENER-CUOTA
004590             EXIT PARAGRAPH
004600           END-IF
004610       END-READ
004620     END-IF.
004630     COMPUTE PERIODO-ORIGEN = DF-FECHA-ORIGEN / 100.
004640     MOVE DF-CIA TO PR-CIA.
004650     MOVE PERIODO-ORIGEN TO PR-PERIODO.
004660     READ PERIODO-REG
004670       INVALID KEY
004680         MOVE "PERIODO DE ORIGEN SIN CERRAR" TO MOTIVO-CUOTA
004690         PERFORM DETENER-CUOTA
004700         EXIT PARAGRAPH
004710     END-READ.
004720     IF NOT PR-CERRADO THEN
004730       MOVE "PERIODO DE ORIGEN SIN CERRAR" TO MOTIVO-CUOTA
004740       PERFORM DETENER-CUOTA
004750       EXIT PARAGRAPH
004760     END-IF.
004770     PERFORM LIBERAR-CUOTA.
004780     EXIT.
004790 DETENER-CUOTA.
004800     ADD 1 TO CONT-DETENIDAS.
004810     MOVE "DETENIDA" TO RESULTADO-CUOTA.
004820     PERFORM IMPRIMIR-DETALLE-DIF.
004830     EXIT.
004840 PERDER-CUOTA.
004850     MOVE 'F' TO DF-ESTADO.
004860     MOVE FECHA-CORRIDA-R TO DF-FECHA-ESTADO.
004870     MOVE MOTIVO-CUOTA TO DF-MOTIVO.
004880     REWRITE REG-DIFERIDO
004890       INVALID KEY
004900         DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR DIFERIDO"
004910           " DE ID " DF-ID-EMP ", LA CUOTA SIGUE PENDIENTE ***"
004920         EXIT PARAGRAPH
004930     END-REWRITE.
004940     ADD 1 TO CONT-PERDIDAS.
004950     EVALUATE DF-MONEDA
004960       WHEN 'USD'
004970         ADD DF-IMPORTE TO PERDIDO-USD
004980       WHEN 'EUR'
004990         ADD DF-IMPORTE TO PERDIDO-EUR
005000       WHEN 'MXN'
005010         ADD DF-IMPORTE TO PERDIDO-MXN
005020     END-EVALUATE.
005030     MOVE "PERDIDA" TO RESULTADO-CUOTA.
005040     PERFORM IMPRIMIR-DETALLE-DIF.
005050     EXIT.
005060*----------------------------------------------------------
005070* LIBERA LA CUOTA: PARTIDA NUEVA PARA EL EMPLEADO, RETENCION
005080* CON LA TABLA VIGENTE HOY (EL PAGO ES DE HOY), CUOTA MARCADA
005090* LIBERADA EN DIFERIDO Y REGISTROS EN DIFAUD Y AUDHIST.
005100*----------------------------------------------------------
005110 LIBERAR-CUOTA.
005120     IF DF-ID-EMP NOT = ID-ANTERIOR THEN
005130       MOVE DF-ID-EMP TO ID-ANTERIOR
005140       MOVE PARTIDA-MAX-HOY TO PARTIDA-EMP
005150     END-IF.
005160     IF PARTIDA-EMP >= 99 THEN
005170       MOVE "SIN PARTIDA LIBRE EN EL DIA" TO MOTIVO-CUOTA
005180       PERFORM DETENER-CUOTA
005190       EXIT PARAGRAPH
005200     END-IF.
005210     MOVE DF-MONEDA TO P-MONEDA.
005220     MOVE FECHA-CORRIDA-R TO P-FECHA-RET.
005230     MOVE DF-IMPORTE TO P-BONO.
005240     CALL 'RETBON1A' USING P-MONEDA, P-FECHA-RET, P-BONO,
005250       P-RETENCION, P-NETO, P-PAIS-RET, P-TABLA-RET.
005260     IF P-TABLA-RET NOT = 'Y' THEN
005270       ADD 1 TO CONT-SIN-TABLA-RET
005280       DISPLAY "*** ATENCION: SIN TABLA DE RETENCION VIGENTE"
005290         " PARA " P-MONEDA ", ID " DF-ID-EMP " SE PAGA SIN"
005300         " RETENER ***"
005310     END-IF.
005320     ADD 1 TO PARTIDA-EMP.
005330     MOVE 'L' TO DF-ESTADO.
005340     MOVE FECHA-CORRIDA-R TO DF-FECHA-ESTADO.
005350     MOVE P-RETENCION TO DF-RETENCION.
005360     MOVE PARTIDA-EMP TO DF-PARTIDA.
005370     MOVE SPACES TO DF-MOTIVO.
005380     REWRITE REG-DIFERIDO
005390       INVALID KEY
005400         DISPLAY "*** ATENCION: NO SE PUDO ACTUALIZAR DIFERIDO"
005410           " DE ID " DF-ID-EMP ", LA CUOTA NO SE LIBERA ***"
005420         SUBTRACT 1 FROM PARTIDA-EMP
005430         EXIT PARAGRAPH
005440     END-REWRITE.
005450     ADD 1 TO CONT-LIBERADAS.
005460     ADD DF-IMPORTE TO TOTAL-LIBERADO.
005470     EVALUATE DF-MONEDA
005480       WHEN 'USD'
005490         ADD DF-IMPORTE TO LIBERADO-USD
005500       WHEN 'EUR'
005510         ADD DF-IMPORTE TO LIBERADO-EUR
005520       WHEN 'MXN'
005530         ADD DF-IMPORTE TO LIBERADO-MXN
005540     END-EVALUATE.
005550     PERFORM GRABAR-AUDITORIA-CUOTA.
005560     PERFORM GRABAR-HISTORIA-CUOTA.
005570     PERFORM ACUMULAR-CTL-CIA.
005580     PERFORM SUMAR-AL-ACUMULADO.
005590     MOVE "LIBERADA" TO RESULTADO-CUOTA.
005600     PERFORM IMPRIMIR-DETALLE-DIF.
005610     EXIT.
005620*----------------------------------------------------------
005630* REGISTRO DE LA CUOTA EN DIFAUD CON EL LAYOUT DE AUDITREG:
005640* FECHA DE HOY (LA DEL PAGO), TIPO-REND DIFERIDO, CLAVE DEL
005650* BONO DE ORIGEN, CLAVE-BASE CON LA LLAVE DE LA CUOTA EN
005660* DIFERIDO, AUD-CUOTA CON LA PARTIDA Y AUD-BONO CON LA CUOTA.
005670*----------------------------------------------------------
005680 GRABAR-AUDITORIA-CUOTA.
005690     MOVE SPACES TO REG-AUDITORIA.
005700     MOVE FECHA-CORRIDA-R TO AUD-FECHA.
005710     MOVE DF-ID-EMP TO AUD-ID-EMP.
005720     MOVE DF-CLAVE TO AUD-CLAVE.
005730     MOVE DF-LLAVE TO AUD-CLAVE-BASE.
005740     MOVE SPACES TO AUD-ANT.
005750     MOVE SPACES TO AUD-REND.
005760     MOVE 0 TO AUD-PORC-APLICADO.
005770     MOVE DF-IMPORTE TO AUD-BONO.
005780     MOVE DF-MONEDA TO AUD-MONEDA.
005790     MOVE 'DIFERIDO' TO AUD-TIPO-REND.
005800     MOVE P-RETENCION TO AUD-RETENCION.
005810     MOVE P-NETO TO AUD-NETO.
005820     MOVE SPACES TO AUD-REND-USADO.
005830     MOVE SPACES TO AUD-REND-METODO.
005840     MOVE ZERO TO AUD-REND-PERIODOS.
005850     MOVE DF-CIA TO AUD-CIA.
005860     MOVE ZERO TO AUD-DIFERIDO.
005870     MOVE PARTIDA-EMP TO AUD-CUOTA.
005880     WRITE REG-AUDITORIA.
005890     EXIT.
005900*----------------------------------------------------------
005910* LA MISMA CUOTA EN AUDHIST, CON SECUENCIA DE GENERACION CERO
005920* (NO ES UNA CORRIDA ARCHIVADA), COMO LAS RECUPERACIONES.
005930*----------------------------------------------------------
005940 GRABAR-HISTORIA-CUOTA.
005950     MOVE REG-AUDITORIA TO REG-AUD-HIST.
005960     MOVE 0 TO HST-SECUENCIA.
005970     WRITE REG-AUD-HIST.
005980     EXIT.
005990 ACUMULAR-CTL-CIA.
006000     MOVE 0 TO CIA-HALLADA-IDX.
006010     PERFORM VARYING CI FROM 1 BY 1
006020         UNTIL CI > CANT-CIAS OR CIA-HALLADA-IDX > 0
006030       IF TC-CIA(CI) = DF-CIA THEN
006040         MOVE CI TO CIA-HALLADA-IDX
006050       END-IF
006060     END-PERFORM.
006070     IF CIA-HALLADA-IDX = 0 THEN
006080       IF CANT-CIAS >= 9 THEN
006090         DISPLAY "*** ERROR: TABLA DE COMPANIAS LLENA, COMPANIA '"
006100           DF-CIA "' NO CABE, CORRIDA ABORTADA ***"
006110         MOVE 0016 TO COND-LOG
006120         PERFORM GRABAR-RUN-LOG
006130         STOP RUN
006140       END-IF
006150       ADD 1 TO CANT-CIAS
006160       MOVE DF-CIA TO TC-CIA(CANT-CIAS)
006170       MOVE ZERO TO TC-LIBERADAS(CANT-CIAS)
006180       MOVE ZERO TO TC-PAGADO(CANT-CIAS)
006190       MOVE CANT-CIAS TO CIA-HALLADA-IDX
006200     END-IF.
006210     ADD 1 TO TC-LIBERADAS(CIA-HALLADA-IDX).
006220     ADD DF-IMPORTE TO TC-PAGADO(CIA-HALLADA-IDX).
006230     EXIT.
006240*----------------------------------------------------------
006250* LA CUOTA CUENTA EN EL ACUMULADO DEL ANIO EN QUE SE PAGA: SI
006260* EL ACUMULADO VIVO ES DE OTRO ANIO SE REINICIA, COMO EN LA
006270* CORRIDA. EL TOPE ANUAL NO SE APLICA A LAS CUOTAS.
006280*----------------------------------------------------------
006290 SUMAR-AL-ACUMULADO.
006300     IF NOT YTD-ABIERTO THEN
006310       ADD 1 TO CONT-SIN-YTD
006320       EXIT PARAGRAPH
006330     END-IF.
006340     MOVE 'N' TO SWITCH-YTD-NUEVO.
006350     MOVE DF-ID-EMP TO YTD-ID-EMP.
006360     READ YTD-BONO
006370       INVALID KEY
006380         MOVE 'Y' TO SWITCH-YTD-NUEVO
006390         MOVE FC-ANIO TO YTD-ANIO
006400         MOVE ZERO TO YTD-ACUMULADO
006410     END-READ.
006420     IF YTD-ANIO NOT = FC-ANIO THEN
006430       MOVE FC-ANIO TO YTD-ANIO
006440       MOVE ZERO TO YTD-ACUMULADO
006450     END-IF.
006460     ADD DF-IMPORTE TO YTD-ACUMULADO.
006470     IF YTD-NUEVO THEN
006480       WRITE REG-YTD
006490         INVALID KEY
006500           ADD 1 TO CONT-SIN-YTD
006510           DISPLAY "*** ATENCION: NO SE PUDO GRABAR YTD DE ID "
006520             DF-ID-EMP " ***"
006530       END-WRITE
006540     ELSE
006550       REWRITE REG-YTD
006560         INVALID KEY
006570           ADD 1 TO CONT-SIN-YTD
006580           DISPLAY "*** ATENCION: NO SE PUDO REESCRIBIR YTD"
006590             " DE ID " DF-ID-EMP " ***"
006600       END-REWRITE
006610     END-IF.
006620     EXIT.
006630 IMPRIMIR-DETALLE-DIF.
006640     MOVE DF-ID-EMP TO DDF-ID.
006650     MOVE NOM-MAST TO DDF-NOMBRE.
006660     MOVE DF-FECHA-ORIGEN TO DDF-ORIGEN.
006670     MOVE DF-CUOTA TO DDF-CUOTA.
006680     MOVE DF-CUOTAS TO DDF-CUOTAS.
006690     MOVE DF-PERIODO-VENCE TO DDF-VENCE.
006700     MOVE DF-IMPORTE TO DDF-IMPORTE.
006710     MOVE DF-MONEDA TO DDF-MONEDA.
006720     MOVE RESULTADO-CUOTA TO DDF-RESULTADO.
006730     MOVE MOTIVO-CUOTA TO DDF-MOTIVO.
006740     MOVE DETALLE-DIF TO LINEA-RPT-DIF.
006750     WRITE LINEA-RPT-DIF.
006760     EXIT.
006770*----------------------------------------------------------
006780* TOTALES DE CONTROL DE LA LIBERACION EN DIFCTL, COMO LOS DEJA
006790* LA CORRIDA EN CTLTOT: PRIMERO EL TOTAL (CT-CIA EN BLANCO) Y
006800* DESPUES UNO POR COMPANIA. PROCESADOS Y BONO-SI SON LAS
006810* CUOTAS LIBERADAS (LAS QUE VAN EN DIFAUD) Y BONO-PAGADO SU
006820* IMPORTE BRUTO.
006830*----------------------------------------------------------
006840 ESCRIBIR-CTL-TOTALES.
006850     OPEN OUTPUT CTL-TOTALES.
006860     MOVE FECHA-CORRIDA-R TO CT-FECHA.
006870     MOVE CONT-LIBERADAS TO CT-PROCESADOS.
006880     MOVE CONT-LIBERADAS TO CT-BONO-SI.
006890     MOVE ZERO TO CT-BONO-NO.
006900     MOVE TOTAL-LIBERADO TO CT-BONO-PAGADO.
006910     MOVE SPACE TO CT-CIA.
006920     WRITE REG-CTL-TOTALES.
006930     PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CANT-CIAS
006940       MOVE TC-LIBERADAS(CI) TO CT-PROCESADOS
006950       MOVE TC-LIBERADAS(CI) TO CT-BONO-SI
006960       MOVE ZERO TO CT-BONO-NO
006970       MOVE TC-PAGADO(CI) TO CT-BONO-PAGADO
006980       MOVE TC-CIA(CI) TO CT-CIA
006990       WRITE REG-CTL-TOTALES
007000     END-PERFORM.
007010     CLOSE CTL-TOTALES.
007020     EXIT.
007030 ANUNCIAR-RESULTADO.
007040     DISPLAY "------ LIBERACION DE CUOTAS DIFERIDAS ------".
007050     DISPLAY " CUOTAS LEIDAS EN DIFERIDO: " CONT-LEIDAS.
007060     DISPLAY " CUOTAS VENCIDAS:           " CONT-VENCIDAS.
007070     DISPLAY " CUOTAS LIBERADAS:          " CONT-LIBERADAS.
007080     DISPLAY " CUOTAS PERDIDAS:           " CONT-PERDIDAS.
007090     DISPLAY " CUOTAS DETENIDAS:          " CONT-DETENIDAS.
007100     DISPLAY " CUOTAS SIN MAESTRO:        " CONT-SIN-MAESTRO.
007110     DISPLAY " SIN AJUSTE AL YTD:         " CONT-SIN-YTD.
007120     DISPLAY " SIN TABLA DE RETENCION:    " CONT-SIN-TABLA-RET.
007130     MOVE TOTAL-LIBERADO TO ED-TOT-A.
007140     DISPLAY " TOTAL LIBERADO:      " ED-TOT-A.
007150     EXIT.
007160*----------------------------------------------------------
007170* BITACORA CENTRAL: INICIAR-RUN-LOG TOMA FECHA Y HORA DE
007180* ARRANQUE; GRABAR-RUN-LOG AGREGA EL REGISTRO DEL PASO EN
007190* RUNLOG (EN EXTEND, CREANDOLO LA PRIMERA VEZ). CUOTAS SIN
007200* MAESTRO O LIBERADAS SIN SUMAR AL ACUMULADO DEJAN CONDICION
007210* 0004.
007220*----------------------------------------------------------
007230 INICIAR-RUN-LOG.
007240     ACCEPT FECHA-INICIO-LOG FROM DATE YYYYMMDD.
007250     ACCEPT HORA-ACEPT-LOG FROM TIME.
007260     MOVE HORA-ACEPT-LOG(1:6) TO HORA-INICIO-LOG.
007270     EXIT.
007280*----------------------------------------------------------
007290* PREDECESORES DE LA NOCHE SEGUN CADDEF (PREDEC1A): SI ALGUNO
007300* FALTA O TERMINO ARRIBA DE LO PERMITIDO, EL PASO NO CORRE Y
007310* DEJA SU 0016 EN RUNLOG. LA LIBERACION DEL OPERADOR LA
007320* REGISTRA PREDEC1A.
007330*----------------------------------------------------------
007340 VERIFICAR-PREDECESORES.
007350     MOVE 'DIFBON1A' TO P-PRED-PROGRAMA.
007360     MOVE FECHA-INICIO-LOG TO P-PRED-FECHA.
007370     CALL 'PREDEC1A' USING P-PRED-CADENA.
007380     IF P-PRED-RECHAZADO THEN
007390       DISPLAY "*** ERROR: PREDECESORES DE LA CADENA INCOMPLETOS,"
007400         " CORRIDA ABORTADA ***"
007410       MOVE 0016 TO COND-LOG
007420       PERFORM GRABAR-RUN-LOG
007430       STOP RUN
007440     END-IF.
007450     EXIT.
007460 GRABAR-RUN-LOG.
007470     OPEN EXTEND RUN-LOG.
007480     IF FS-RUNLOG = '35' THEN
007490       OPEN OUTPUT RUN-LOG
007500     END-IF.
007510     IF FS-RUNLOG NOT = '00' THEN
007520       DISPLAY "*** ATENCION: NO SE PUDO GRABAR EN RUNLOG"
007530         " (FILE STATUS " FS-RUNLOG ") ***"
007540       EXIT PARAGRAPH
007550     END-IF.
007560     MOVE 'DIFBON1A' TO RL-PROGRAMA.
007570     MOVE FECHA-INICIO-LOG TO RL-FECHA-INICIO.
007580     MOVE HORA-INICIO-LOG TO RL-HORA-INICIO.
007590     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
007600     ACCEPT HORA-ACEPT-LOG FROM TIME.
007610     MOVE HORA-ACEPT-LOG(1:6) TO RL-HORA-FIN.
007620     MOVE CONT-VENCIDAS TO RL-LEIDOS.
007630     MOVE CONT-LIBERADAS TO RL-ESCRITOS.
007640     MOVE CONT-SIN-MAESTRO TO RL-RECHAZADOS.
007650     IF COND-LOG = 0000 AND (CONT-SIN-MAESTRO > 0
007660         OR CONT-SIN-YTD > 0) THEN
007670       MOVE 0004 TO COND-LOG
007680     END-IF.
007690     MOVE COND-LOG TO RL-COND.
007700     MOVE P-PRED-RESULTADO TO RL-TIPO.
007710     MOVE P-PRED-PASO TO RL-PREDECESOR.
007720     MOVE P-PRED-COND TO RL-COND-PRED.
007730     MOVE P-PRED-OPERADOR TO RL-OPERADOR.
007740     MOVE SPACES TO RL-MOTIVO.
007750     WRITE REG-RUN-LOG.
007760     CLOSE RUN-LOG.
007770     EXIT.
007780 END PROGRAM DIFBON1A.
