000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: PROGRAMA SECUNDARIO QUE VERIFICA, AL ARRANCAR UN PASO *
000050*           DE LA CADENA NOCTURNA, QUE SUS PREDECESORES YA       *
000060*           CORRIERON ESA NOCHE. TOMA DE LA DEFINICION DE LA     *
000070*           CADENA (CADDEF) LOS PREDECESORES DEL PASO Y LA       *
000080*           CONDICION MAXIMA ACEPTADA DE CADA UNO, Y BUSCA EN LA *
000090*           BITACORA CENTRAL (RUNLOG) EL ULTIMO REGISTRO DE CADA *
000100*           PREDECESOR CON LA FECHA DE LA NOCHE. UN PREDECESOR   *
000110*           QUE NO CORRIO, QUE FUE RECHAZADO O QUE TERMINO ARRIBA*
000120*           DE LA CONDICION PERMITIDA DETIENE AL PASO, SALVO QUE *
000130*           EL OPERADOR LO HAYA LIBERADO EN CADOVR PARA ESA      *
000140*           NOCHE; CADA LIBERACION USADA QUEDA COMO UN REGISTRO  *
000150*           'L' EN RUNLOG CON LA CLAVE DEL OPERADOR. UN PASO QUE *
000160*           NO ESTA EN CADDEF (O SIN CADDEF) CORRE SIN VERIFICAR.*
000170*           LO LLAMAN TODOS LOS PROGRAMAS QUE GRABAN EN RUNLOG.  *
000172* MOD-HISTORY:                                                   *
000174*   15/10/2026 FPG  EL MOTIVO DE LA LIBERACION DEL OPERADOR      *
000176*                   (OV-MOTIVO) QUEDA EN RL-MOTIVO DEL REGISTRO  *
000178*                   'L' DE RUNLOG.                               *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PREDEC1A.
000210 ENVIRONMENT DIVISION.
000220*CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CAD-DEF ASSIGN TO CADDEF
000260       ORGANIZATION IS SEQUENTIAL
000270       FILE STATUS IS FS-CADDEF.
000280     SELECT CAD-OVR ASSIGN TO CADOVR
000290       ORGANIZATION IS SEQUENTIAL
000300       FILE STATUS IS FS-CADOVR.
000310     SELECT RUN-LOG ASSIGN TO RUNLOG
000320       ORGANIZATION IS SEQUENTIAL
000330       FILE STATUS IS FS-RUNLOG.
000340 DATA DIVISION.
000350 FILE SECTION.
000360   FD CAD-DEF
000370       RECORDING MODE IS F
000380       DATA RECORD IS REG-CAD-DEF.
000390   COPY CADDEFRG.
000400   FD CAD-OVR
000410       RECORDING MODE IS F
000420       DATA RECORD IS REG-CAD-OVR.
000430   01 REG-CAD-OVR.
000440     05 OV-FECHA          PIC 9(8).
000450     05 OV-PASO           PIC X(9).
000460     05 OV-PREDECESOR     PIC X(9).
000470     05 OV-OPERADOR       PIC X(8).
000480     05 OV-MOTIVO         PIC X(40).
000490   FD RUN-LOG
000500       RECORDING MODE IS F
000510       DATA RECORD IS REG-RUN-LOG.
000520   COPY RUNLOGRG.
000530 WORKING-STORAGE SECTION.
000540   77 FS-CADDEF          PIC XX            VALUE '00'.
000550   77 FS-CADOVR          PIC XX            VALUE '00'.
000560   77 FS-RUNLOG          PIC XX            VALUE '00'.
000570   01 SWITCH-FIN-DEF     PIC X             VALUE 'N'.
000580     88 FIN-DEF                            VALUE 'Y'.
000590   01 SWITCH-FIN-OVR     PIC X             VALUE 'N'.
000600     88 FIN-OVR                            VALUE 'Y'.
000610   01 SWITCH-FIN-LOG     PIC X             VALUE 'N'.
000620     88 FIN-LOG                            VALUE 'Y'.
000630   01 SWITCH-PASO-DEF    PIC X             VALUE 'N'.
000640     88 PASO-DEFINIDO                      VALUE 'Y'.
000650   01 SWITCH-LIBERADO    PIC X             VALUE 'N'.
000660     88 PRED-LIBERADO                      VALUE 'Y'.
000670   01 SWITCH-LOG-ABIERTO PIC X             VALUE 'N'.
000680     88 LOG-ABIERTO                        VALUE 'Y'.
000690* PREDECESORES DEL PASO, TAL COMO VIENEN EN CADDEF, CON LO QUE
000700* SE HALLO DE CADA UNO EN RUNLOG PARA LA NOCHE. UN PREDECESOR
000710* QUE NO CORRIO QUEDA CON CONDICION 9999.
000720   01 TABLA-PRED.
000730     05 ENTRADA-PRED OCCURS 6 TIMES.
000740       10 TP-PASO         PIC X(9).
000750       10 TP-COND-MAX     PIC 9(4).
000760       10 TP-COND         PIC 9(4).
000770       10 TP-TIPO         PIC X(1).
000780   77 PI                 PIC 9(1)          VALUE 0.
000790   77 OPERADOR-LIB       PIC X(8)          VALUE SPACES.
000795   77 MOTIVO-LIB         PIC X(40)         VALUE SPACES.
000800   77 HORA-ACEPT-PRED    PIC 9(8)          VALUE 0.
000810   77 CONT-LIBERADOS     PIC 9(1)          VALUE 0.
000820 LINKAGE SECTION.
000830* VARIABLES RECIBIDAS: PASO QUE ARRANCA Y FECHA DE LA NOCHE.
000840* VARIABLES DEVUELTAS: RESULTADO (' ' CONFORME, 'R' RECHAZADO,
000850* 'F' FORZADO POR LIBERACION DEL OPERADOR) Y EL PREDECESOR QUE
000860* LO CAUSO, CON SU CONDICION Y LA CLAVE DEL OPERADOR.
000870   01 R-PRED-CADENA.
000880     05 R-PRED-PROGRAMA   PIC X(9).
000890     05 R-PRED-FECHA      PIC 9(8).
000900     05 R-PRED-RESULTADO  PIC X(1).
000910       88 R-PRED-CONFORME                  VALUE SPACE.
000920       88 R-PRED-RECHAZADO                 VALUE 'R'.
000930       88 R-PRED-FORZADO                   VALUE 'F'.
000940     05 R-PRED-PASO       PIC X(9).
000950     05 R-PRED-COND       PIC 9(4).
000960     05 R-PRED-OPERADOR   PIC X(8).
000970 PROCEDURE DIVISION USING R-PRED-CADENA.
000980 MAIN-PROCEDURE.
000990     MOVE SPACE TO R-PRED-RESULTADO.
001000     MOVE SPACES TO R-PRED-PASO.
001010     MOVE ZERO TO R-PRED-COND.
001020     MOVE SPACES TO R-PRED-OPERADOR.
001030     PERFORM BUSCAR-PASO-DEF.
001040     IF NOT PASO-DEFINIDO THEN
001050       GOBACK
001060     END-IF.
001070     PERFORM BUSCAR-PRED-EN-LOG.
001080     PERFORM VALUAR-PREDECESOR
001090       VARYING PI FROM 1 BY 1 UNTIL PI > 6.
001100     IF LOG-ABIERTO THEN
001110       CLOSE RUN-LOG
001120       MOVE 'N' TO SWITCH-LOG-ABIERTO
001130     END-IF.
001140     IF CONT-LIBERADOS > 0 THEN
001150       DISPLAY "*** ATENCION: " R-PRED-PROGRAMA " CORRE POR"
001160         " LIBERACION DEL OPERADOR " OPERADOR-LIB
001170         " SOBRE " CONT-LIBERADOS " PREDECESOR(ES) ***"
001180     END-IF.
001190     GOBACK.
001200*----------------------------------------------------------
001210* DEFINICION DE LA CADENA: SE BUSCA EL REGISTRO DEL PASO Y SE
001220* COPIAN SUS PREDECESORES. SIN CADDEF SE AVISA Y EL PASO CORRE.
001230*----------------------------------------------------------
001240 BUSCAR-PASO-DEF.
001250     MOVE 'N' TO SWITCH-PASO-DEF.
001260     MOVE 'N' TO SWITCH-FIN-DEF.
001270     OPEN INPUT CAD-DEF.
001280     IF FS-CADDEF NOT = '00' THEN
001290       DISPLAY "*** ATENCION: NO HAY DEFINICION DE LA CADENA"
001300         " (CADDEF, FILE STATUS " FS-CADDEF "), NO SE VERIFICAN"
001310         " LOS PREDECESORES DE " R-PRED-PROGRAMA " ***"
001320       EXIT PARAGRAPH
001330     END-IF.
001340     PERFORM UNTIL FIN-DEF OR PASO-DEFINIDO
001350       READ CAD-DEF
001360         AT END
001370           MOVE 'Y' TO SWITCH-FIN-DEF
001380         NOT AT END
001390           IF CF-PASO = R-PRED-PROGRAMA THEN
001400             MOVE 'Y' TO SWITCH-PASO-DEF
001410           END-IF
001420       END-READ
001430     END-PERFORM.
001440     IF PASO-DEFINIDO THEN
001450       PERFORM COPIAR-PREDECESOR
001460         VARYING PI FROM 1 BY 1 UNTIL PI > 6
001470     END-IF.
001480     CLOSE CAD-DEF.
001490     EXIT.
001500 COPIAR-PREDECESOR.
001510     MOVE CF-PRED-PASO(PI) TO TP-PASO(PI).
001520     IF CF-PRED-COND-MAX(PI) NUMERIC THEN
001530       MOVE CF-PRED-COND-MAX(PI) TO TP-COND-MAX(PI)
001540     ELSE
001550       MOVE 0004 TO TP-COND-MAX(PI)
001560     END-IF.
001570     MOVE 9999 TO TP-COND(PI).
001580     MOVE SPACE TO TP-TIPO(PI).
001590     EXIT.
001600*----------------------------------------------------------
001610* RUNLOG ES ACUMULATIVO: DE CADA PREDECESOR VALE EL ULTIMO
001620* REGISTRO DE PASO CON LA FECHA DE LA NOCHE (UNA RECORRIDA
001630* EXITOSA REEMPLAZA A LA QUE FALLO). LAS LIBERACIONES 'L' Y
001640* LAS SIMULACIONES 'S' NO SON PASOS Y SE SALTAN.
001650*----------------------------------------------------------
001660 BUSCAR-PRED-EN-LOG.
001670     MOVE 'N' TO SWITCH-FIN-LOG.
001680     OPEN INPUT RUN-LOG.
001690     IF FS-RUNLOG NOT = '00' THEN
001700       EXIT PARAGRAPH
001710     END-IF.
001720     PERFORM UNTIL FIN-LOG
001730       READ RUN-LOG
001740         AT END
001750           MOVE 'Y' TO SWITCH-FIN-LOG
001760         NOT AT END
001770           IF RL-FECHA-INICIO = R-PRED-FECHA
001780              AND NOT RL-TIPO-LIBERACION
001790              AND NOT RL-TIPO-SIMULACION THEN
001800             PERFORM ANOTAR-PRED-EN-LOG
001810               VARYING PI FROM 1 BY 1 UNTIL PI > 6
001820           END-IF
001830       END-READ
001840     END-PERFORM.
001850     CLOSE RUN-LOG.
001860     EXIT.
001870 ANOTAR-PRED-EN-LOG.
001880     IF TP-PASO(PI) NOT = SPACES
001890        AND TP-PASO(PI) = RL-PROGRAMA THEN
001900       MOVE RL-COND TO TP-COND(PI)
001910       MOVE RL-TIPO TO TP-TIPO(PI)
001920     END-IF.
001930     EXIT.
001940*----------------------------------------------------------
001950* UN PREDECESOR FALTANTE, RECHAZADO O ARRIBA DE SU CONDICION
001960* MAXIMA DETIENE EL PASO, SALVO LIBERACION DEL OPERADOR PARA
001970* ESA NOCHE, ESE PASO Y ESE PREDECESOR (O TODOS, CON EL
001980* PREDECESOR EN BLANCO EN CADOVR).
001990*----------------------------------------------------------
002000 VALUAR-PREDECESOR.
002010     IF TP-PASO(PI) = SPACES THEN
002020       EXIT PARAGRAPH
002030     END-IF.
002040     IF TP-COND(PI) NOT > TP-COND-MAX(PI)
002050        AND TP-TIPO(PI) NOT = 'R' THEN
002060       EXIT PARAGRAPH
002070     END-IF.
002080     PERFORM BUSCAR-LIBERACION.
002090     IF PRED-LIBERADO THEN
002100       PERFORM GRABAR-LIBERACION
002110       ADD 1 TO CONT-LIBERADOS
002120       IF NOT R-PRED-RECHAZADO THEN
002130         MOVE 'F' TO R-PRED-RESULTADO
002140         MOVE TP-PASO(PI) TO R-PRED-PASO
002150         MOVE TP-COND(PI) TO R-PRED-COND
002160         MOVE OPERADOR-LIB TO R-PRED-OPERADOR
002170       END-IF
002180       EXIT PARAGRAPH
002190     END-IF.
002200     IF TP-COND(PI) = 9999 THEN
002210       DISPLAY "*** ERROR: EL PREDECESOR " TP-PASO(PI) " DE "
002220         R-PRED-PROGRAMA " NO HA CORRIDO LA NOCHE DEL "
002230         R-PRED-FECHA " ***"
002240     ELSE
002250       DISPLAY "*** ERROR: EL PREDECESOR " TP-PASO(PI) " DE "
002260         R-PRED-PROGRAMA " TERMINO CON CONDICION " TP-COND(PI)
002270         " (MAXIMA ACEPTADA " TP-COND-MAX(PI) ") ***"
002280     END-IF.
002290     IF NOT R-PRED-RECHAZADO THEN
002300       MOVE 'R' TO R-PRED-RESULTADO
002310       MOVE TP-PASO(PI) TO R-PRED-PASO
002320       MOVE TP-COND(PI) TO R-PRED-COND
002330       MOVE SPACES TO R-PRED-OPERADOR
002340     END-IF.
002350     EXIT.
002360 BUSCAR-LIBERACION.
002370     MOVE 'N' TO SWITCH-LIBERADO.
002380     MOVE 'N' TO SWITCH-FIN-OVR.
002390     OPEN INPUT CAD-OVR.
002400     IF FS-CADOVR NOT = '00' THEN
002410       EXIT PARAGRAPH
002420     END-IF.
002430     PERFORM UNTIL FIN-OVR OR PRED-LIBERADO
002440       READ CAD-OVR
002450         AT END
002460           MOVE 'Y' TO SWITCH-FIN-OVR
002470         NOT AT END
002480           IF OV-FECHA = R-PRED-FECHA
002490              AND OV-PASO = R-PRED-PROGRAMA
002500              AND (OV-PREDECESOR = TP-PASO(PI)
002510                   OR OV-PREDECESOR = SPACES) THEN
002520             MOVE 'Y' TO SWITCH-LIBERADO
002530             MOVE OV-OPERADOR TO OPERADOR-LIB
002535             MOVE OV-MOTIVO TO MOTIVO-LIB
002540           END-IF
002550       END-READ
002560     END-PERFORM.
002570     CLOSE CAD-OVR.
002580     EXIT.
002590*----------------------------------------------------------
002600* CADA LIBERACION USADA QUEDA EN RUNLOG A NOMBRE DEL PASO, CON
002610* EL PREDECESOR PASADO POR ALTO, SU CONDICION Y EL OPERADOR.
002620*----------------------------------------------------------
002630 GRABAR-LIBERACION.
002640     IF NOT LOG-ABIERTO THEN
002650       OPEN EXTEND RUN-LOG
002660       IF FS-RUNLOG = '35' THEN
002670         OPEN OUTPUT RUN-LOG
002680       END-IF
002690       IF FS-RUNLOG NOT = '00' THEN
002700         DISPLAY "*** ATENCION: NO SE PUDO GRABAR LA LIBERACION"
002710           " EN RUNLOG (FILE STATUS " FS-RUNLOG ") ***"
002720         EXIT PARAGRAPH
002730       END-IF
002740       MOVE 'Y' TO SWITCH-LOG-ABIERTO
002750     END-IF.
002760     MOVE SPACES TO REG-RUN-LOG.
002770     MOVE R-PRED-PROGRAMA TO RL-PROGRAMA.
002780     MOVE R-PRED-FECHA TO RL-FECHA-INICIO.
002790     ACCEPT RL-FECHA-FIN FROM DATE YYYYMMDD.
002800     ACCEPT HORA-ACEPT-PRED FROM TIME.
002810     MOVE HORA-ACEPT-PRED(1:6) TO RL-HORA-INICIO.
002820     MOVE HORA-ACEPT-PRED(1:6) TO RL-HORA-FIN.
002830     MOVE ZERO TO RL-LEIDOS.
002840     MOVE ZERO TO RL-ESCRITOS.
002850     MOVE ZERO TO RL-RECHAZADOS.
002860     MOVE ZERO TO RL-COND.
002870     MOVE 'L' TO RL-TIPO.
002880     MOVE TP-PASO(PI) TO RL-PREDECESOR.
002890     MOVE TP-COND(PI) TO RL-COND-PRED.
002900     MOVE OPERADOR-LIB TO RL-OPERADOR.
002905     MOVE MOTIVO-LIB TO RL-MOTIVO.
002910     WRITE REG-RUN-LOG.
002920     EXIT.
002930 END PROGRAM PREDEC1A.
