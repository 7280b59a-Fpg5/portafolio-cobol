000010******************************************************************
000020* AUTHOR:  FERNANDO PEREZ G.                                     *
000030* DATE:    15/10/2026                                            *
000040* PURPOSE: EXPEDIENTE DE BONO POR EMPLEADO (CONSULTA UNICA PARA  *
000050*           ATENDER "DONDE ESTA MI BONO"). PIDE LA CLAVE DEL     *
000060*           OPERADOR Y LUEGO UN ID-EMP A LA VEZ, Y MUESTRA EN    *
000070*           CONSOLA: EL REGISTRO DEL MAESTRO EMPMAST Y SU        *
000080*           HISTORIAL DE DEPARTAMENTOS (DEPTHIST); LAS           *
000090*           DECISIONES DEL ANIO EN AUDHIST Y LOS AJUSTES DEL     *
000100*           ANIO EN AJUSTANO; EL ACUMULADO YTDBONO CONTRA EL     *
000110*           TOPE ANUAL (RUNCTL); CADA PAGO EN PAGOLIB CON SU     *
000120*           ESTADO (RECHAZOS Y REEMISIONES INCLUIDOS); LAS       *
000130*           CUOTAS DE BONO DIFERIDO; LAS APROBACIONES PENDIENTES *
000140*           O RECHAZADAS DE APRREG, Y LAS PARTIDAS ABIERTAS EN   *
000150*           SUSPENSO CON SUS DIAS DE ANTIGUEDAD. SOLO LECTURA:   *
000160*           TODOS LOS ARCHIVOS SE ABREN DE ENTRADA. COMO EXPONE  *
000170*           SALARIOS, CADA CONSULTA QUEDA EN LA BITACORA CONSLOG *
000180*           (FECHA, HORA, OPERADOR, ID CONSULTADO Y SI EXISTIA); *
000190*           SIN BITACORA NO HAY CONSULTA.                        *
000192* MOD-HISTORY:                                                   *
000194*   15/10/2026 FPG  SI NO SE PUEDE ANOTAR LA CONSULTA EN LA      *
000196*                   BITACORA CONSLOG NO SE MUESTRA EL EMPLEADO Y *
000198*                   LA CONSULTA TERMINA.                         *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. EXPEMP1A.
000230 ENVIRONMENT DIVISION.
000240*CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EMPMAST ASSIGN TO EMPMAST
000280       ORGANIZATION IS INDEXED
000290       ACCESS MODE IS RANDOM
000300       RECORD KEY IS ID-MAST
000310       FILE STATUS IS FS-EMPMAST.
000320     SELECT DEPTO-HIST ASSIGN TO DEPTHIST
000330       ORGANIZATION IS SEQUENTIAL
000340       FILE STATUS IS FS-DEPTHIST.
000350     SELECT AUD-HISTORIA ASSIGN TO AUDHIST
000360       ORGANIZATION IS SEQUENTIAL
000370       FILE STATUS IS FS-AUDHIST.
000380     SELECT AJUSTES-ANIO ASSIGN TO AJUSTANO
000390       ORGANIZATION IS SEQUENTIAL
000400       FILE STATUS IS FS-AJUSTANO.
000410     SELECT YTD-BONO ASSIGN TO YTDBONO
000420       ORGANIZATION IS INDEXED
000430       ACCESS MODE IS RANDOM
000440       RECORD KEY IS YTD-ID-EMP
000450       FILE STATUS IS FS-YTD.
000460     SELECT RUN-CONTROL ASSIGN TO RUNCTL
000470       ORGANIZATION IS SEQUENTIAL
000480       FILE STATUS IS FS-RUNCTL.
000490     SELECT PAGO-LEDGER ASSIGN TO PAGOLIB
000500       ORGANIZATION IS INDEXED
000510       ACCESS MODE IS DYNAMIC
000520       RECORD KEY IS PL-LLAVE
000530       FILE STATUS IS FS-LEDGER.
000540     SELECT DIFERIDO ASSIGN TO DIFERIDO
000550       ORGANIZATION IS INDEXED
000560       ACCESS MODE IS DYNAMIC
000570       RECORD KEY IS DF-LLAVE
000580       FILE STATUS IS FS-DIFER.
000590     SELECT APROBACIONES ASSIGN TO APRREG
000600       ORGANIZATION IS INDEXED
000610       ACCESS MODE IS DYNAMIC
000620       RECORD KEY IS AP-LLAVE
000630       FILE STATUS IS FS-APRREG.
000640     SELECT SUSPENSO ASSIGN TO SUSPENSO
000650       ORGANIZATION IS INDEXED
000660       ACCESS MODE IS DYNAMIC
000670       RECORD KEY IS SU-LLAVE
000680       FILE STATUS IS FS-SUSP.
000690     SELECT BITACORA-CONS ASSIGN TO CONSLOG
000700       ORGANIZATION IS SEQUENTIAL
000710       FILE STATUS IS FS-CONSLOG.
000720 DATA DIVISION.
000730 FILE SECTION.
000740   FD EMPMAST
000750       RECORDING MODE IS F
000760       DATA RECORD IS REG-MAST.
000770   COPY EMPMASTR.
000780   FD DEPTO-HIST
000790       RECORDING MODE IS F
000800       DATA RECORD IS REG-DEPTO-HIST.
000810   COPY DEPTHREG.
000820   FD AUD-HISTORIA
000830       RECORDING MODE IS F
000840       DATA RECORD IS REG-AUD-HIST.
000850   COPY AUDHSTRG.
000860   FD AJUSTES-ANIO
000870       RECORDING MODE IS F
000880       DATA RECORD IS REG-AJUSTE.
000890   COPY AJUSTREG.
000900   FD YTD-BONO
000910       RECORDING MODE IS F
000920       DATA RECORD IS REG-YTD.
000930   01 REG-YTD.
000940     05 YTD-ID-EMP        PIC X(4).
000950     05 YTD-ANIO          PIC 9(4).
000960     05 YTD-ACUMULADO     PIC 9(9)V99.
000970   FD RUN-CONTROL
000980       RECORDING MODE IS F
000990       DATA RECORD IS REG-RUN-CONTROL.
001000   COPY RUNCTLRG.
001010   FD PAGO-LEDGER
001020       RECORDING MODE IS F
001030       DATA RECORD IS REG-PAGO-LEDGER.
001040   COPY PAGOLEDG.
001050   FD DIFERIDO
001060       RECORDING MODE IS F
001070       DATA RECORD IS REG-DIFERIDO.
001080   COPY DIFERRG.
001090   FD APROBACIONES
001100       RECORDING MODE IS F
001110       DATA RECORD IS REG-APROBACION.
001120   COPY APRREGRG.
001130   FD SUSPENSO
001140       RECORDING MODE IS F
001150       DATA RECORD IS REG-SUSPENSO.
001160   COPY SUSPREG.
001170* BITACORA DE CONSULTAS: UN REGISTRO POR ID CONSULTADO, CON LA
001180* CLAVE DEL OPERADOR QUE LO CONSULTO ('S' EL ID EXISTE EN EL
001190* MAESTRO, 'N' NO EXISTE).
001200   FD BITACORA-CONS
001210       RECORDING MODE IS F
001220       DATA RECORD IS REG-BITACORA-CONS.
001230   01 REG-BITACORA-CONS.
001240     05 BC-FECHA          PIC 9(8).
001250     05 BC-HORA           PIC 9(6).
001260     05 BC-OPERADOR       PIC X(8).
001270     05 BC-PROGRAMA       PIC X(9).
001280     05 BC-ID-EMP         PIC X(4).
001290     05 BC-HALLADO        PIC X(1).
001300     05 FILLER            PIC X(14).
001310 WORKING-STORAGE SECTION.
001320   77 FS-EMPMAST          PIC XX           VALUE '00'.
001330   77 FS-DEPTHIST         PIC XX           VALUE '00'.
001340   77 FS-AUDHIST          PIC XX           VALUE '00'.
001350   77 FS-AJUSTANO         PIC XX           VALUE '00'.
001360   77 FS-YTD              PIC XX           VALUE '00'.
001370   77 FS-RUNCTL           PIC XX           VALUE '00'.
001380   77 FS-LEDGER           PIC XX           VALUE '00'.
001390   77 FS-DIFER            PIC XX           VALUE '00'.
001400   77 FS-APRREG           PIC XX           VALUE '00'.
001410   77 FS-SUSP             PIC XX           VALUE '00'.
001420   77 FS-CONSLOG          PIC XX           VALUE '00'.
001430   01 SWITCH-FIN-CONSULTA PIC X            VALUE 'N'.
001440     88 FIN-CONSULTA                       VALUE 'Y'.
001450   01 SWITCH-FIN-ARCHIVO  PIC X            VALUE 'N'.
001460     88 FIN-ARCHIVO                        VALUE 'Y'.
001470   01 SWITCH-YTD-DISP     PIC X            VALUE 'N'.
001480     88 YTD-DISPONIBLE                     VALUE 'Y'.
001490   01 SWITCH-LEDGER-DISP  PIC X            VALUE 'N'.
001500     88 LEDGER-DISPONIBLE                  VALUE 'Y'.
001510   01 SWITCH-DIF-DISP     PIC X            VALUE 'N'.
001520     88 DIFERIDO-DISPONIBLE                VALUE 'Y'.
001530   01 SWITCH-APR-DISP     PIC X            VALUE 'N'.
001540     88 APROBACION-DISPONIBLE              VALUE 'Y'.
001550   01 SWITCH-SUSP-DISP    PIC X            VALUE 'N'.
001560     88 SUSPENSO-DISPONIBLE                VALUE 'Y'.
001563   01 SWITCH-BITACORA-OK  PIC X            VALUE 'Y'.
001566     88 BITACORA-ANOTADA                   VALUE 'Y'.
001570   77 OPERADOR-CONS       PIC X(8)         VALUE SPACES.
001580   77 ID-CONSULTA         PIC X(4)         VALUE SPACES.
001590   77 CONT-CONSULTAS      PIC 9(4)         VALUE 0000.
001600   77 CONT-RENGLONES      PIC 9(4)         VALUE 0000.
001610   77 TOPE-ANUAL          PIC 9(7)V99      VALUE 0050000.00.
001620   77 DISPONIBLE-TOPE     PIC 9(9)V99      VALUE 0.
001630   77 DIAS-ABIERTA        PIC S9(7)        VALUE 0.
001640   77 HORA-ACEPT          PIC 9(8)         VALUE 0.
001650   01 FECHA-CONSULTA.
001660     05 FC-ANIO           PIC 9(4).
001670     05 FC-MES            PIC 99.
001680     05 FC-DIA            PIC 99.
001690   01 FECHA-CONSULTA-R    REDEFINES FECHA-CONSULTA PIC 9(8).
001700* RENGLONES DE LA CONSULTA.
001710   01 RENGLON-MAESTRO-1.
001720     05 FILLER            PIC X(11)        VALUE " EMPLEADO: ".
001730     05 RM-ID             PIC X(4).
001740     05 FILLER            PIC X(1)         VALUE SPACE.
001750     05 RM-NOMBRE         PIC X(19).
001760     05 FILLER            PIC X(9)         VALUE " PUESTO: ".
001770     05 RM-PUESTO         PIC X(15).
001780     05 FILLER            PIC X(6)         VALUE " CIA: ".
001790     05 RM-CIA            PIC X(1).
001800   01 RENGLON-MAESTRO-2.
001810     05 FILLER            PIC X(11)        VALUE " DEPTO:    ".
001820     05 RM-DEPTO          PIC X(3).
001830     05 FILLER            PIC X(7)         VALUE "  TIPO ".
001840     05 RM-TIPO           PIC X(1).
001850     05 FILLER            PIC X(10)        VALUE "  SALARIO ".
001860     05 RM-SALARIO        PIC X(9).
001870     05 FILLER            PIC X(1)         VALUE SPACE.
001880     05 RM-MONEDA         PIC X(3).
001890     05 FILLER            PIC X(6)         VALUE "  ANT ".
001900     05 RM-ANT            PIC X(3).
001910     05 FILLER            PIC X(7)         VALUE "  REND ".
001920     05 RM-REND           PIC X(3).
001930   01 RENGLON-MAESTRO-3.
001940     05 FILLER            PIC X(11)        VALUE " ALTA:     ".
001950     05 RM-ALTA           PIC X(8).
001960     05 FILLER            PIC X(10)        VALUE "  STATUS: ".
001970     05 RM-STATUS         PIC X(1).
001980     05 FILLER            PIC X(1)         VALUE SPACE.
001990     05 RM-STATUS-TXT     PIC X(8).
002000     05 FILLER            PIC X(7)         VALUE " DESDE ".
002010     05 RM-FECHA-STATUS   PIC X(6).
002020   01 RENGLON-DEPTO.
002030     05 FILLER            PIC X(3)         VALUE SPACES.
002040     05 RD-DEPTO          PIC X(3).
002050     05 FILLER            PIC X(12)        VALUE " A PARTIR DE".
002060     05 FILLER            PIC X(1)         VALUE SPACE.
002070     05 RD-FECHA          PIC 9(8).
002080   01 RENGLON-DECISION.
002090     05 FILLER            PIC X(3)         VALUE SPACES.
002100     05 RB-FECHA          PIC 9(8).
002110     05 FILLER            PIC X(1)         VALUE SPACE.
002120     05 RB-TIPO-REND      PIC X(13).
002130     05 FILLER            PIC X(1)         VALUE SPACE.
002140     05 RB-REND           PIC X(3).
002150     05 FILLER            PIC X(1)         VALUE SPACE.
002160     05 RB-BONO           PIC Z,ZZZ,ZZ9.99.
002170     05 FILLER            PIC X(1)         VALUE SPACE.
002180     05 RB-MONEDA         PIC X(3).
002190     05 FILLER            PIC X(5)         VALUE " RET ".
002200     05 RB-RETENCION      PIC Z,ZZZ,ZZ9.99.
002210     05 FILLER            PIC X(5)         VALUE " DIF ".
002220     05 RB-DIFERIDO       PIC Z,ZZZ,ZZ9.99.
002230   01 RENGLON-AJUSTE.
002240     05 FILLER            PIC X(3)         VALUE SPACES.
002250     05 RA-FECHA          PIC 9(8).
002260     05 FILLER            PIC X(6)         VALUE " REND ".
002270     05 RA-REND-ANT       PIC X(3).
002280     05 FILLER            PIC X(4)         VALUE " -> ".
002290     05 RA-REND-NUEVO     PIC X(3).
002300     05 FILLER            PIC X(7)         VALUE "  BONO ".
002310     05 RA-BONO-ANT       PIC Z,ZZZ,ZZ9.99.
002320     05 FILLER            PIC X(4)         VALUE " -> ".
002330     05 RA-BONO-NUEVO     PIC Z,ZZZ,ZZ9.99.
002340     05 FILLER            PIC X(1)         VALUE SPACE.
002350     05 RA-DELTA          PIC -,---,--9.99.
002360     05 FILLER            PIC X(1)         VALUE SPACE.
002370     05 RA-MONEDA         PIC X(3).
002380   01 RENGLON-YTD.
002390     05 FILLER            PIC X(11)        VALUE " ACUMULADO ".
002400     05 RY-ANIO           PIC 9(4).
002410     05 FILLER            PIC X(2)         VALUE ": ".
002420     05 RY-ACUMULADO      PIC ZZZ,ZZZ,ZZ9.99.
002430     05 FILLER            PIC X(8)         VALUE "  TOPE: ".
002440     05 RY-TOPE           PIC Z,ZZZ,ZZ9.99.
002450     05 FILLER            PIC X(14)        VALUE "  DISPONIBLE: ".
002460     05 RY-DISPONIBLE     PIC ZZZ,ZZZ,ZZ9.99.
002470   01 RENGLON-PAGO.
002480     05 FILLER            PIC X(3)         VALUE SPACES.
002490     05 RP-FECHA          PIC 9(8).
002500     05 FILLER            PIC X(1)         VALUE "/".
002510     05 RP-CUOTA          PIC 99.
002520     05 FILLER            PIC X(1)         VALUE SPACE.
002530     05 RP-IMPORTE        PIC Z,ZZZ,ZZ9.99.
002540     05 FILLER            PIC X(1)         VALUE SPACE.
002550     05 RP-MONEDA         PIC X(3).
002560     05 FILLER            PIC X(1)         VALUE SPACE.
002570     05 RP-ESTADO         PIC X(10).
002580     05 FILLER            PIC X(1)         VALUE SPACE.
002590     05 RP-FECHA-ESTADO   PIC 9(8).
002600     05 FILLER            PIC X(5)         VALUE " SEC ".
002610     05 RP-SECUENCIA      PIC ZZZ9.
002620     05 FILLER            PIC X(1)         VALUE SPACE.
002630     05 RP-MOTIVO         PIC X(30).
002640   01 RENGLON-CUOTA.
002650     05 FILLER            PIC X(3)         VALUE SPACES.
002660     05 RC-ORIGEN         PIC 9(8).
002670     05 FILLER            PIC X(7)         VALUE " CUOTA ".
002680     05 RC-CUOTA          PIC Z9.
002690     05 FILLER            PIC X(1)         VALUE "/".
002700     05 RC-CUOTAS         PIC Z9.
002710     05 FILLER            PIC X(7)         VALUE " VENCE ".
002720     05 RC-VENCE          PIC 9(6).
002730     05 FILLER            PIC X(1)         VALUE SPACE.
002740     05 RC-IMPORTE        PIC Z,ZZZ,ZZ9.99.
002750     05 FILLER            PIC X(1)         VALUE SPACE.
002760     05 RC-MONEDA         PIC X(3).
002770     05 FILLER            PIC X(1)         VALUE SPACE.
002780     05 RC-ESTADO         PIC X(9).
002790     05 FILLER            PIC X(1)         VALUE SPACE.
002800     05 RC-MOTIVO         PIC X(30).
002810   01 RENGLON-APROBACION.
002820     05 FILLER            PIC X(3)         VALUE SPACES.
002830     05 RR-FECHA          PIC 9(8).
002840     05 FILLER            PIC X(1)         VALUE SPACE.
002850     05 RR-BONO           PIC Z,ZZZ,ZZ9.99.
002860     05 FILLER            PIC X(1)         VALUE SPACE.
002870     05 RR-MONEDA         PIC X(3).
002880     05 FILLER            PIC X(1)         VALUE SPACE.
002890     05 RR-ESTADO         PIC X(9).
002900     05 FILLER            PIC X(1)         VALUE SPACE.
002910     05 RR-SUPERVISOR     PIC X(8).
002920     05 FILLER            PIC X(1)         VALUE SPACE.
002930     05 RR-FECHA-DECISION PIC 9(8).
002940   01 RENGLON-SUSPENSO.
002950     05 FILLER            PIC X(3)         VALUE SPACES.
002960     05 RS-FUENTE         PIC X(9).
002970     05 FILLER            PIC X(7)         VALUE " DESDE ".
002980     05 RS-DESDE          PIC 9(8).
002990     05 FILLER            PIC X(1)         VALUE SPACE.
003000     05 RS-DIAS           PIC ZZZZ9.
003010     05 FILLER            PIC X(6)         VALUE " DIAS ".
003020     05 RS-VECES          PIC ZZZ9.
003030     05 FILLER            PIC X(7)         VALUE " VECES ".
003040     05 RS-MOTIVO         PIC X(40).
003050 PROCEDURE DIVISION.
003060 MAIN-PROCEDURE.
003070     ACCEPT FECHA-CONSULTA-R FROM DATE YYYYMMDD.
003080     PERFORM PEDIR-OPERADOR.
003090     PERFORM ABRIR-BITACORA.
003100     PERFORM LEER-TOPE-CONTROL.
003110     PERFORM ABRIR-ARCHIVOS-EXP.
003120     DISPLAY "------- EXPEDIENTE DE BONO POR EMPLEADO -------".
003130     PERFORM UNTIL FIN-CONSULTA
003140       PERFORM PEDIR-ID
003150       IF NOT FIN-CONSULTA
003160         PERFORM CONSULTAR-EMPLEADO
003170       END-IF
003180     END-PERFORM.
003190     PERFORM CERRAR-ARCHIVOS-EXP.
003200     DISPLAY "CONSULTAS ATENDIDAS: " CONT-CONSULTAS.
003210     STOP RUN.
003220*----------------------------------------------------------
003230* LA CONSULTA EXPONE SALARIOS: SIN CLAVE DE OPERADOR NO SE
003240* ATIENDE NINGUNA.
003250*----------------------------------------------------------
003260 PEDIR-OPERADOR.
003270     DISPLAY "CLAVE DE OPERADOR: ".
003280     ACCEPT OPERADOR-CONS.
003290     IF OPERADOR-CONS = SPACES THEN
003300       DISPLAY "*** ERROR: SIN CLAVE DE OPERADOR NO HAY"
003305         " CONSULTA ***"
003310       STOP RUN
003320     END-IF.
003330     EXIT.
003340*----------------------------------------------------------
003350* LA BITACORA SE ABRE EN EXTEND (CREANDOLA LA PRIMERA VEZ);
003360* SI NO ABRE, NO SE CONSULTA: NINGUNA CONSULTA SIN CONSTANCIA.
003370*----------------------------------------------------------
003380 ABRIR-BITACORA.
003390     OPEN EXTEND BITACORA-CONS.
003400     IF FS-CONSLOG = '35' THEN
003410       OPEN OUTPUT BITACORA-CONS
003420     END-IF.
003430     IF FS-CONSLOG NOT = '00' THEN
003440       DISPLAY "*** ERROR: NO SE PUDO ABRIR LA BITACORA CONSLOG"
003450         " (FILE STATUS " FS-CONSLOG "), SIN BITACORA NO HAY"
003460         " CONSULTA ***"
003470       STOP RUN
003480     END-IF.
003490     EXIT.
003500*----------------------------------------------------------
003510* EL TOPE ANUAL ES EL DE LA CORRIDA (RUNCTL, CON EL MISMO
003520* VALOR POR DEFECTO).
003530*----------------------------------------------------------
003540 LEER-TOPE-CONTROL.
003550     OPEN INPUT RUN-CONTROL.
003560     IF FS-RUNCTL = '00' THEN
003570       READ RUN-CONTROL
003580         AT END
003590           CONTINUE
003600         NOT AT END
003610           IF RC-TOPE-ANUAL NUMERIC AND RC-TOPE-ANUAL > 0 THEN
003620             MOVE RC-TOPE-ANUAL TO TOPE-ANUAL
003630           END-IF
003640       END-READ
003650       CLOSE RUN-CONTROL
003660     END-IF.
003670     EXIT.
003680*----------------------------------------------------------
003690* SOLO EL MAESTRO ES INDISPENSABLE. LOS DEMAS ARCHIVOS
003700* INDEXADOS SE ABREN DE ENTRADA UNA VEZ; EL QUE NO ABRE SE
003710* AVISA Y SU SECCION SALE COMO NO DISPONIBLE. LOS SECUENCIALES
003720* SE RECORREN EN CADA CONSULTA.
003730*----------------------------------------------------------
003740 ABRIR-ARCHIVOS-EXP.
003750     OPEN INPUT EMPMAST.
003760     IF FS-EMPMAST NOT = '00' THEN
003770       DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO EMPMAST"
003780         " (FILE STATUS " FS-EMPMAST "), EJECUTAR EMPMANT1A ***"
003790       CLOSE BITACORA-CONS
003800       STOP RUN
003810     END-IF.
003820     OPEN INPUT YTD-BONO.
003830     IF FS-YTD = '00' THEN
003840       MOVE 'Y' TO SWITCH-YTD-DISP
003850     ELSE
003860       DISPLAY "*** ATENCION: SIN YTDBONO (FILE STATUS " FS-YTD
003870         ") ***"
003880     END-IF.
003890     OPEN INPUT PAGO-LEDGER.
003900     IF FS-LEDGER = '00' THEN
003910       MOVE 'Y' TO SWITCH-LEDGER-DISP
003920     ELSE
003930       DISPLAY "*** ATENCION: SIN PAGOLIB (FILE STATUS " FS-LEDGER
003940         ") ***"
003950     END-IF.
003960     OPEN INPUT DIFERIDO.
003970     IF FS-DIFER = '00' THEN
003980       MOVE 'Y' TO SWITCH-DIF-DISP
003990     END-IF.
004000     OPEN INPUT APROBACIONES.
004010     IF FS-APRREG = '00' THEN
004020       MOVE 'Y' TO SWITCH-APR-DISP
004030     END-IF.
004040     OPEN INPUT SUSPENSO.
004050     IF FS-SUSP = '00' THEN
004060       MOVE 'Y' TO SWITCH-SUSP-DISP
004070     END-IF.
004080     EXIT.
004090 CERRAR-ARCHIVOS-EXP.
004100     IF SUSPENSO-DISPONIBLE THEN
004110       CLOSE SUSPENSO
004120     END-IF.
004130     IF APROBACION-DISPONIBLE THEN
004140       CLOSE APROBACIONES
004150     END-IF.
004160     IF DIFERIDO-DISPONIBLE THEN
004170       CLOSE DIFERIDO
004180     END-IF.
004190     IF LEDGER-DISPONIBLE THEN
004200       CLOSE PAGO-LEDGER
004210     END-IF.
004220     IF YTD-DISPONIBLE THEN
004230       CLOSE YTD-BONO
004240     END-IF.
004250     CLOSE EMPMAST.
004260     CLOSE BITACORA-CONS.
004270     EXIT.
004280 PEDIR-ID.
004290     DISPLAY "ID DE EMPLEADO (FIN PARA TERMINAR): ".
004300     MOVE SPACES TO ID-CONSULTA.
004310     ACCEPT ID-CONSULTA.
004320     IF ID-CONSULTA = 'FIN' OR ID-CONSULTA = 'fin'
004330         OR ID-CONSULTA = SPACES THEN
004340       MOVE 'Y' TO SWITCH-FIN-CONSULTA
004350     END-IF.
004360     EXIT.
004370*----------------------------------------------------------
004380* TODA CONSULTA SE ANOTA EN LA BITACORA ANTES DE MOSTRAR
004390* NADA, EXISTA O NO EL ID. SI LA ANOTACION FALLA NO SE MUESTRA
004395* EL EMPLEADO Y LA CONSULTA TERMINA.
004400*----------------------------------------------------------
004410 CONSULTAR-EMPLEADO.
004420     ADD 1 TO CONT-CONSULTAS.
004430     MOVE ID-CONSULTA TO ID-MAST.
004440     READ EMPMAST
004450       INVALID KEY
004460         MOVE 'N' TO BC-HALLADO
004470         PERFORM ANOTAR-BITACORA
004480         DISPLAY "*** ID " ID-CONSULTA
004490           " NO EXISTE EN EL MAESTRO ***"
004500         EXIT PARAGRAPH
004510     END-READ.
004520     MOVE 'S' TO BC-HALLADO.
004530     PERFORM ANOTAR-BITACORA.
004532     IF NOT BITACORA-ANOTADA THEN
004534       EXIT PARAGRAPH
004536     END-IF.
004540     PERFORM MOSTRAR-MAESTRO.
004550     PERFORM MOSTRAR-DEPARTAMENTOS.
004560     PERFORM MOSTRAR-DECISIONES.
004570     PERFORM MOSTRAR-AJUSTES.
004580     PERFORM MOSTRAR-ACUMULADO.
004590     PERFORM MOSTRAR-PAGOS.
004600     PERFORM MOSTRAR-DIFERIDOS.
004610     PERFORM MOSTRAR-APROBACIONES.
004620     PERFORM MOSTRAR-SUSPENSOS.
004630     DISPLAY "______________________________".
004640     EXIT.
004650 ANOTAR-BITACORA.
004660     MOVE FECHA-CONSULTA-R TO BC-FECHA.
004670     ACCEPT HORA-ACEPT FROM TIME.
004680     MOVE HORA-ACEPT(1:6) TO BC-HORA.
004690     MOVE OPERADOR-CONS TO BC-OPERADOR.
004700     MOVE 'EXPEMP1A' TO BC-PROGRAMA.
004710     MOVE ID-CONSULTA TO BC-ID-EMP.
004720     WRITE REG-BITACORA-CONS.
004721     IF FS-CONSLOG NOT = '00' THEN
004722       MOVE 'N' TO SWITCH-BITACORA-OK
004723       MOVE 'Y' TO SWITCH-FIN-CONSULTA
004724       DISPLAY "*** ERROR: NO SE PUDO GRABAR EN LA BITACORA"
004725         " CONSLOG (FILE STATUS " FS-CONSLOG "), NO SE MUESTRA"
004726         " EL EMPLEADO Y LA CONSULTA TERMINA ***"
004727     END-IF.
004730     EXIT.
004740 MOSTRAR-MAESTRO.
004750     DISPLAY "-- MAESTRO --".
004760     MOVE ID-MAST TO RM-ID.
004770     MOVE NOM-MAST TO RM-NOMBRE.
004780     MOVE PUESTO-MAST TO RM-PUESTO.
004790     MOVE CIA-MAST TO RM-CIA.
004800     DISPLAY RENGLON-MAESTRO-1.
004810     MOVE DEPTO-MAST TO RM-DEPTO.
004820     MOVE TIPO-EMPLEO-MAST TO RM-TIPO.
004830     MOVE SAL-MAST TO RM-SALARIO.
004840     MOVE MONEDA-MAST TO RM-MONEDA.
004850     MOVE ANT-MAST TO RM-ANT.
004860     MOVE REND-MAST TO RM-REND.
004870     DISPLAY RENGLON-MAESTRO-2.
004880     MOVE FECHA-ALTA-MAST TO RM-ALTA.
004890     MOVE STATUS-MAST TO RM-STATUS.
004900     EVALUATE TRUE
004910       WHEN MAST-ACTIVO
004920         MOVE "ACTIVO" TO RM-STATUS-TXT
004930       WHEN MAST-BAJA
004940         MOVE "BAJA" TO RM-STATUS-TXT
004950       WHEN MAST-PERMISO
004960         MOVE "PERMISO" TO RM-STATUS-TXT
004970       WHEN OTHER
004980         MOVE "?" TO RM-STATUS-TXT
004990     END-EVALUATE.
005000     MOVE FECHA-STATUS-MAST TO RM-FECHA-STATUS.
005010     DISPLAY RENGLON-MAESTRO-3.
005020     EXIT.
005030*----------------------------------------------------------
005040* HISTORIAL DE DEPARTAMENTOS: TODAS LAS ASIGNACIONES DEL ID EN
005050* DEPTHIST, EN EL ORDEN DEL ARCHIVO.
005060*----------------------------------------------------------
005070 MOSTRAR-DEPARTAMENTOS.
005080     DISPLAY "-- HISTORIAL DE DEPARTAMENTOS (DEPTHIST) --".
005090     OPEN INPUT DEPTO-HIST.
005100     IF FS-DEPTHIST NOT = '00' THEN
005110       DISPLAY "   DEPTHIST NO DISPONIBLE (FILE STATUS "
005120         FS-DEPTHIST ")"
005130       EXIT PARAGRAPH
005140     END-IF.
005150     MOVE 0 TO CONT-RENGLONES.
005160     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
005170     PERFORM UNTIL FIN-ARCHIVO
005180       READ DEPTO-HIST
005190         AT END
005200           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
005210         NOT AT END
005220           IF DH-ID-EMP = ID-CONSULTA THEN
005230             ADD 1 TO CONT-RENGLONES
005240             MOVE DH-DEPTO TO RD-DEPTO
005250             MOVE DH-FECHA-EFECTIVA TO RD-FECHA
005260             DISPLAY RENGLON-DEPTO
005270           END-IF
005280       END-READ
005290     END-PERFORM.
005300     CLOSE DEPTO-HIST.
005310     IF CONT-RENGLONES = 0 THEN
005320       DISPLAY "   SIN HISTORIAL, SOLO EL DEPARTAMENTO ACTUAL"
005330     END-IF.
005340     EXIT.
005350*----------------------------------------------------------
005360* DECISIONES DEL ANIO EN CURSO EN AUDHIST: LAS DE LAS CORRIDAS
005370* ARCHIVADAS, LAS RECUPERACIONES Y LAS CUOTAS DIFERIDAS
005380* LIBERADAS.
005390*----------------------------------------------------------
005400 MOSTRAR-DECISIONES.
005410     DISPLAY "-- DECISIONES DEL ANIO " FC-ANIO " (AUDHIST) --".
005420     OPEN INPUT AUD-HISTORIA.
005430     IF FS-AUDHIST NOT = '00' THEN
005440       DISPLAY "   AUDHIST NO DISPONIBLE (FILE STATUS " FS-AUDHIST
005450         ")"
005460       EXIT PARAGRAPH
005470     END-IF.
005480     MOVE 0 TO CONT-RENGLONES.
005490     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
005500     PERFORM UNTIL FIN-ARCHIVO
005510       READ AUD-HISTORIA
005520         AT END
005530           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
005540         NOT AT END
005550           IF HST-ID-EMP = ID-CONSULTA
005560               AND HST-FECHA / 10000 = FC-ANIO THEN
005570             PERFORM MOSTRAR-DECISION
005580           END-IF
005590       END-READ
005600     END-PERFORM.
005610     CLOSE AUD-HISTORIA.
005620     IF CONT-RENGLONES = 0 THEN
005630       DISPLAY "   SIN DECISIONES EN EL ANIO"
005640     END-IF.
005650     EXIT.
005660 MOSTRAR-DECISION.
005670     ADD 1 TO CONT-RENGLONES.
005680     MOVE HST-FECHA TO RB-FECHA.
005690     MOVE HST-TIPO-REND TO RB-TIPO-REND.
005700     MOVE HST-REND TO RB-REND.
005710     MOVE HST-BONO TO RB-BONO.
005720     MOVE HST-MONEDA TO RB-MONEDA.
005730     IF HST-RETENCION NUMERIC THEN
005740       MOVE HST-RETENCION TO RB-RETENCION
005750     ELSE
005760       MOVE ZERO TO RB-RETENCION
005770     END-IF.
005780     IF HST-DIFERIDO NUMERIC THEN
005790       MOVE HST-DIFERIDO TO RB-DIFERIDO
005800     ELSE
005810       MOVE ZERO TO RB-DIFERIDO
005820     END-IF.
005830     DISPLAY RENGLON-DECISION.
005840     EXIT.
005850 MOSTRAR-AJUSTES.
005860     DISPLAY "-- AJUSTES RETROACTIVOS DEL ANIO (AJUSTANO) --".
005870     OPEN INPUT AJUSTES-ANIO.
005880     IF FS-AJUSTANO NOT = '00' THEN
005890       DISPLAY "   AJUSTANO NO DISPONIBLE (FILE STATUS "
005900         FS-AJUSTANO ")"
005910       EXIT PARAGRAPH
005920     END-IF.
005930     MOVE 0 TO CONT-RENGLONES.
005940     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
005950     PERFORM UNTIL FIN-ARCHIVO
005960       READ AJUSTES-ANIO
005970         AT END
005980           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
005990         NOT AT END
006000           IF AJ-ID-EMP = ID-CONSULTA
006010               AND AJ-FECHA / 10000 = FC-ANIO THEN
006020             ADD 1 TO CONT-RENGLONES
006030             MOVE AJ-FECHA TO RA-FECHA
006040             MOVE AJ-REND-ANTERIOR TO RA-REND-ANT
006050             MOVE AJ-REND-NUEVO TO RA-REND-NUEVO
006060             MOVE AJ-BONO-ANTERIOR TO RA-BONO-ANT
006070             MOVE AJ-BONO-NUEVO TO RA-BONO-NUEVO
006080             MOVE AJ-DELTA TO RA-DELTA
006090             MOVE AJ-MONEDA TO RA-MONEDA
006100             DISPLAY RENGLON-AJUSTE
006110           END-IF
006120       END-READ
006130     END-PERFORM.
006140     CLOSE AJUSTES-ANIO.
006150     IF CONT-RENGLONES = 0 THEN
006160       DISPLAY "   SIN AJUSTES EN EL ANIO"
006170     END-IF.
006180     EXIT.
006190*----------------------------------------------------------
006200* ACUMULADO CONTRA EL TOPE. UN ACUMULADO DE OTRO ANIO (AUN SIN
006210* CORRIDA EN EL ANIO NUEVO) CUENTA COMO CERO PARA EL TOPE.
006220*----------------------------------------------------------
006230 MOSTRAR-ACUMULADO.
006240     DISPLAY "-- ACUMULADO DEL ANIO CONTRA EL TOPE (YTDBONO) --".
006250     IF NOT YTD-DISPONIBLE THEN
006260       DISPLAY "   YTDBONO NO DISPONIBLE"
006270       EXIT PARAGRAPH
006280     END-IF.
006290     MOVE ID-CONSULTA TO YTD-ID-EMP.
006300     READ YTD-BONO
006310       INVALID KEY
006320         MOVE FC-ANIO TO YTD-ANIO
006330         MOVE ZERO TO YTD-ACUMULADO
006340     END-READ.
006350     IF YTD-ANIO NOT = FC-ANIO THEN
006360       DISPLAY "   EL ACUMULADO ES DEL ANIO " YTD-ANIO
006370         ", EN " FC-ANIO " VA EN CERO"
006380       MOVE FC-ANIO TO YTD-ANIO
006390       MOVE ZERO TO YTD-ACUMULADO
006400     END-IF.
006410     IF YTD-ACUMULADO < TOPE-ANUAL THEN
006420       COMPUTE DISPONIBLE-TOPE = TOPE-ANUAL - YTD-ACUMULADO
006430     ELSE
006440       MOVE ZERO TO DISPONIBLE-TOPE
006450     END-IF.
006460     MOVE YTD-ANIO TO RY-ANIO.
006470     MOVE YTD-ACUMULADO TO RY-ACUMULADO.
006480     MOVE TOPE-ANUAL TO RY-TOPE.
006490     MOVE DISPONIBLE-TOPE TO RY-DISPONIBLE.
006500     DISPLAY RENGLON-YTD.
006510     EXIT.
006520*----------------------------------------------------------
006530* CADA PAGO DEL ID EN PAGOLIB (LLAVE ID, FECHA, PARTIDA) CON
006540* SU ESTADO. UNA RECHAZADA QUE SE REEMITIO QUEDA EN 'X' Y SU
006550* REEMISION VIAJA EN EL MISMO REGISTRO (SECUENCIA NUEVA).
006560*----------------------------------------------------------
006570 MOSTRAR-PAGOS.
006580     DISPLAY "-- PAGOS (PAGOLIB) --".
006590     IF NOT LEDGER-DISPONIBLE THEN
006600       DISPLAY "   PAGOLIB NO DISPONIBLE"
006610       EXIT PARAGRAPH
006620     END-IF.
006630     MOVE 0 TO CONT-RENGLONES.
006640     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
006650     MOVE ID-CONSULTA TO PL-ID-EMP.
006660     MOVE ZERO TO PL-FECHA.
006670     MOVE ZERO TO PL-CUOTA.
006680     START PAGO-LEDGER KEY >= PL-LLAVE
006690       INVALID KEY
006700         MOVE 'Y' TO SWITCH-FIN-ARCHIVO
006710     END-START.
006720     PERFORM UNTIL FIN-ARCHIVO
006730       READ PAGO-LEDGER NEXT
006740         AT END
006750           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
006760         NOT AT END
006770           IF PL-ID-EMP NOT = ID-CONSULTA THEN
006780             MOVE 'Y' TO SWITCH-FIN-ARCHIVO
006790           ELSE
006800             PERFORM MOSTRAR-PAGO
006810           END-IF
006820       END-READ
006830     END-PERFORM.
006840     IF CONT-RENGLONES = 0 THEN
006850       DISPLAY "   SIN PAGOS"
006860     END-IF.
006870     EXIT.
006880 MOSTRAR-PAGO.
006890     ADD 1 TO CONT-RENGLONES.
006900     MOVE PL-FECHA TO RP-FECHA.
006910     MOVE PL-CUOTA TO RP-CUOTA.
006920     MOVE PL-IMPORTE TO RP-IMPORTE.
006930     MOVE PL-MONEDA TO RP-MONEDA.
006940     EVALUATE TRUE
006950       WHEN PL-GENERADA
006960         MOVE "GENERADA" TO RP-ESTADO
006970       WHEN PL-ENVIADA
006980         MOVE "ENVIADA" TO RP-ESTADO
006990       WHEN PL-CONFIRMADA
007000         MOVE "CONFIRMADA" TO RP-ESTADO
007010       WHEN PL-RECHAZADA
007020         MOVE "RECHAZADA" TO RP-ESTADO
007030       WHEN PL-REEMITIDA
007040         MOVE "REEMITIDA" TO RP-ESTADO
007050       WHEN PL-RETENIDA
007060         MOVE "RETENIDA" TO RP-ESTADO
007070       WHEN OTHER
007080         MOVE PL-ESTADO TO RP-ESTADO
007090     END-EVALUATE.
007100     MOVE PL-FECHA-ESTADO TO RP-FECHA-ESTADO.
007110     MOVE PL-SECUENCIA TO RP-SECUENCIA.
007120     MOVE PL-MOTIVO TO RP-MOTIVO.
007130     DISPLAY RENGLON-PAGO.
007140     EXIT.
007150 MOSTRAR-DIFERIDOS.
007160     IF NOT DIFERIDO-DISPONIBLE THEN
007170       EXIT PARAGRAPH
007180     END-IF.
007190     DISPLAY "-- CUOTAS DE BONO DIFERIDO (DIFERIDO) --".
007200     MOVE 0 TO CONT-RENGLONES.
007210     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
007220     MOVE ID-CONSULTA TO DF-ID-EMP.
007230     MOVE ZERO TO DF-FECHA-ORIGEN.
007240     MOVE ZERO TO DF-CUOTA.
007250     START DIFERIDO KEY >= DF-LLAVE
007260       INVALID KEY
007270         MOVE 'Y' TO SWITCH-FIN-ARCHIVO
007280     END-START.
007290     PERFORM UNTIL FIN-ARCHIVO
007300       READ DIFERIDO NEXT
007310         AT END
007320           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
007330         NOT AT END
007340           IF DF-ID-EMP NOT = ID-CONSULTA THEN
007350             MOVE 'Y' TO SWITCH-FIN-ARCHIVO
007360           ELSE
007370             PERFORM MOSTRAR-CUOTA
007380           END-IF
007390       END-READ
007400     END-PERFORM.
007410     IF CONT-RENGLONES = 0 THEN
007420       DISPLAY "   SIN BONO DIFERIDO"
007430     END-IF.
007440     EXIT.
007450 MOSTRAR-CUOTA.
007460     ADD 1 TO CONT-RENGLONES.
007470     MOVE DF-FECHA-ORIGEN TO RC-ORIGEN.
007480     MOVE DF-CUOTA TO RC-CUOTA.
007490     MOVE DF-CUOTAS TO RC-CUOTAS.
007500     MOVE DF-PERIODO-VENCE TO RC-VENCE.
007510     MOVE DF-IMPORTE TO RC-IMPORTE.
007520     MOVE DF-MONEDA TO RC-MONEDA.
007530     EVALUATE TRUE
007540       WHEN DF-PENDIENTE
007550         MOVE "PENDIENTE" TO RC-ESTADO
007560       WHEN DF-LIBERADA
007570         MOVE "LIBERADA" TO RC-ESTADO
007580       WHEN DF-PERDIDA
007590         MOVE "PERDIDA" TO RC-ESTADO
007600       WHEN OTHER
007610         MOVE DF-ESTADO TO RC-ESTADO
007620     END-EVALUATE.
007630     MOVE DF-MOTIVO TO RC-MOTIVO.
007640     DISPLAY RENGLON-CUOTA.
007650     EXIT.
007660*----------------------------------------------------------
007670* SOLO LAS APROBACIONES QUE DETIENEN O DETUVIERON UN PAGO:
007680* PENDIENTES Y RECHAZADAS.
007690*----------------------------------------------------------
007700 MOSTRAR-APROBACIONES.
007710     DISPLAY "-- APROBACIONES PENDIENTES O RECHAZADAS (APRREG) -".
007720     IF NOT APROBACION-DISPONIBLE THEN
007730       DISPLAY "   APRREG NO DISPONIBLE"
007740       EXIT PARAGRAPH
007750     END-IF.
007760     MOVE 0 TO CONT-RENGLONES.
007770     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
007780     MOVE ID-CONSULTA TO AP-ID-EMP.
007790     MOVE ZERO TO AP-FECHA.
007800     START APROBACIONES KEY >= AP-LLAVE
007810       INVALID KEY
007820         MOVE 'Y' TO SWITCH-FIN-ARCHIVO
007830     END-START.
007840     PERFORM UNTIL FIN-ARCHIVO
007850       READ APROBACIONES NEXT
007860         AT END
007870           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
007880         NOT AT END
007890           IF AP-ID-EMP NOT = ID-CONSULTA THEN
007900             MOVE 'Y' TO SWITCH-FIN-ARCHIVO
007910           ELSE
007920             IF AP-PENDIENTE OR AP-RECHAZADO THEN
007930               PERFORM MOSTRAR-APROBACION
007940             END-IF
007950           END-IF
007960       END-READ
007970     END-PERFORM.
007980     IF CONT-RENGLONES = 0 THEN
007990       DISPLAY "   NINGUNA"
008000     END-IF.
008010     EXIT.
008020 MOSTRAR-APROBACION.
008030     ADD 1 TO CONT-RENGLONES.
008040     MOVE AP-FECHA TO RR-FECHA.
008050     MOVE AP-BONO TO RR-BONO.
008060     MOVE AP-MONEDA TO RR-MONEDA.
008070     IF AP-PENDIENTE THEN
008080       MOVE "PENDIENTE" TO RR-ESTADO
008090     ELSE
008100       MOVE "RECHAZADO" TO RR-ESTADO
008110     END-IF.
008120     MOVE AP-SUPERVISOR TO RR-SUPERVISOR.
008130     MOVE AP-FECHA-DECISION TO RR-FECHA-DECISION.
008140     DISPLAY RENGLON-APROBACION.
008150     EXIT.
008160*----------------------------------------------------------
008170* PARTIDAS ABIERTAS EN SUSPENSO (LLAVE ID Y FUENTE) CON LOS
008180* DIAS QUE LLEVAN DESDE SU ALTA, COMO EN SUSREP1A.
008190*----------------------------------------------------------
008200 MOSTRAR-SUSPENSOS.
008210     DISPLAY "-- PARTIDAS ABIERTAS EN SUSPENSO (SUSPENSO) --".
008220     IF NOT SUSPENSO-DISPONIBLE THEN
008230       DISPLAY "   SUSPENSO NO DISPONIBLE"
008240       EXIT PARAGRAPH
008250     END-IF.
008260     MOVE 0 TO CONT-RENGLONES.
008270     MOVE 'N' TO SWITCH-FIN-ARCHIVO.
008280     MOVE ID-CONSULTA TO SU-ID-EMP.
008290     MOVE LOW-VALUES TO SU-FUENTE.
008300     START SUSPENSO KEY >= SU-LLAVE
008310       INVALID KEY
008320         MOVE 'Y' TO SWITCH-FIN-ARCHIVO
008330     END-START.
008340     PERFORM UNTIL FIN-ARCHIVO
008350       READ SUSPENSO NEXT
008360         AT END
008370           MOVE 'Y' TO SWITCH-FIN-ARCHIVO
008380         NOT AT END
008390           IF SU-ID-EMP NOT = ID-CONSULTA THEN
008400             MOVE 'Y' TO SWITCH-FIN-ARCHIVO
008410           ELSE
008420             PERFORM MOSTRAR-SUSPENSO
008430           END-IF
008440       END-READ
008450     END-PERFORM.
008460     IF CONT-RENGLONES = 0 THEN
008470       DISPLAY "   NINGUNA"
008480     END-IF.
008490     EXIT.
008500 MOSTRAR-SUSPENSO.
008510     ADD 1 TO CONT-RENGLONES.
008520     IF SU-FECHA-ALTA NOT NUMERIC OR SU-FECHA-ALTA = ZERO THEN
008530       MOVE 0 TO DIAS-ABIERTA
008540     ELSE
008550       COMPUTE DIAS-ABIERTA =
008560         FUNCTION INTEGER-OF-DATE(FECHA-CONSULTA-R) -
008570         FUNCTION INTEGER-OF-DATE(SU-FECHA-ALTA)
008580       IF DIAS-ABIERTA < 0 THEN
008590         MOVE 0 TO DIAS-ABIERTA
008600       END-IF
008610     END-IF.
008620     MOVE SU-FUENTE TO RS-FUENTE.
008630     MOVE SU-FECHA-ALTA TO RS-DESDE.
008640     MOVE DIAS-ABIERTA TO RS-DIAS.
008650     MOVE SU-VECES TO RS-VECES.
008660     MOVE SU-MOTIVO TO RS-MOTIVO.
008670     DISPLAY RENGLON-SUSPENSO.
008680     EXIT.
008690 END PROGRAM EXPEMP1A.
