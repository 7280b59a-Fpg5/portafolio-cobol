000114*   02/09/2026 FPG  LA CONSULTA PASA A SBPROG1A EL PLAN DE       *
000116*                   BONOS DEL DEPARTAMENTO DEL EMPLEADO          *
000118*                   (DR-PLAN DE DEPTREF).                        *
000119*   15/10/2026 FPG  LA CONSULTA MUESTRA LA CALIFICACION CON QUE  *
000120*                   SBPROG1A DECIDIO EL NIVEL (LA ULTIMA O EL    *
000121*                   PROMEDIO DE RENDHIST QUE PIDA EL PLAN); UN   *
000122*                   REND HIPOTETICO SUSTITUYE A LA MAS RECIENTE. *
000123*   15/10/2026 FPG  LA CLAVE QUE SE MUESTRA ES LA DEL REGISTRO   *
000124*                   DE CLAVES (CLAVREG), CON LA QUE DARIA LA     *
000125*                   REGLA SI HOY ES OTRA Y LAS CLAVES ANTERIORES *
000126*                   CON SUS FECHAS. SIN CLAVE REGISTRADA SE      *
000127*                   MUESTRA LA DE LA REGLA.                      *
000128*   15/10/2026 FPG  CLAVREG LLEVA CLAVE ALTERNA CLV-CLAVE.       *
000129******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. EMPCONS1A.
000150 ENVIRONMENT DIVISION.
000160*CONFIGURATION SECTION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000181     SELECT REGISTRO-CLAVES ASSIGN TO CLAVREG
000182       ORGANIZATION IS INDEXED
000183       ACCESS MODE IS RANDOM
000184       RECORD KEY IS CLV-ID-EMP
000186       ALTERNATE RECORD KEY IS CLV-CLAVE
000188       FILE STATUS IS FS-CLAVREG.
000190     SELECT EMPMAST ASSIGN TO EMPMAST
000200       ORGANIZATION IS INDEXED
000210       ACCESS MODE IS RANDOM
000236       FILE STATUS IS FS-DEPTREF.
000240 DATA DIVISION.
000250 FILE SECTION.
000252   FD REGISTRO-CLAVES
000254       RECORDING MODE IS F
000256       DATA RECORD IS REG-REGISTRO-CLAVE.
000258   COPY CLAVEREG.
000260   FD EMPMAST
000270       RECORDING MODE IS F
000280       DATA RECORD IS REG-MAST.
000350   77 REND-HIPOTETICO    PIC X(3)         VALUE SPACES.
000360   77 ANT-HIPOTETICA     PIC X(3)         VALUE SPACES.
000370   77 CONT-CONSULTAS     PIC 9(4)         VALUE 0000.
000371* REGISTRO DE CLAVES (CLAVREG): LA CLAVE QUE SE MUESTRA ES LA
000372* REGISTRADA, LA MISMA CON QUE PAGAN LA CORRIDA Y EL BANCO.
000373   77 FS-CLAVREG          PIC XX           VALUE '00'.
000374   01 SWITCH-CLAVREG-DISP PIC X            VALUE 'N'.
000375     88 CLAVREG-DISPONIBLE                 VALUE 'Y'.
000376   01 SWITCH-CLAVE-REG    PIC X            VALUE 'N'.
000377     88 CLAVE-REGISTRADA                   VALUE 'Y'.
000378   77 IDX-ANT             PIC 99           VALUE 00.
000380* VARIABLES QUE SERAN USADAS EN EL SUBPROGRAMA.
000390   77 P-ID               PIC X(4).
000400   77 P-NOM              PIC X(19).
000550   77 P-FECHA-ALTA       PIC X(8)         VALUE SPACES.
000560   77 P-STATUS           PIC X(1)         VALUE 'A'.
000570   77 P-FECHA-STATUS     PIC X(6)         VALUE SPACES.
000572   01 P-REND-DERIV.
000574     05 P-REND-USADO     PIC X(3)         VALUE SPACES.
000576     05 P-REND-METODO    PIC X(1)         VALUE SPACE.
000578     05 P-REND-PERIODOS  PIC 9(1)         VALUE 0.
000580   77 P-FECHA-CORRIDA    PIC X(8)         VALUE SPACES.
000582   77 P-PLAN             PIC X(2)         VALUE SPACES.
000583* PLANES DE BONO POR DEPARTAMENTO (DEPTREF): LA CONSULTA
000660         " (FILE STATUS " FS-EMPMAST "), EJECUTAR EMPMANT1A ***"
000670       STOP RUN
000680     END-IF.
000681     OPEN INPUT REGISTRO-CLAVES.
000682     IF FS-CLAVREG = '00' THEN
000683       MOVE 'Y' TO SWITCH-CLAVREG-DISP
000684     ELSE
000685       DISPLAY "*** ATENCION: NO SE PUDO ABRIR EL REGISTRO DE"
000686         " CLAVES CLAVREG (FILE STATUS " FS-CLAVREG "), SE"
000687         " MUESTRA LA CLAVE DE LA REGLA ***"
000688     END-IF.
000690     DISPLAY "---------- CONSULTA DE BONO POR EMPLEADO ----------".
000700     PERFORM UNTIL FIN-CONSULTA
000710       PERFORM PEDIR-ID
000740       END-IF
000750     END-PERFORM.
000760     CLOSE EMPMAST.
000762     IF CLAVREG-DISPONIBLE THEN
000764       CLOSE REGISTRO-CLAVES
000766     END-IF.
000770     DISPLAY "CONSULTAS ATENDIDAS: " CONT-CONSULTAS.
000780     STOP RUN.
000790 PEDIR-ID.
001490-      P-REND, P-SAL, P-TIPO-EMPLEO, P-MONEDA, P-CLAVE,
001500-      P-APLICA-BONO, P-BONO, P-PORC-APLICADO, P-TIPO-REND,
001510-      P-BONO-FMT, P-ORIGEN-TASAS, P-FECHA-ALTA, P-STATUS,
001520-      P-FECHA-STATUS, P-FECHA-CORRIDA, P-PLAN,
001525-      P-REND-DERIV.
001530     DISPLAY " EMPLEADO:    " FUNCTION TRIM(P-NOM).
001532     PERFORM MOSTRAR-CLAVE-REGISTRO.
001533     IF CLAVE-REGISTRADA THEN
001534       PERFORM MOSTRAR-CLAVES-ANTERIORES
001535     END-IF.
001536     DISPLAY " REND:        " P-REND "  ANT USADA: " P-ANT.
001537     EVALUATE P-REND-METODO
001538       WHEN 'P'
001540         DISPLAY " REND USADO:  " P-REND-USADO
001542           " (PROMEDIO PONDERADO DE " P-REND-PERIODOS " PERIODOS)"
001544       WHEN 'S'
001546         DISPLAY " REND USADO:  " P-REND-USADO
001548           " (PROMEDIO SIMPLE DE " P-REND-PERIODOS " PERIODOS)"
001550       WHEN OTHER
001552         DISPLAY " REND USADO:  " P-REND-USADO " (ULTIMA)"
001554     END-EVALUATE.
001560     DISPLAY " TIPO REND:   " FUNCTION TRIM(P-TIPO-REND).
001570     IF P-APLICA-BONO = 'Y' THEN
001580       DISPLAY " BONO (" P-PORC-APLICADO "%): "
001620     END-IF.
001630     DISPLAY "______________________________".
001640     EXIT.
001641*----------------------------------------------------------
001642* LA CLAVE DEL EMPLEADO ES LA REGISTRADA EN CLAVREG, CON LA DE
001643* LA REGLA APARTE SI HOY DARIA OTRA. SIN CLAVE REGISTRADA SE
001644* MUESTRA LA DE LA REGLA, QUE LA PROXIMA CORRIDA REGISTRA.
001645*----------------------------------------------------------
001646 MOSTRAR-CLAVE-REGISTRO.
001647     PERFORM LEER-CLAVE-REGISTRO.
001648     IF NOT CLAVE-REGISTRADA THEN
001649       DISPLAY " CLAVE:       " FUNCTION TRIM(P-CLAVE)
001650         " (AUN SIN REGISTRAR)"
001651       EXIT PARAGRAPH
001652     END-IF.
001653     DISPLAY " CLAVE:       " FUNCTION TRIM(CLV-CLAVE)
001654       " (REGISTRADA " CLV-FECHA-ALTA ")".
001655     IF CLV-CLAVE NOT = P-CLAVE THEN
001656       DISPLAY " POR REGLA:   " FUNCTION TRIM(P-CLAVE)
001657         " (NO SE USA)"
001658     END-IF.
001659     EXIT.
001660*----------------------------------------------------------
001670* CARGA CODIGO Y PLAN DE CADA DEPARTAMENTO DESDE DEPTREF.
001680* SI EL ARCHIVO FALTA SE AVISA Y LA CONSULTA USA EL JUEGO
001990         MOVE 'Y' TO SWITCH-FIN-DEPTOS
002000     END-READ.
002010     EXIT.
002011 MOSTRAR-CLAVES-ANTERIORES.
002012     PERFORM VARYING IDX-ANT FROM 1 BY 1
002013         UNTIL IDX-ANT > CLV-CANT-ANTERIORES OR IDX-ANT > 9
002014       DISPLAY " ANTERIOR:    "
002015         FUNCTION TRIM(CLV-ANT-CLAVE(IDX-ANT))
002016         " (" CLV-ANT-DESDE(IDX-ANT) " A "
002017         CLV-ANT-HASTA(IDX-ANT) ")"
002018     END-PERFORM.
002019     EXIT.
002020*----------------------------------------------------------
002030* PLAN DE BONOS DEL EMPLEADO CONSULTADO: EL DE SU
002040* DEPARTAMENTO ACTUAL (DEPTO-MAST). SIN DEPTREF O SIN
002180       END-IF
002190     END-PERFORM.
002200     EXIT.
002201 LEER-CLAVE-REGISTRO.
002202     MOVE 'N' TO SWITCH-CLAVE-REG.
002203     MOVE P-ID TO CLV-ID-EMP.
002204     IF CLAVREG-DISPONIBLE THEN
002205       READ REGISTRO-CLAVES
002206         NOT INVALID KEY MOVE 'Y' TO SWITCH-CLAVE-REG
002207       END-READ
002208     END-IF.
002209     EXIT.
002210 END PROGRAM EMPCONS1A.
