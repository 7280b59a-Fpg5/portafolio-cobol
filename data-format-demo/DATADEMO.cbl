000140*   22/08/2026 FPG  AGREGADO DEPTO-EMP AL VOLCADO.                  *
000150*   22/08/2026 FPG  AGREGADOS FECHA-ALTA-EMP, STATUS-EMP Y          *
000160*                   FECHA-STATUS-EMP AL VOLCADO.                    *
000162*   15/10/2026 FPG  EMPDATA TRAE UN SOBRE (EMPSOBRG): EL VOLCADO    *
000164*                   MUESTRA EL ENCABEZADO Y LA COLA Y AL FINAL      *
000166*                   VERIFICA CANTIDAD Y HASH DE SAL-EMP E ID-EMP    *
000168*                   CONTRA LA COLA.                                 *
000169*   15/10/2026 FPG  AGREGADO CIA-EMP AL VOLCADO.                    *
000170**********************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. DATADEMO.
000290       RECORDING MODE IS F
000300       DATA RECORD IS EMPDATALINEA.
000310   COPY EMPDATLN.
000315   COPY EMPSOBRG.
000320 WORKING-STORAGE SECTION.
000330*-- Group Item con elementos subordinados
000340 01 StudentRecord.
000720 77 BYTE-VAL              PIC 999      VALUE 0.
000730 77 NIBBLE-ALTO          PIC 99       VALUE 0.
000740 77 NIBBLE-BAJO          PIC 99       VALUE 0.
000741*-- Sobre de EMPDATA: encabezado, cola y totales de control
000742 01 SWITCH-ENCABEZADO    PIC X        VALUE 'N'.
000743     88 HAY-ENCABEZADO                VALUE 'Y'.
000744 01 SWITCH-COLA          PIC X        VALUE 'N'.
000745     88 HAY-COLA                      VALUE 'Y'.
000746 01 SWITCH-ORDEN-SOBRE   PIC X        VALUE 'S'.
000747     88 SOBRE-EN-ORDEN                VALUE 'S'.
000748 77 CONT-DETALLE         PIC 9(6)     VALUE 0.
000749 77 HASH-SAL-CALC        PIC 9(13)    VALUE 0.
000750 77 HASH-ID-CALC         PIC 9(9)     VALUE 0.
000751 77 SAL-NUM-CALC         PIC 9(9)     VALUE 0.
000752 77 ID-NUM-CALC          PIC 9(4)     VALUE 0.
000753 77 CANTIDAD-COLA        PIC 9(6)     VALUE 0.
000754 77 HASH-SAL-COLA        PIC 9(13)    VALUE 0.
000755 77 HASH-ID-COLA         PIC 9(9)     VALUE 0.
000756 PROCEDURE DIVISION.
000760 MAIN-PROCEDURE.
000770     PERFORM MOSTRAR-INFORMACION.
000780     PERFORM DUMPAR-ARCHIVO-EMPLEADOS.
001290       PERFORM UNTIL FIN-EMPDATA
001300         ADD 1 TO CONT-REGISTROS
001310         DISPLAY "---- Registro " CONT-REGISTROS " ----"
001312         IF SB-ENCABEZADO OR SB-COLA THEN
001314           PERFORM DUMPAR-SOBRE
001316         ELSE
001318           IF HAY-COLA THEN
001320             MOVE 'N' TO SWITCH-ORDEN-SOBRE
001322           END-IF
001324           PERFORM DUMPAR-EMPDATALINEA
001326           PERFORM ACUMULAR-CONTROL
001328         END-IF
001330         PERFORM LEER-REG-EMPDATA
001340       END-PERFORM
001350       CLOSE EMPDATA
001360       DISPLAY "Total de registros volcados: " CONT-REGISTROS
001365       PERFORM VERIFICAR-SOBRE
001370     END-IF.
001380     EXIT.
001390 LEER-REG-EMPDATA.
002340     MOVE 6 TO CAMPO-DUMP-LARGO.
002350     PERFORM CONVERTIR-CAMPO-A-HEX.
002360     DISPLAY "      HEX     : " CAMPO-DUMP-HEX(1:12).
002361     DISPLAY "  CIA-EMP    : [" CIA-EMP "]".
002362     MOVE SPACES TO CAMPO-DUMP-VALOR.
002363     MOVE CIA-EMP TO CAMPO-DUMP-VALOR(1:1).
002364     MOVE 1 TO CAMPO-DUMP-LARGO.
002365     PERFORM CONVERTIR-CAMPO-A-HEX.
002366     DISPLAY "      HEX     : " CAMPO-DUMP-HEX(1:2).
002370     EXIT.
002371*----------------------------------------------------------
002372* ENCABEZADO Y COLA DEL SOBRE (EMPSOBRG). EL ENCABEZADO DEBE
002373* SER EL PRIMER REGISTRO Y NADA DEBE SEGUIR A LA COLA.
002374*----------------------------------------------------------
002375 DUMPAR-SOBRE.
002376     IF HAY-COLA THEN
002377       MOVE 'N' TO SWITCH-ORDEN-SOBRE
002378     END-IF.
002379     IF SB-ENCABEZADO THEN
002380       IF HAY-ENCABEZADO OR CONT-REGISTROS NOT = 1 THEN
002381         MOVE 'N' TO SWITCH-ORDEN-SOBRE
002382       END-IF
002383       MOVE 'Y' TO SWITCH-ENCABEZADO
002384       DISPLAY "  ENCABEZADO : [" SB-MARCA "]"
002385       DISPLAY "  REMITENTE  : [" SB-REMITENTE "]"
002386       DISPLAY "  FECHA-EXTR : [" SB-FECHA-EXTRACTO "]"
002387       DISPLAY "  SECUENCIA  : [" SB-SECUENCIA "]"
002388     ELSE
002389       MOVE 'Y' TO SWITCH-COLA
002390       DISPLAY "  COLA       : [" SB-MARCA "]"
002391       DISPLAY "  CANTIDAD   : [" SB-CANTIDAD "]"
002392       DISPLAY "  HASH-SAL   : [" SB-HASH-SAL "]"
002393       DISPLAY "  HASH-ID    : [" SB-HASH-ID "]"
002394       IF SB-CANTIDAD NUMERIC THEN
002395         MOVE SB-CANTIDAD TO CANTIDAD-COLA
002396       END-IF
002397       IF SB-HASH-SAL NUMERIC THEN
002398         MOVE SB-HASH-SAL TO HASH-SAL-COLA
002399       END-IF
002400       IF SB-HASH-ID NUMERIC THEN
002401         MOVE SB-HASH-ID TO HASH-ID-COLA
002402       END-IF
002403     END-IF.
002404     EXIT.
002405*----------------------------------------------------------
002406* TOTALES DE CONTROL CON LA MISMA REGLA QUE LA RECEPCION
002407* (RECEMP1A): UN SAL-EMP O ID-EMP NO NUMERICO NO SUMA.
002408*----------------------------------------------------------
002409 ACUMULAR-CONTROL.
002410     ADD 1 TO CONT-DETALLE.
002411     IF SAL-EMP NUMERIC THEN
002412       MOVE SAL-EMP TO SAL-NUM-CALC
002413       ADD SAL-NUM-CALC TO HASH-SAL-CALC
002414     END-IF.
002415     IF ID-EMP NUMERIC THEN
002416       MOVE ID-EMP TO ID-NUM-CALC
002417       ADD ID-NUM-CALC TO HASH-ID-CALC
002418     END-IF.
002419     EXIT.
002420 VERIFICAR-SOBRE.
002421     DISPLAY " ".
002422     DISPLAY "===== Control del sobre de EMPDATA =====".
002423     IF NOT HAY-ENCABEZADO OR NOT HAY-COLA THEN
002424       DISPLAY "Sobre incompleto: encabezado " SWITCH-ENCABEZADO
002425         ", cola " SWITCH-COLA
002426       EXIT PARAGRAPH
002427     END-IF.
002428     IF NOT SOBRE-EN-ORDEN THEN
002429       DISPLAY "Encabezado o cola fuera de lugar en el archivo"
002430     END-IF.
002431     DISPLAY "Registros de empleado: " CONT-DETALLE
002432       "  cola: " CANTIDAD-COLA.
002433     DISPLAY "Hash SAL-EMP         : " HASH-SAL-CALC
002434       "  cola: " HASH-SAL-COLA.
002435     DISPLAY "Hash ID-EMP          : " HASH-ID-CALC
002436       "  cola: " HASH-ID-COLA.
002437     IF CONT-DETALLE = CANTIDAD-COLA AND
002438        HASH-SAL-CALC = HASH-SAL-COLA AND
002439        HASH-ID-CALC = HASH-ID-COLA AND SOBRE-EN-ORDEN THEN
002440       DISPLAY "Sobre CUADRA con el contenido"
002441     ELSE
002442       DISPLAY "Sobre NO CUADRA con el contenido"
002443     END-IF.
002444     EXIT.
002445*----------------------------------------------------------
002446* CONVIERTE LOS PRIMEROS CAMPO-DUMP-LARGO BYTES DE
002447* CAMPO-DUMP-VALOR A SU REPRESENTACION HEXADECIMAL EN
002448* CAMPO-DUMP-HEX (DOS CARACTERES POR BYTE). REUTILIZABLE
002449* PARA CUALQUIER CAMPO ALFANUMERICO DE HASTA 19 BYTES.
002450*----------------------------------------------------------
002451 CONVERTIR-CAMPO-A-HEX.
002452     MOVE SPACES TO CAMPO-DUMP-HEX.
002460     PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAMPO-DUMP-LARGO
002470       COMPUTE BYTE-VAL = FUNCTION ORD(CAMPO-DUMP-VALOR(J:1)) - 1
002480       COMPUTE NIBBLE-ALTO = BYTE-VAL / 16
