      ******************************************************************
      * COPYBOOK: EMPSOBRG                                             *
      * PURPOSE:  SOBRE DE CONTROL DEL ARCHIVO EMPDATA (EMPIN) QUE     *
      *           ENVIA RECURSOS HUMANOS: UN ENCABEZADO AL PRINCIPIO   *
      *           CON REMITENTE, FECHA DEL EXTRACTO Y SECUENCIA DEL    *
      *           ARCHIVO, Y UNA COLA AL FINAL CON LA CANTIDAD DE      *
      *           REGISTROS DE EMPLEADO Y LOS TOTALES HASH SOBRE       *
      *           SAL-EMP E ID-EMP (UN VALOR NO NUMERICO NO ENTRA AL   *
      *           HASH, COMO EN EMPSEAL). OCUPAN EL LUGAR DE UNA       *
      *           LINEA EMPDATALINEA Y SE DISTINGUEN POR SB-MARCA EN   *
      *           LA POSICION DE ID-EMP. SE COPIA BAJO EL FD DE        *
      *           EMPDATA, DESPUES DE EMPDATLN. LA RECEPCION           *
      *           (RECEMP1A) LOS VERIFICA ANTES DE USAR EL ARCHIVO Y   *
      *           LOS LECTORES LOS SALTAN.                             *
      * MOD-HISTORY:                                                   *
      *   15/10/2026 FPG  CREACION ORIGINAL.                           *
      ******************************************************************
       01 EMPDATA-SOBRE.
           05 SB-MARCA          PIC X(4).
               88 SB-ENCABEZADO            VALUE '*HDR'.
               88 SB-COLA                  VALUE '*TRL'.
           05 SB-DATOS          PIC X(76).
           05 SB-DATOS-ENC REDEFINES SB-DATOS.
               10 SB-REMITENTE      PIC X(8).
               10 SB-FECHA-EXTRACTO PIC 9(8).
               10 SB-SECUENCIA      PIC 9(6).
               10 FILLER            PIC X(54).
           05 SB-DATOS-COLA REDEFINES SB-DATOS.
               10 SB-CANTIDAD       PIC 9(6).
               10 SB-HASH-SAL       PIC 9(13).
               10 SB-HASH-ID        PIC 9(9).
               10 FILLER            PIC X(48).
