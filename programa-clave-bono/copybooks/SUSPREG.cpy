      *           DE ANTIGUEDAD (SUSREP1A).                            *
      * MOD-HISTORY:                                                   *
      *   02/09/2026 FPG  CREACION ORIGINAL.                           *
      *   15/10/2026 FPG  NUEVA FUENTE LIBCAM1A: CAMBIOS SENSIBLES     *
      *                   DEL MAESTRO VENCIDOS SIN LIBERAR O QUE YA    *
      *                   NO PASAN LA VALIDACION AL LIBERARSE.         *
      *   15/10/2026 FPG  BANPAG1A DEJA TAMBIEN SU PARTIDA CUANDO      *
      *                   RETIENE UNA TRANSFERENCIA POR CUENTA         *
      *                   BENEFICIARIA (SIN CUENTA, NO VERIFICADA POR  *
      *                   PRENOTA, NO EFECTIVA O EN OTRA MONEDA). SE   *
      *                   ELIMINA CUANDO EL RETORNO DEL BANCO CONFIRMA *
      *                   LA TRANSFERENCIA.                            *
      ******************************************************************
       01 REG-SUSPENSO.
           05 SU-LLAVE.
