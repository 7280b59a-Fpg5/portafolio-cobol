      *   22/08/2026 FPG  AGREGADOS FECHA-ALTA-MAST, STATUS-MAST Y     *
      *                   FECHA-STATUS-MAST PARA EL PRORRATEO Y LA     *
      *                   EXCLUSION DE PERSONAL NO ACTIVO.             *
      *   15/10/2026 FPG  AGREGADO CIA-MAST: COMPANIA (ENTIDAD LEGAL)  *
      *                   DEL EMPLEADO, VALIDADA CONTRA CIAREF Y       *
      *                   DERIVADA DEL DEPARTAMENTO (DR-CIA) CUANDO    *
      *                   VIENE EN BLANCO.                             *
      * CONVERSION: EL REGISTRO CRECIO DE 78 A 79 BYTES. EL MAESTRO SE *
      * DESCARGA Y SE RECARGA CON ESTE LAYOUT (CIA-MAST EN BLANCO) Y   *
      * SE CORRE EMPMANT1A PARA QUE CADA EMPLEADO TOME LA COMPANIA DE  *
      * SU DEPARTAMENTO.                                               *
      ******************************************************************
       01 REG-MAST.
           05 ID-MAST          PIC X(4).
               88 MAST-BAJA                VALUE 'B'.
               88 MAST-PERMISO             VALUE 'P'.
           05 FECHA-STATUS-MAST PIC X(6).
           05 CIA-MAST         PIC X(1).
