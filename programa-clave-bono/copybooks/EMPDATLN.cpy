      *                   FECHA-STATUS-EMP (AAAAMM, OBLIGATORIA SI EL   *
      *                   STATUS NO ES ACTIVO) PARA EL PRORRATEO DEL    *
      *                   BONO Y LA EXCLUSION DE PERSONAL NO ACTIVO.    *
      *   15/10/2026 FPG  AGREGADO CIA-EMP (TOMADO DEL FILLER FINAL):  *
      *                   COMPANIA (ENTIDAD LEGAL) QUE EMPLEA Y PAGA   *
      *                   AL EMPLEADO, VALIDADA CONTRA CIAREF. EN      *
      *                   BLANCO SE TOMA LA COMPANIA DEL DEPARTAMENTO  *
      *                   (DR-CIA DE DEPTREF).                         *
      ******************************************************************
       01 EMPDATALINEA.
           05 ID-EMP           PIC X(4).
               88 STATUS-BAJA              VALUE 'B'.
               88 STATUS-PERMISO           VALUE 'P'.
           05 FECHA-STATUS-EMP PIC X(6).
           05 CIA-EMP          PIC X(1).
