      *                   PLAN DE BONOS DEL DEPARTAMENTO, LLAVE DEL    *
      *                   JUEGO DE TASAS EN BONORATE/BONOPROP. EN      *
      *                   BLANCO RIGE EL PLAN BASE.                    *
      *   15/10/2026 FPG  AGREGADO DR-CIA (TOMADO DEL FILLER FINAL):   *
      *                   COMPANIA A LA QUE PERTENECE EL DEPARTAMENTO. *
      *                   EL EMPLEADO SIN COMPANIA TOMA LA DE SU       *
      *                   DEPARTAMENTO Y EL RESUMEN DE PRESUPUESTO SE  *
      *                   AGRUPA POR COMPANIA.                         *
      ******************************************************************
       01 REG-DEPTO-REF.
           05 DR-DEPTO         PIC X(3).
           05 DR-NOMBRE        PIC X(20).
           05 DR-PRESUPUESTO   PIC 9(9)V99.
           05 DR-PLAN          PIC X(2).
           05 DR-CIA           PIC X(1).
           05 FILLER           PIC X(3).
