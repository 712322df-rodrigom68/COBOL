      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared budget record fields - one ORCAMENT line per
      *          cost center and AAAAMM period: the amount budgeted
      *          for the center's spend in that month, in BRL.  A
      *          center with no line for a period has no budget
      *          control that month.  COPY this plain, or with
      *          REPLACING, one pseudo-text pair per field, swapping
      *          the OR- prefix for the caller's own record prefix.
      ******************************************************************
       05  OR-CENTRO-CUSTO           PIC X(06).
       05  OR-ANO-MES                PIC 9(06).
       05  OR-VALOR-ORCADO           PIC 9(11)V99.
