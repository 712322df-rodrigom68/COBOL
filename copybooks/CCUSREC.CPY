      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared cost-center record fields - one center per
      *          CCUSTCAD line as controllership maintains them: the
      *          description, the company the center belongs to
      *          (zeros for a center both companies charge), the
      *          expense account the ledger posts its spend to (zeros
      *          for the general expense account) and whether the
      *          center still takes new charges - so the capture
      *          desk, the confirmation, the ledger posting and the
      *          budget report read one consistent layout.  COPY this
      *          plain, or with REPLACING, one pseudo-text pair per
      *          field, swapping the CC- prefix for the caller's own
      *          record prefix, the same way PEDREC is copied.
      ******************************************************************
       05  CC-CODIGO                 PIC X(06).
       05  CC-DESCRICAO              PIC X(30).
       05  CC-EMPRESA                PIC 9(02).
       05  CC-CONTA-DESPESA          PIC 9(05).
       05  CC-SITUACAO               PIC X(01).
           88  CC-ATIVO              VALUE 'A'.
           88  CC-INATIVO            VALUE 'I'.
