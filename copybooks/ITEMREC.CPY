      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared open-item record fields for the accounts
      *          payable subledger (ITEMABER) - one record per item a
      *          vendor is still owed, from capture to settlement: the
      *          payment key, vendor, company, invoice, the amount in
      *          its own currency and in BRL, the invoice issue date,
      *          the date the item entered the cycle, its due date and
      *          where in the lifecycle it sits - so the subledger
      *          rebuild, its balance report and the month-end
      *          reconciliation to the control account use one
      *          consistent layout.
      *          COPY this with REPLACING, one pseudo-text pair per
      *          field, swapping the IT- prefix for the caller's own
      *          record prefix, the same way PAYREC is copied, e.g.
      *              COPY ITEMREC
      *                  REPLACING ==IT-CHAVE==   BY ==IA-CHAVE==.
      *          IT-SITUACAO:
      *            S suspenso, held for the desk (PAGSUSP)
      *            A adiado by the funding limit (PAGADIAD)
      *            R retido on the confirmation, pending (PAGHIST P)
      *            C confirmado, awaiting settlement (PAGHIST C)
      *            D devolvido by the bank, payable still stands
      *            N open credit on CREDABER - no key and no company
      *              (zeros), the amount reduces what is owed
      *          C, D and N are on the ledger (the confirmation posted
      *          them to the payables control account); S, A and R are
      *          not yet.  IT-DATA-EMISSAO zeros: the item was
      *          captured before the issue date was, and is aged from
      *          IT-DATA-ENTRADA instead.
      ******************************************************************
       05  IT-CHAVE                  PIC 9(06).
       05  IT-FORN-ID                PIC 9(05).
       05  IT-FORN-NOME              PIC X(20).
       05  IT-EMPRESA                PIC 9(02).
       05  IT-NOTA-FISC              PIC X(10).
       05  IT-PARCELA                PIC 9(02).
       05  IT-TIPO                   PIC X(01).
       05  IT-MOEDA                  PIC X(03).
       05  IT-VALOR                  PIC 9(09)V99.
       05  IT-VALOR-BRL              PIC 9(11)V99.
       05  IT-DATA-EMISSAO           PIC 9(08).
       05  IT-DATA-ENTRADA           PIC 9(08).
       05  IT-VENCTO                 PIC 9(08).
       05  IT-SITUACAO               PIC X(01).
       05  IT-DATA-SITUACAO          PIC 9(08).
