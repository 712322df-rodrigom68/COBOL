      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared open-advance record fields - one record per
      *          vendor advance (PG-TIPO A) the remittance has sent and
      *          the vendor's invoices have not yet fully cleared: the
      *          advance's own payment key, vendor, company, currency
      *          and contract reference, the date the money left, the
      *          amount advanced and what is still open - so the
      *          remittance that opens and clears them and the aging
      *          report over them use one consistent layout.
      *          COPY this with REPLACING, one pseudo-text pair per
      *          field, swapping the AD- prefix for the caller's own
      *          record prefix, the same way PAYREC is copied, e.g.
      *              COPY ADTOREC
      *                  REPLACING ==AD-CHAVE==   BY ==AA-CHAVE==.
      *          AD-VALOR-ORIGINAL and AD-VALOR-ABERTO are in the
      *          advance's own currency.
      ******************************************************************
       05  AD-CHAVE                  PIC 9(06).
       05  AD-FORN-ID                PIC 9(05).
       05  AD-EMPRESA                PIC 9(02).
       05  AD-MOEDA                  PIC X(03).
       05  AD-NOTA-FISC              PIC X(10).
       05  AD-DATA-PAGTO             PIC 9(08).
       05  AD-VALOR-ORIGINAL         PIC 9(09)V99.
       05  AD-VALOR-ABERTO           PIC 9(09)V99.
