      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared purchase-order record fields - one order per
      *          PEDCAD key as purchasing issues it: the vendor and
      *          company it was placed with, the currency, the
      *          quantity and value ordered, the tolerance (percent)
      *          an invoice may run past what was received, and
      *          whether the order is still open - so the capture
      *          desk and the three-way match read one consistent
      *          layout.  COPY this with REPLACING, one pseudo-text
      *          pair per field, swapping the PD- prefix for the
      *          caller's own record prefix, the same way PENHREC is
      *          copied.  The unit price is PD-VALOR-PEDIDO over
      *          PD-QTD-PEDIDA; a goods receipt is valued at it.
      ******************************************************************
       05  PD-NUM-PEDIDO             PIC X(10).
       05  PD-FORN-ID                PIC 9(05).
       05  PD-EMPRESA                PIC 9(02).
       05  PD-DATA-PEDIDO            PIC 9(08).
       05  PD-MOEDA                  PIC X(03).
       05  PD-QTD-PEDIDA             PIC 9(07)V99.
       05  PD-VALOR-PEDIDO           PIC 9(09)V99.
       05  PD-TOLERANCIA             PIC 9(02)V99.
       05  PD-SITUACAO               PIC X(01).
           88  PD-ABERTO             VALUE 'A'.
           88  PD-ENCERRADO          VALUE 'E'.
