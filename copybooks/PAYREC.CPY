      *                            ==PG-VENCTO==    BY ==PT-VENCTO==.
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  Added the invoice issue date - the date printed
      *                 on the vendor's invoice, zeros on the records
      *                 written before it was captured - so the open
      *                 items a vendor is owed can be aged from the
      *                 invoice instead of from the due date alone.
      * 15/10/2026 RFS  Added transaction type A - a vendor advance,
      *                 paid up front before the invoice exists,
      *                 remitted like a payment and then held open
      *                 against the vendor until its invoices clear it.
      * 15/10/2026 RFS  Added the cost center - the CCUSTCAD center
      *                 the expense is charged to, spaces where none
      *                 applies - so the budget check and the ledger
      *                 posting work per center instead of
      *                 controllership re-allocating one expense
      *                 account by hand every month.
      * 15/10/2026 RFS  Added the purchase-order number - the PEDCAD
      *                 order the invoice bills against, spaces on an
      *                 invoice with no order behind it - so the
      *                 three-way match can hold an invoice the order
      *                 or the goods receipt does not cover before the
      *                 money leaves.
      * 15/10/2026 RFS  Added the boleto linha digitavel - the 47
      *                 digits keyed off a bank slip, spaces on an
      *                 ordinary transfer payment - so a payment the
      *                 vendor billed by boleto is remitted and
      *                 settled against its own barcode instead of
      *                 the vendor's bank account on FORNCAD.
      * 15/10/2026 RFS  Added the installment fields - the installment
      *                 number (00 on an invoice paid in one go), how
      *                 many installments the invoice was split into
      *                 and the invoice total they add up to - so the
      *                 installments of one invoice travel linked
      *                 through the chain instead of as strangers
      *                 that merely share a NOTA-FISC.
      * 02/09/2026 RFS  Added the company code - the legal entity the
      *                 payment belongs to (01 and 02 today; zeros on
      *                 legacy records read as company 01) - so one
       05  PG-TIPO                   PIC X(01).
           88  PG-TP-PAGAMENTO       VALUES 'N' SPACE.
           88  PG-TP-CREDITO         VALUE 'C'.
           88  PG-TP-ADIANTAMENTO    VALUE 'A'.
       05  PG-EMPRESA                PIC 9(02).
       05  PG-PARCELA                PIC 9(02).
       05  PG-QTD-PARCELAS           PIC 9(02).
       05  PG-VALOR-NOTA             PIC 9(09)V99.
       05  PG-LINHA-DIGITAVEL        PIC X(47).
       05  PG-NUM-PEDIDO             PIC X(10).
       05  PG-CENTRO-CUSTO           PIC X(06).
       05  PG-DATA-EMISSAO           PIC 9(08).
