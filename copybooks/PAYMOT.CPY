      *          that drifts out of step.
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  Added motivos 23 to 26 - payments the anomaly
      *                 screen holds against the vendor's history: an
      *                 amount far above the vendor's usual range (23),
      *                 a new vendor's first payment above the limit
      *                 (24), a payment too soon after a bank-detail
      *                 change (25) and same-day invoices from one
      *                 vendor that together pass the approval limit
      *                 (26).
      * 15/10/2026 RFS  Added motivo 22 - a payment held because its
      *                 cost center is not on the cost-center master or
      *                 is no longer active.
      * 15/10/2026 RFS  Added motivo 21 - a payment held because, with
      *                 what its cost center has already spent and
      *                 confirmed in the month, it would run past the
      *                 center's budget for the period.
      * 15/10/2026 RFS  Added motivo 20 - an invoice held because its
      *                 purchase order is not on file, is closed, or
      *                 belongs to another vendor, company or currency.
      * 15/10/2026 RFS  Added motivo 19 - an invoice held because it
      *                 would bill more than the goods received on its
      *                 purchase order are worth, beyond the order's
      *                 tolerance.
      * 15/10/2026 RFS  Added motivo 18 - an invoice held because no
      *                 goods receipt is on file for its purchase order.
      * 15/10/2026 RFS  Added motivo 17 - an invoice held because, with
      *                 what was already billed against its purchase
      *                 order, it would run past the order's value plus
      *                 tolerance.
      * 15/10/2026 RFS  Added motivo 16 - a court-order change for the
      *                 vendor and company still awaiting approval.
      * 15/10/2026 RFS  Added motivo 15 - the vendor's payments blocked
      *                 in full by a court order.
      * 15/10/2026 RFS  Added motivo 14 - a returned payment released
      *                 back into the cycle under its original key once
      *                 the vendor's corrected account was approved.
      * 15/10/2026 RFS  Added motivo 13 - a returned payment cancelled
      *                 because it bounced again after the last re-issue
      *                 allowed.
      * 15/10/2026 RFS  Added motivo 12 - a returned payment cancelled
      *                 because it was not re-issued within the re-issue
      *                 window.
      * 15/10/2026 RFS  Added motivo 11 - an installment held because,
      *                 with the installments of the same invoice
      *                 already confirmed, it would take the confirmed
      *                 amount past the invoice total.
      * 02/09/2026 RFS  Added motivo 10 - a non-BRL payment held
      *                 because the business date has no effective
      *                 exchange rate on file, or only one older
               VALUE '09EMPRESA DIVERGENTE           '.
           05  FILLER                PIC X(32)
               VALUE '10TAXA INDISPONIVEL OU VELHA   '.
           05  FILLER                PIC X(32)
               VALUE '11PARCELAS EXCEDEM VALOR DA NOTA'.
           05  FILLER                PIC X(32)
               VALUE '12DEVOLVIDO - PRAZO ESGOTADO    '.
           05  FILLER                PIC X(32)
               VALUE '13DEVOLVIDO - TENTATIVAS ESGOT. '.
           05  FILLER                PIC X(32)
               VALUE '14REEMISSAO DE PAGTO DEVOLVIDO  '.
           05  FILLER                PIC X(32)
               VALUE '15PENHORA - BLOQUEIO JUDICIAL   '.
           05  FILLER                PIC X(32)
               VALUE '16PENHORA EM APROVACAO          '.
           05  FILLER                PIC X(32)
               VALUE '17PEDIDO SEM SALDO              '.
           05  FILLER                PIC X(32)
               VALUE '18PEDIDO SEM RECEBIMENTO        '.
           05  FILLER                PIC X(32)
               VALUE '19FATURADO ACIMA DO RECEBIDO    '.
           05  FILLER                PIC X(32)
               VALUE '20PEDIDO INVALIDO OU ENCERRADO  '.
           05  FILLER                PIC X(32)
               VALUE '21ORCAMENTO EXCEDIDO            '.
           05  FILLER                PIC X(32)
               VALUE '22CENTRO DE CUSTO INVALIDO      '.
           05  FILLER                PIC X(32)
               VALUE '23VALOR FORA DO PERFIL DO FORN. '.
           05  FILLER                PIC X(32)
               VALUE '24PRIMEIRO PAGTO FORN. NOVO     '.
           05  FILLER                PIC X(32)
               VALUE '25PAGTO APOS TROCA DE CONTA     '.
           05  FILLER                PIC X(32)
               VALUE '26NOTAS FRACIONADAS NO DIA      '.
           05  FILLER                PIC X(32)
               VALUE '99OUTRO MOTIVO                 '.
       01  WS-TABELA-MOTIVOS-R REDEFINES WS-TABELA-MOTIVOS.
           05  WS-MOTIVO-ITEM        OCCURS 27 TIMES
                                     INDEXED BY WS-MOTIVO-IDX.
               10  WS-MOTIVO-COD     PIC X(02).
               10  WS-MOTIVO-DESC    PIC X(30).
