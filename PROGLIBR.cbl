      *                 so the release actually reaches the money
      *                 instead of bouncing straight back into
      *                 suspense off the same history record.
      * 15/10/2026 RFS  The review also surfaces motivo 11 (installments
      *                 past the invoice total), shows an installment's
      *                 number and invoice total, and a released
      *                 installment keeps its installment fields; the
      *                 PAGSUSPR image widened with the payment record.
      * 15/10/2026 RFS  The review also surfaces motivos 15 (court-order
      *                 block) and 16 (court-order change awaiting
      *                 approval); a release still re-runs every
      *                 confirmation check, so it only confirms once the
      *                 order is lifted or approved.
      * 15/10/2026 RFS  The review also surfaces the invoices the three-
      *                 way match holds in suspense - motivo 17 (over
      *                 the purchase-order balance), 18 (no goods
      *                 receipt), 19 (billed past the receipt beyond
      *                 tolerance) and 20 (order missing, closed or for
      *                 another vendor) - with the order number on the
      *                 screen; a released invoice keeps its order
      *                 number.
      * 15/10/2026 RFS  The confirmation's budget (21) and cost-center
      *                 (22) holds come up for review.  The reviewer
      *                 sees the item's cost center and a release
      *                 carries it on to PAGLIBER; releasing a budget
      *                 overrun goes out under motivo 21, which is the
      *                 approval the confirmation honors.
      * 15/10/2026 RFS  The review also surfaces the payments the
      *                 anomaly screen holds in suspense - motivo 23
      *                 (amount far above the vendor's history), 24 (new
      *                 vendor's first payment above the limit), 25
      *                 (payment soon after a bank-detail change) and 26
      *                 (same-day invoices together past the approval
      *                 limit) - under their own motivo; the ANOMRPT
      *                 alert report says why each was caught.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLIBR IS INITIAL PROGRAM.
                         ==PG-TIPO==      BY ==SU-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==SU-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==SU-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==SU-EMPRESA==
                         ==PG-PARCELA==   BY ==SU-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==SU-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==SU-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==SU-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==SU-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==SU-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==SU-DATA-EMISSAO==.
           05  SU-PAGTO                  PIC X(01).
           05  SU-ACAO                   PIC X(01).
           05  SU-MOTIVO-CORRECAO        PIC X(02).
               88  SU-MOTIVO-PEDIDO      VALUES '17' '18' '19' '20'.
               88  SU-MOTIVO-ANOMALIA    VALUES '23' '24' '25' '26'.
           05  SU-DATA-PAGTO-ANT         PIC 9(08).
           05  SU-MOTIVO-SUSPEITA        PIC X(30).

                         ==PG-TIPO==      BY ==PS-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PS-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PS-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PS-EMPRESA==
                         ==PG-PARCELA==   BY ==PS-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PS-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PS-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PS-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PS-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PS-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PS-DATA-EMISSAO==.
           05  PS-PAGTO                  PIC X(01).
               88  PS-PENDENTE           VALUE 'P'.
           05  PS-MOTIVO-CORRECAO        PIC X(02).
               88  PS-MOTIVO-RETENCAO    VALUES '04' '05' '06' '07'
                                                '08' '09' '10'
                                                '11' '15' '16'
                                                '21' '22'.

       FD  PAGTO-LIBERADO
           RECORDING MODE IS F.
                         ==PG-TIPO==      BY ==PB-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PB-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PB-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PB-EMPRESA==
                         ==PG-PARCELA==   BY ==PB-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PB-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PB-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PB-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PB-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PB-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PB-DATA-EMISSAO==.
           05  PB-PAGTO                  PIC X(01).
           05  PB-ACAO                   PIC X(01).
           05  PB-MOTIVO-CORRECAO        PIC X(02).

       FD  SUSP-RESTANTE
           RECORDING MODE IS F.
       01  SUSP-RESTANTE-REG             PIC X(194).

       FD  PAGTO-AUDIT
           RECORDING MODE IS F.
           05  WS-ITM-VENCTO         PIC 9(08) VALUE ZEROS.
           05  WS-ITM-TIPO           PIC X(01) VALUE 'N'.
           05  WS-ITM-EMPRESA        PIC 9(02) VALUE 1.
           05  WS-ITM-PARCELA        PIC 9(02) VALUE ZEROS.
           05  WS-ITM-QTD-PARCELAS   PIC 9(02) VALUE ZEROS.
           05  WS-ITM-VALOR-NOTA     PIC 9(09)V99 VALUE ZEROS.
           05  WS-ITM-LINHA-DIGITAVEL PIC X(47) VALUE SPACES.
           05  WS-ITM-NUM-PEDIDO     PIC X(10) VALUE SPACES.
           05  WS-ITM-CENTRO-CUSTO   PIC X(06) VALUE SPACES.
           05  WS-ITM-DATA-EMISSAO   PIC 9(08) VALUE ZEROS.
           05  WS-ITM-MOTIVO         PIC X(02) VALUE SPACES.
           05  WS-ITM-MOTIVO-DESC    PIC X(30) VALUE SPACES.
           05  WS-ITM-DATA-ANT       PIC 9(08) VALUE ZEROS.
           MOVE SU-VENCTO         TO WS-ITM-VENCTO
           MOVE SU-TIPO           TO WS-ITM-TIPO
           MOVE SU-EMPRESA        TO WS-ITM-EMPRESA
           MOVE SU-PARCELA        TO WS-ITM-PARCELA
           MOVE SU-QTD-PARCELAS   TO WS-ITM-QTD-PARCELAS
           MOVE SU-VALOR-NOTA     TO WS-ITM-VALOR-NOTA
           MOVE SU-LINHA-DIGITAVEL TO WS-ITM-LINHA-DIGITAVEL
           MOVE SU-NUM-PEDIDO     TO WS-ITM-NUM-PEDIDO
           MOVE SU-CENTRO-CUSTO   TO WS-ITM-CENTRO-CUSTO
           MOVE SU-DATA-EMISSAO   TO WS-ITM-DATA-EMISSAO
      *    The suspense holds the duplicate suspects and, since the
      *    three-way match, the invoices its purchase order or goods
      *    receipt does not cover and, since the anomaly screen, the
      *    payments out of line with the vendor's history - those
      *    carry their own motivo.
           IF SU-MOTIVO-PEDIDO OR SU-MOTIVO-ANOMALIA
               MOVE SU-MOTIVO-CORRECAO TO WS-ITM-MOTIVO
           ELSE
               MOVE '02'          TO WS-ITM-MOTIVO
           END-IF
           MOVE SU-MOTIVO-SUSPEITA TO WS-ITM-MOTIVO-DESC
           MOVE SU-DATA-PAGTO-ANT TO WS-ITM-DATA-ANT

               MOVE PS-VENCTO    TO WS-ITM-VENCTO
               MOVE PS-TIPO      TO WS-ITM-TIPO
               MOVE PS-EMPRESA   TO WS-ITM-EMPRESA
               MOVE PS-PARCELA   TO WS-ITM-PARCELA
               MOVE PS-QTD-PARCELAS TO WS-ITM-QTD-PARCELAS
               MOVE PS-VALOR-NOTA TO WS-ITM-VALOR-NOTA
               MOVE PS-LINHA-DIGITAVEL TO WS-ITM-LINHA-DIGITAVEL
               MOVE PS-NUM-PEDIDO TO WS-ITM-NUM-PEDIDO
               MOVE PS-CENTRO-CUSTO TO WS-ITM-CENTRO-CUSTO
               MOVE PS-DATA-EMISSAO TO WS-ITM-DATA-EMISSAO
               MOVE PS-MOTIVO-CORRECAO TO WS-ITM-MOTIVO
               PERFORM 2700-RESOLVER-MOTIVO THRU 2700-EXIT
               MOVE WS-MOTIVO-DESC-ATUAL TO WS-ITM-MOTIVO-DESC
           DISPLAY 'NOTA FISCAL: ' WS-ITM-NOTA-FISC
           DISPLAY 'VALOR......: ' WS-ITM-VALOR ' ' WS-ITM-MOEDA
           DISPLAY 'VENCIMENTO.: ' WS-ITM-VENCTO
           IF WS-ITM-PARCELA > ZEROS
               DISPLAY 'PARCELA....: ' WS-ITM-PARCELA '/'
                   WS-ITM-QTD-PARCELAS ' DA NOTA DE '
                   WS-ITM-VALOR-NOTA
           END-IF
           IF WS-ITM-NUM-PEDIDO NOT = SPACES
               DISPLAY 'PEDIDO.....: ' WS-ITM-NUM-PEDIDO
           END-IF
           IF WS-ITM-CENTRO-CUSTO NOT = SPACES
               DISPLAY 'C. CUSTO...: ' WS-ITM-CENTRO-CUSTO
           END-IF
           DISPLAY 'RETENCAO...: ' WS-ITM-MOTIVO ' '
               WS-ITM-MOTIVO-DESC
           IF WS-ITM-DATA-ANT > ZEROS
           MOVE WS-ITM-VENCTO     TO PB-VENCTO
           MOVE WS-ITM-TIPO       TO PB-TIPO
           MOVE WS-ITM-EMPRESA    TO PB-EMPRESA
           MOVE WS-ITM-PARCELA    TO PB-PARCELA
           MOVE WS-ITM-QTD-PARCELAS TO PB-QTD-PARCELAS
           MOVE WS-ITM-VALOR-NOTA TO PB-VALOR-NOTA
           MOVE WS-ITM-LINHA-DIGITAVEL TO PB-LINHA-DIGITAVEL
           MOVE WS-ITM-NUM-PEDIDO TO PB-NUM-PEDIDO
           MOVE WS-ITM-CENTRO-CUSTO TO PB-CENTRO-CUSTO
           MOVE WS-ITM-DATA-EMISSAO TO PB-DATA-EMISSAO
           MOVE 'P'               TO PB-PAGTO
           MOVE 'L'               TO PB-ACAO
           MOVE WS-MOTIVO-DIGITADO TO PB-MOTIVO-CORRECAO
      *    Releasing a budget overrun is the approval itself - the
      *    item goes back out under motivo 21 so the confirmation
      *    lets it past the budget screen; the reason keyed stays
      *    on the audit trail.
           IF WS-ITM-MOTIVO = '21'
               MOVE '21'           TO PB-MOTIVO-CORRECAO
           END-IF
           WRITE PAGTO-LIBERADO-REG
           IF WS-FS-PAGTO-LIBER NOT = '00'
               MOVE 'PAGLIBER' TO WS-ERRO-ARQUIVO
