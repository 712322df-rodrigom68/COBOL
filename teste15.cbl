      *                 that caused the original hold re-suspended
      *                 the release forever and a released duplicate
      *                 never actually paid.
      * 15/10/2026 RFS  The duplicate test now also compares the
      *                 installment number - the equal installments of
      *                 one invoice share vendor, invoice and amount and
      *                 are not duplicates of each other.  A suspended
      *                 installment keeps its installment fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDUPL IS INITIAL PROGRAM.
                         ==PG-TIPO==      BY ==PT-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PT-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PT-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PT-EMPRESA==
                         ==PG-PARCELA==   BY ==PT-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PT-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PT-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PT-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PT-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PT-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PT-DATA-EMISSAO==.
           05  PT-PAGTO                  PIC X(01).
           05  PT-ACAO                   PIC X(01).
           05  PT-MOTIVO-CORRECAO        PIC X(02).
                         ==PG-TIPO==      BY ==PH-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PH-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PH-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PH-EMPRESA==
                         ==PG-PARCELA==   BY ==PH-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PH-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PH-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PH-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PH-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PH-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PH-DATA-EMISSAO==.
           05  PH-PAGTO                  PIC X(01).
               88  PH-CONFIRMADO         VALUE 'C'.
               88  PH-LIQUIDADO          VALUE 'L'.
                         ==PG-TIPO==      BY ==PL-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PL-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PL-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PL-EMPRESA==
                         ==PG-PARCELA==   BY ==PL-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PL-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PL-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PL-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PL-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PL-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PL-DATA-EMISSAO==.
           05  PL-PAGTO                  PIC X(01).
           05  PL-ACAO                   PIC X(01).
           05  PL-MOTIVO-CORRECAO        PIC X(02).
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
               10  WS-TRN-NOTA-FISC  PIC X(10).
               10  WS-TRN-VALOR      PIC 9(09)V99.
               10  WS-TRN-TIPO       PIC X(01).
               10  WS-TRN-PARCELA    PIC 9(02).
               10  WS-TRN-ACAO       PIC X(01).
               10  WS-TRN-SUSPEITO   PIC X(01).
               10  WS-TRN-DATA-ANT   PIC 9(08).
               MOVE PT-NOTA-FISC TO WS-TRN-NOTA-FISC (WS-TRN-IDX)
               MOVE PT-VALOR     TO WS-TRN-VALOR (WS-TRN-IDX)
               MOVE PT-TIPO      TO WS-TRN-TIPO (WS-TRN-IDX)
               MOVE PT-PARCELA   TO WS-TRN-PARCELA (WS-TRN-IDX)
               MOVE PT-ACAO      TO WS-TRN-ACAO (WS-TRN-IDX)
               MOVE 'N'          TO WS-TRN-SUSPEITO (WS-TRN-IDX)
               MOVE ZEROS        TO WS-TRN-DATA-ANT (WS-TRN-IDX)

      ******************************************************************
      * 1520-COMPARAR-TRANS - the actual duplicate test: same vendor,
      * same invoice, same amount (and the same installment - equal
      * installments of one invoice are not each other's duplicates)
      * as a payment already made.  Action
      * L is a release the desk already decided against exactly this
      * history - it is never re-suspended.
      ******************************************************************
              AND WS-TRN-FORN-ID (WS-TRN-IDX) = PH-FORN-ID
              AND WS-TRN-NOTA-FISC (WS-TRN-IDX) = PH-NOTA-FISC
              AND WS-TRN-VALOR (WS-TRN-IDX) = PH-VALOR
              AND WS-TRN-PARCELA (WS-TRN-IDX) = PH-PARCELA
               MOVE 'S' TO WS-TRN-SUSPEITO (WS-TRN-IDX)
               MOVE PH-DATA-RUN TO WS-TRN-DATA-ANT (WS-TRN-IDX)
           END-IF.
               MOVE PT-VALOR        TO SU-VALOR
               MOVE PT-MOEDA        TO SU-MOEDA
               MOVE PT-VENCTO       TO SU-VENCTO
               MOVE PT-PARCELA      TO SU-PARCELA
               MOVE PT-QTD-PARCELAS TO SU-QTD-PARCELAS
               MOVE PT-VALOR-NOTA   TO SU-VALOR-NOTA
               MOVE PT-LINHA-DIGITAVEL TO SU-LINHA-DIGITAVEL
               MOVE PT-NUM-PEDIDO   TO SU-NUM-PEDIDO
               MOVE PT-CENTRO-CUSTO TO SU-CENTRO-CUSTO
               MOVE PT-DATA-EMISSAO TO SU-DATA-EMISSAO
               MOVE PT-PAGTO        TO SU-PAGTO
               MOVE PT-ACAO         TO SU-ACAO
               MOVE PT-MOTIVO-CORRECAO TO SU-MOTIVO-CORRECAO
