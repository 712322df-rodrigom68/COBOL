      *                 instead of reading a year of history front to
      *                 back; with a cross-reference missing the old
      *                 full scan still answers, just slowly.
      * 15/10/2026 RFS  The invoice query now shows an installment plan
      *                 as one invoice: the invoice total and every
      *                 installment n/qtd with its status (open,
      *                 confirmed, settled, returned), unprocessed ones
      *                 included.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONS IS INITIAL PROGRAM.
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
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       77 WS-CRIT-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WS-CRIT-DATA-FIM          PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * Installments met while listing an invoice - latest status per
      * vendor and installment number, with the plan each vendor's
      * invoice carries, so every installment can be shown afterwards
      * including those never processed.
      ******************************************************************
       01  WS-TABELA-PARCELAS.
           05  WS-NPA-ITEM           OCCURS 100 TIMES
                                     INDEXED BY WS-NPA-IDX.
               10  WS-NPA-FORN-ID    PIC 9(05).
               10  WS-NPA-PARCELA    PIC 9(02).
               10  WS-NPA-VENCTO     PIC 9(08).
               10  WS-NPA-VALOR      PIC 9(09)V99.
               10  WS-NPA-PAGTO      PIC X(01).
       77 WS-QTD-NPA                PIC 9(03) VALUE ZEROS.

       01  WS-TABELA-PLANOS.
           05  WS-NPL-ITEM           OCCURS 20 TIMES
                                     INDEXED BY WS-NPL-IDX.
               10  WS-NPL-FORN-ID    PIC 9(05).
               10  WS-NPL-QTD        PIC 9(02).
               10  WS-NPL-VALOR-NOTA PIC 9(09)V99.
       77 WS-QTD-NPL                PIC 9(03) VALUE ZEROS.
       77 WS-PARC-NUM               PIC 9(02) VALUE ZEROS.
       77 WS-PARC-SITUACAO          PIC X(01) VALUE 'N'.
           88  PARCELA-ACHADA       VALUE 'S' FALSE 'N'.

       01  WS-LINHA-PARCELA.
           05  FILLER                PIC X(08) VALUE 'PARCELA '.
           05  WS-LPA-PARCELA        PIC Z9.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LPA-QTD            PIC 99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPA-VENCTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPA-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPA-SITUACAO       PIC X(24).

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
           05  WS-ERRO-ARQUIVO       PIC X(08).
       2200-VARRER-HISTORICO.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE ZEROS TO WS-TOTAL-LISTADO
           MOVE ZEROS TO WS-QTD-NPA
           MOVE ZEROS TO WS-QTD-NPL
           INITIALIZE WS-TABELA-PARCELAS
           INITIALIZE WS-TABELA-PLANOS
           SET FIM-PAGTO-HIST TO FALSE

           MOVE ZEROS TO PH-CHAVE-HIST
               UNTIL FIM-PAGTO-HIST

           DISPLAY 'PAGAMENTOS LISTADOS...: ' WS-QTD-LISTADOS
           DISPLAY 'VALOR TOTAL LISTADO...: ' WS-TOTAL-LISTADO
           IF OPCAO-NOTA-FISCAL
               PERFORM 2700-EXIBIR-PLANO THRU 2700-EXIT
                   VARYING WS-NPL-IDX FROM 1 BY 1
                   UNTIL WS-NPL-IDX > WS-QTD-NPL
           END-IF.
       2200-EXIT.
           EXIT.

           MOVE PH-VALOR     TO WS-CON-VALOR
           MOVE PH-MOEDA     TO WS-CON-MOEDA
           MOVE PH-PAGTO     TO WS-CON-STATUS
           DISPLAY WS-LINHA-CONSULTA
           IF OPCAO-NOTA-FISCAL
              AND PH-PARCELA > ZEROS
               PERFORM 2260-GUARDAR-PARCELA THRU 2260-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2260-GUARDAR-PARCELA - note the installment and its plan; the
      * history comes in run order, so a later status overwrites an
      * earlier one for the same installment
      ******************************************************************
       2260-GUARDAR-PARCELA.
           SET WS-NPL-IDX TO 1
           SEARCH WS-NPL-ITEM
               AT END
                   IF WS-QTD-NPL >= 20
                       MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
                       MOVE 'TABELA'  TO WS-ERRO-OPERACAO
                       MOVE 'OV'      TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   ADD 1 TO WS-QTD-NPL
                   SET WS-NPL-IDX TO WS-QTD-NPL
                   MOVE PH-FORN-ID TO WS-NPL-FORN-ID (WS-NPL-IDX)
                   MOVE PH-QTD-PARCELAS TO WS-NPL-QTD (WS-NPL-IDX)
                   MOVE PH-VALOR-NOTA
                       TO WS-NPL-VALOR-NOTA (WS-NPL-IDX)
               WHEN WS-NPL-FORN-ID (WS-NPL-IDX) = PH-FORN-ID
                   CONTINUE
           END-SEARCH

           SET WS-NPA-IDX TO 1
           SEARCH WS-NPA-ITEM
               AT END
                   IF WS-QTD-NPA >= 100
                       MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
                       MOVE 'TABELA'  TO WS-ERRO-OPERACAO
                       MOVE 'OV'      TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   ADD 1 TO WS-QTD-NPA
                   SET WS-NPA-IDX TO WS-QTD-NPA
                   MOVE PH-FORN-ID TO WS-NPA-FORN-ID (WS-NPA-IDX)
                   MOVE PH-PARCELA TO WS-NPA-PARCELA (WS-NPA-IDX)
               WHEN WS-NPA-FORN-ID (WS-NPA-IDX) = PH-FORN-ID
                AND WS-NPA-PARCELA (WS-NPA-IDX) = PH-PARCELA
                   CONTINUE
           END-SEARCH
           MOVE PH-VENCTO TO WS-NPA-VENCTO (WS-NPA-IDX)
           MOVE PH-VALOR  TO WS-NPA-VALOR (WS-NPA-IDX)
           MOVE PH-PAGTO  TO WS-NPA-PAGTO (WS-NPA-IDX).
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2700-EXIBIR-PLANO - the invoice as one piece: its total, then
      * every installment of the plan with where it stands.  An
      * installment history has never seen is still open.
      ******************************************************************
       2700-EXIBIR-PLANO.
           DISPLAY '---------------------------------------------'
           DISPLAY 'FORNECEDOR............: '
               WS-NPL-FORN-ID (WS-NPL-IDX)
           DISPLAY 'VALOR TOTAL DA NOTA...: '
               WS-NPL-VALOR-NOTA (WS-NPL-IDX)
           DISPLAY 'QTD DE PARCELAS.......: ' WS-NPL-QTD (WS-NPL-IDX)
           PERFORM 2710-EXIBIR-PARCELA THRU 2710-EXIT
               VARYING WS-PARC-NUM FROM 1 BY 1
               UNTIL WS-PARC-NUM > WS-NPL-QTD (WS-NPL-IDX).
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2710-EXIBIR-PARCELA - one installment line of the plan
      ******************************************************************
       2710-EXIBIR-PARCELA.
           SET PARCELA-ACHADA TO FALSE
           SET WS-NPA-IDX TO 1
           SEARCH WS-NPA-ITEM
               AT END
                   CONTINUE
               WHEN WS-NPA-IDX > WS-QTD-NPA
                   CONTINUE
               WHEN WS-NPA-FORN-ID (WS-NPA-IDX)
                    = WS-NPL-FORN-ID (WS-NPL-IDX)
                AND WS-NPA-PARCELA (WS-NPA-IDX) = WS-PARC-NUM
                   SET PARCELA-ACHADA TO TRUE
           END-SEARCH

           MOVE WS-PARC-NUM              TO WS-LPA-PARCELA
           MOVE WS-NPL-QTD (WS-NPL-IDX)  TO WS-LPA-QTD
           IF NOT PARCELA-ACHADA
               MOVE ZEROS TO WS-LPA-VENCTO
               MOVE ZEROS TO WS-LPA-VALOR
               MOVE 'ABERTA (NAO PROCESSADA)' TO WS-LPA-SITUACAO
               DISPLAY WS-LINHA-PARCELA
               GO TO 2710-EXIT
           END-IF

           MOVE WS-NPA-VENCTO (WS-NPA-IDX) TO WS-LPA-VENCTO
           MOVE WS-NPA-VALOR (WS-NPA-IDX)  TO WS-LPA-VALOR
           EVALUATE WS-NPA-PAGTO (WS-NPA-IDX)
               WHEN 'P'
                   MOVE 'ABERTA'     TO WS-LPA-SITUACAO
               WHEN 'C'
                   MOVE 'CONFIRMADA' TO WS-LPA-SITUACAO
               WHEN 'L'
                   MOVE 'LIQUIDADA'  TO WS-LPA-SITUACAO
               WHEN 'D'
                   MOVE 'DEVOLVIDA'  TO WS-LPA-SITUACAO
               WHEN 'V'
                   MOVE 'REVERTIDA'  TO WS-LPA-SITUACAO
               WHEN 'R'
                   MOVE 'REJEITADA'  TO WS-LPA-SITUACAO
               WHEN 'G'
                   MOVE 'CORRIGIDA'  TO WS-LPA-SITUACAO
               WHEN OTHER
                   MOVE WS-NPA-PAGTO (WS-NPA-IDX) TO WS-LPA-SITUACAO
           END-EVALUATE
           DISPLAY WS-LINHA-PARCELA.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CONSULTAR-POR-FORN - straight to the vendor's records
      * through the cross-reference, then each history record by key
       2500-CONSULTAR-POR-NOTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE ZEROS TO WS-TOTAL-LISTADO
           MOVE ZEROS TO WS-QTD-NPA
           MOVE ZEROS TO WS-QTD-NPL
           INITIALIZE WS-TABELA-PARCELAS
           INITIALIZE WS-TABELA-PLANOS
           SET FIM-XREF TO FALSE

           MOVE WS-CRIT-NOTA-FISC TO XN-NOTA-FISC
               UNTIL FIM-XREF

           DISPLAY 'PAGAMENTOS LISTADOS...: ' WS-QTD-LISTADOS
           DISPLAY 'VALOR TOTAL LISTADO...: ' WS-TOTAL-LISTADO
           PERFORM 2700-EXIBIR-PLANO THRU 2700-EXIT
               VARYING WS-NPL-IDX FROM 1 BY 1
               UNTIL WS-NPL-IDX > WS-QTD-NPL.
       2500-EXIT.
           EXIT.

