      *                 master is empty - the limit is consumed at
      *                 the very rates the confirmation books, not a
      *                 possibly stale flat file.
      * 15/10/2026 RFS  The transaction image widened for the
      *                 installment fields the payment record now
      *                 carries.
      * 15/10/2026 RFS  With a paying-account master (CONTAPAG) on file,
      *                 a domestic payment is funded from the balance of
      *                 the account the PROGCONT service routes it to -
      *                 the same least-cost choice the remittance makes
      *                 - and deferred (reason SALDO CT) when no account
      *                 of its company has the balance left; the report
      *                 closes with each account's balance and use.
      *                 Wires, and a company with no account on the
      *                 master, still draw on the LIMCAIXA limit.
      * 15/10/2026 RFS  A payment still inside the early-payment
      *                 discount window of its vendor's FORNPRAZ terms
      *                 now ranks ahead of all the others, the window
      *                 closing first funded first, so the limit and
      *                 the account balances go to the discounts before
      *                 anything else; the counts close the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFUND IS INITIAL PROGRAM.
           SELECT LIMITE-CAIXA ASSIGN TO "LIMCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITE-CAIXA.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT FORN-PRIORIDADE ASSIGN TO "FORNPRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORN-PRI.
           SELECT PRAZO-CADASTRO ASSIGN TO "FORNPRAZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRAZO-CAD.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
                         ==PG-TIPO==      BY ==PL-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PL-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PL-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==PL-TP-ADIANTAMENTO==
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

      ******************************************************************
      * Sort record - the ranking key (discount flag, overdue flag,
      * due date, vendor priority) in front of the untouched
      * transaction image, so the selection pass walks the file in
      * payment-policy order.  For a payment still inside its
      * early-payment discount window the date is the window's last
      * day, so the discount closest to expiring is funded first.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-REG.
           05  SR-DESCONTO               PIC 9(01).
           05  SR-VENCIDO                PIC 9(01).
           05  SR-VENCTO-ORD             PIC 9(08).
           05  SR-PRIORIDADE             PIC 9(01).
           05  SR-REGISTRO               PIC X(156).

       FD  PAGTO-PRONTO
           RECORDING MODE IS F.
       01  PAGTO-PRONTO-REG              PIC X(156).

       FD  PAGTO-ADIADO
           RECORDING MODE IS F.
       01  PAGTO-ADIADO-REG              PIC X(156).

      ******************************************************************
      * Funding limit - the amount treasury allows out for the
           05  LC-DATA                   PIC 9(08).
           05  LC-LIMITE                 PIC 9(11)V99.

      ******************************************************************
      * Vendor master - read for the vendor's bank, which decides
      * the paying account a transfer is routed to.
      ******************************************************************
       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

      ******************************************************************
      * Vendor priority - 1 pays first, 9 last; a vendor not on the
      * file ranks 5.
           05  FP-FORN-ID                PIC 9(05).
           05  FP-PRIORIDADE             PIC 9(01).

      ******************************************************************
      * Payment terms - the same FORNPRAZ master the confirmation
      * takes the early-payment discount from.
      ******************************************************************
       FD  PRAZO-CADASTRO
           RECORDING MODE IS F.
       01  PRAZO-CADASTRO-REG.
           05  PZ-FORN-ID                PIC 9(05).
           05  PZ-PERC-DESCONTO          PIC 9(02)V99.
           05  PZ-DIAS-DESCONTO          PIC 9(03).
           05  PZ-DIAS-LIQUIDO           PIC 9(03).

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
               88  FIM-SORT          VALUE 'S'.
           05  WS-LIMITE-EXISTE      PIC X(01) VALUE 'N'.
               88  HA-LIMITE         VALUE 'S'.
           05  WS-CONTAS-EXISTE      PIC X(01) VALUE 'N'.
               88  HA-CONTAS-PAGAD   VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADIADOS        PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-SELECIONADO  PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-ADIADO       PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-LIMITE       PIC 9(11)V99 VALUE ZEROS.
           05  WS-QTD-ADIADOS-CONTA  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DESC-ELEGIVEIS PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DESC-LIBERADOS PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DESC-ADIADOS   PIC 9(07) VALUE ZEROS.

       77 WS-FS-PAGTO-LIMPO         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-PRONTO        PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-ADIADO        PIC X(02) VALUE SPACES.
       77 WS-FS-LIMITE-CAIXA        PIC X(02) VALUE SPACES.
       77 WS-FS-FORN-PRI            PIC X(02) VALUE SPACES.
       77 WS-FS-PRAZO-CAD           PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-EFET           PIC X(02) VALUE SPACES.
       77 WS-EFETIVA-SIT            PIC X(01) VALUE 'N'.
               10  WS-PRI-VALOR      PIC 9(01).
       77 WS-QTD-PRIORIDADES        PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Early-payment discount terms loaded from FORNPRAZ at start of
      * run - only the percentage and the window matter here.
      ******************************************************************
       01  WS-TABELA-PRAZOS.
           05  WS-PRZ-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-PRZ-IDX.
               10  WS-PRZ-FORN-ID    PIC 9(05).
               10  WS-PRZ-PERC-DESC  PIC 9(02)V99.
               10  WS-PRZ-DIAS-DESC  PIC 9(03).
       77 WS-QTD-PRAZO-REGRAS       PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-SITUACAO         PIC X(01) VALUE 'N'.
           88  PRAZO-ACHADO         VALUE 'S' FALSE 'N'.

      ******************************************************************
      * Currency conversion-rate table, loaded from TAXA-CAMBIO the
      * same way PROGCOMM loads it, so the limit is consumed by the

           COPY RUNCOMM.

           COPY CTACOMM.

           COPY DATCOMM.

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
           05  WS-ERRO-ARQUIVO       PIC X(08).
      * The transaction image under decision, overlaid with the
      * fields the selection needs.
      ******************************************************************
       01  WS-TRANSACAO              PIC X(156).
       01  WS-TRANSACAO-R REDEFINES WS-TRANSACAO.
           05  WS-TRN-CHAVE          PIC 9(06).
           05  WS-TRN-FORN-ID        PIC 9(05).
           05  WS-TRN-VENCTO         PIC 9(08).
           05  WS-TRN-TIPO           PIC X(01).
           05  WS-TRN-EMPRESA        PIC 9(02).
           05  WS-TRN-PARCELA        PIC 9(02).
           05  WS-TRN-QTD-PARCELAS   PIC 9(02).
           05  WS-TRN-VALOR-NOTA     PIC 9(09)V99.
           05  WS-TRN-LINHA-DIGITAVEL PIC X(47).
           05  WS-TRN-NUM-PEDIDO     PIC X(10).
           05  WS-TRN-CENTRO-CUSTO   PIC X(06).
           05  WS-TRN-DATA-EMISSAO   PIC 9(08).
           05  WS-TRN-PAGTO          PIC X(01).
           05  WS-TRN-ACAO           PIC X(01).
           05  WS-TRN-MOTIVO         PIC X(02).
           05  WS-REPORT-ADI-PRI     PIC 9(01).
           05  FILLER                PIC X(07) VALUE ' VALOR='.
           05  WS-REPORT-ADI-VALOR   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-ADI-MOTIVO  PIC X(08).

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-ROTULO  PIC X(27).
           05  WS-REPORT-TOT-VALOR   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       01  WS-REPORT-CONTA-LINHA.
           05  FILLER                PIC X(06) VALUE 'CONTA '.
           05  WS-REPORT-CTA-BANCO   PIC 9(03).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-REPORT-CTA-AGENCIA PIC 9(04).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-REPORT-CTA-CONTA   PIC 9(10).
           05  FILLER                PIC X(07) VALUE ' SALDO='.
           05  WS-REPORT-CTA-SALDO   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE ' USADO='.
           05  WS-REPORT-CTA-USADO   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SR-DESCONTO
                                SR-VENCIDO
                                SR-VENCTO-ORD
                                SR-PRIORIDADE
               INPUT  PROCEDURE IS 2000-CLASSIFICAR
           MOVE RCTL-DATA TO WS-DATA-NEGOCIO

           PERFORM 1100-CARREGAR-LIMITE THRU 1100-EXIT
           PERFORM 1150-VERIFICAR-CONTAS THRU 1150-EXIT
           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT
           PERFORM 1300-CARREGAR-PRIORIDADES THRU 1300-EXIT
           PERFORM 1350-CARREGAR-PRAZOS THRU 1350-EXIT

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT PAGTO-PRONTO
           IF WS-FS-PAGTO-PRONTO NOT = '00'
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1150-VERIFICAR-CONTAS - is there a paying-account master:
      * with one, a domestic payment of a company on it is funded
      * from its accounts' balances, not from the LIMCAIXA figure
      ******************************************************************
       1150-VERIFICAR-CONTAS.
           MOVE 'LST' TO CTA-FUNCAO
           MOVE WS-DATA-NEGOCIO TO CTA-DATA
           MOVE 1 TO CTA-INDICE
           CALL 'PROGCONT' USING CTA-COMMAREA
           IF CTA-RETORNO = ZEROS
               SET HA-CONTAS-PAGAD TO TRUE
               DISPLAY 'FUNDING PELO SALDO DAS CONTAS PAGADORAS'
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-TAXAS - the effective-dated TAXAEFET master
      * first: per currency the latest rate effective on or before
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1350-CARREGAR-PRAZOS - load the early-payment discount terms;
      * a missing file means no payment ranks for its discount
      ******************************************************************
       1350-CARREGAR-PRAZOS.
           OPEN INPUT PRAZO-CADASTRO
           IF WS-FS-PRAZO-CAD = '00'
               PERFORM 1360-LER-PRAZO THRU 1360-EXIT
                   UNTIL WS-FS-PRAZO-CAD = '10'
                      OR WS-QTD-PRAZO-REGRAS >= 200
               CLOSE PRAZO-CADASTRO
           END-IF.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1360-LER-PRAZO - read one vendor's terms into the table
      ******************************************************************
       1360-LER-PRAZO.
           READ PRAZO-CADASTRO
               AT END
                   MOVE '10' TO WS-FS-PRAZO-CAD
               NOT AT END
                   ADD 1 TO WS-QTD-PRAZO-REGRAS
                   SET WS-PRZ-IDX TO WS-QTD-PRAZO-REGRAS
                   MOVE PZ-FORN-ID TO WS-PRZ-FORN-ID (WS-PRZ-IDX)
                   MOVE PZ-PERC-DESCONTO
                                   TO WS-PRZ-PERC-DESC (WS-PRZ-IDX)
                   MOVE PZ-DIAS-DESCONTO
                                   TO WS-PRZ-DIAS-DESC (WS-PRZ-IDX)
           END-READ
           IF WS-FS-PRAZO-CAD NOT = '00' AND NOT = '10'
               MOVE 'FORNPRAZ' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PRAZO-CAD TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1360-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLASSIFICAR - release every clean transaction to the
      * sort with its ranking key in front
           EXIT.

      ******************************************************************
      * 2010-LIBERAR-TRANS - one transaction into the sort: a payment
      * inside its discount window ranks 0 (first), the rest 1; then
      * overdue 0, the rest 1; then due date; then priority
      ******************************************************************
       2010-LIBERAR-TRANS.
           READ PAGTO-LIMPO
               MOVE 1 TO SR-VENCIDO
           END-IF
           MOVE PL-VENCTO TO SR-VENCTO-ORD
           MOVE 1 TO SR-DESCONTO
           PERFORM 2030-VERIFICAR-DESCONTO THRU 2030-EXIT
           MOVE PL-FORN-ID TO WS-TRN-FORN-ID
           PERFORM 2020-BUSCAR-PRIORIDADE THRU 2020-EXIT
           MOVE WS-PRIORIDADE-ATUAL TO SR-PRIORIDADE
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2030-VERIFICAR-DESCONTO - a plain payment of a vendor with
      * discount terms, whose invoice issue date is known and whose
      * window (business days from that date, the same count the
      * confirmation makes) has not closed by the business date,
      * ranks ahead of everything else, ordered by the window's last
      * day
      ******************************************************************
       2030-VERIFICAR-DESCONTO.
           IF NOT PL-TP-PAGAMENTO
              OR PL-DATA-EMISSAO = ZEROS
              OR WS-QTD-PRAZO-REGRAS = ZEROS
               GO TO 2030-EXIT
           END-IF
           SET PRAZO-ACHADO TO FALSE
           SET WS-PRZ-IDX TO 1
           SEARCH WS-PRZ-ITEM
               AT END
                   CONTINUE
               WHEN WS-PRZ-FORN-ID (WS-PRZ-IDX) = PL-FORN-ID
                   SET PRAZO-ACHADO TO TRUE
           END-SEARCH
           IF NOT PRAZO-ACHADO
               GO TO 2030-EXIT
           END-IF
           IF WS-PRZ-PERC-DESC (WS-PRZ-IDX) = ZEROS
               GO TO 2030-EXIT
           END-IF

           MOVE 'ADU' TO DSRV-FUNCAO
           MOVE PL-DATA-EMISSAO TO DSRV-DATA
           MOVE WS-PRZ-DIAS-DESC (WS-PRZ-IDX) TO DSRV-QTD-DIAS
           MOVE PL-MOEDA TO DSRV-MOEDA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO NOT = ZEROS
               GO TO 2030-EXIT
           END-IF
           IF DSRV-DATA-RESULT < WS-DATA-NEGOCIO
               GO TO 2030-EXIT
           END-IF

           MOVE 0 TO SR-DESCONTO
           MOVE DSRV-DATA-RESULT TO SR-VENCTO-ORD
           ADD 1 TO WS-QTD-DESC-ELEGIVEIS.
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SELECIONAR - walk the ranked transactions consuming the
      * paying accounts' balances (or the limit); whatever they cannot
      * fund is deferred.  A credit note consumes no cash and is
      * always passed through.
      ******************************************************************
       2500-SELECIONAR.
           PERFORM 2510-RETORNAR-TRANS THRU 2510-EXIT
           EXIT.

      ******************************************************************
      * 2510-RETORNAR-TRANS - decide one ranked transaction.  A
      * domestic payment of a company with paying accounts is funded
      * by the account the remittance will route it to, and deferred
      * when no account has the balance left; a wire, or a company
      * with no account on the master, still draws on the LIMCAIXA
      * limit
      ******************************************************************
       2510-RETORNAR-TRANS.
           RETURN SORT-WORK

           MOVE SR-REGISTRO TO WS-TRANSACAO
           PERFORM 2520-CONVERTER-VALOR THRU 2520-EXIT
           MOVE 'LIMITE' TO WS-REPORT-ADI-MOTIVO

           IF WS-TRN-TIPO = 'C'
               PERFORM 2540-LIBERAR-TRANS THRU 2540-EXIT
               GO TO 2510-EXIT
           END-IF

           IF HA-CONTAS-PAGAD
              AND (WS-TRN-MOEDA = 'BRL' OR WS-TRN-MOEDA = SPACES)
               PERFORM 2530-ROTEAR-CONTA THRU 2530-EXIT
               EVALUATE CTA-RETORNO
                   WHEN ZEROS
                       ADD WS-VALOR-CONVERTIDO TO WS-TOTAL-SELECIONADO
                       PERFORM 2540-LIBERAR-TRANS THRU 2540-EXIT
                       GO TO 2510-EXIT
                   WHEN 4
                       MOVE 'SALDO CT' TO WS-REPORT-ADI-MOTIVO
                       ADD 1 TO WS-QTD-ADIADOS-CONTA
                       PERFORM 2550-ADIAR-TRANS THRU 2550-EXIT
                       GO TO 2510-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT HA-LIMITE
            OR WS-TOTAL-LIMITE + WS-VALOR-CONVERTIDO
               <= WS-LIMITE-DIA
               ADD WS-VALOR-CONVERTIDO TO WS-TOTAL-LIMITE
               ADD WS-VALOR-CONVERTIDO TO WS-TOTAL-SELECIONADO
               PERFORM 2540-LIBERAR-TRANS THRU 2540-EXIT
           ELSE
               PERFORM 2550-ADIAR-TRANS THRU 2550-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2530-ROTEAR-CONTA - ask the account service for the account
      * this payment leaves from, the same way the remittance will:
      * the vendor's bank for a transfer, the slip's bank for a
      * boleto.  A vendor not on the master is routed as a TED.
      ******************************************************************
       2530-ROTEAR-CONTA.
           MOVE ZEROS TO CTA-BANCO-DESTINO
           IF WS-TRN-LINHA-DIGITAVEL NOT = SPACES
               MOVE 'S' TO CTA-BOLETO
               IF WS-TRN-LINHA-DIGITAVEL (1:3) IS NUMERIC
                   MOVE WS-TRN-LINHA-DIGITAVEL (1:3)
                                         TO CTA-BANCO-DESTINO
               END-IF
           ELSE
               MOVE 'N' TO CTA-BOLETO
               MOVE WS-TRN-FORN-ID TO FC-FORN-ID
               READ FORNECEDOR-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FC-BANCO TO CTA-BANCO-DESTINO
               END-READ
           END-IF

           MOVE 'ROT' TO CTA-FUNCAO
           MOVE WS-DATA-NEGOCIO TO CTA-DATA
           MOVE WS-TRN-EMPRESA TO CTA-EMPRESA
           IF CTA-EMPRESA < 1 OR CTA-EMPRESA > 2
               MOVE 1 TO CTA-EMPRESA
           END-IF
           MOVE WS-VALOR-CONVERTIDO TO CTA-VALOR
           CALL 'PROGCONT' USING CTA-COMMAREA.
       2530-EXIT.
           EXIT.

      ******************************************************************
      * 2540-LIBERAR-TRANS - pass the transaction on to the
      * confirmation
      ******************************************************************
       2540-LIBERAR-TRANS.
           ADD 1 TO WS-QTD-SELECIONADOS
           IF SR-DESCONTO = 0
               ADD 1 TO WS-QTD-DESC-LIBERADOS
           END-IF
           MOVE WS-TRANSACAO TO PAGTO-PRONTO-REG
           WRITE PAGTO-PRONTO-REG
           IF WS-FS-PAGTO-PRONTO NOT = '00'
               MOVE 'PAGPRONT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-PRONTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2540-EXIT.
           EXIT.

      ******************************************************************
      * 2550-ADIAR-TRANS - defer the transaction to the next cycle and
      * report it with the reason
      ******************************************************************
       2550-ADIAR-TRANS.
           ADD 1 TO WS-QTD-ADIADOS
           IF SR-DESCONTO = 0
               ADD 1 TO WS-QTD-DESC-ADIADOS
           END-IF
           ADD WS-VALOR-CONVERTIDO TO WS-TOTAL-ADIADO
           MOVE WS-TRANSACAO TO PAGTO-ADIADO-REG
           WRITE PAGTO-ADIADO-REG
           IF WS-FS-PAGTO-ADIADO NOT = '00'
               MOVE 'PAGADIAD' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-ADIADO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE WS-TRN-CHAVE   TO WS-REPORT-ADI-CHAVE
           MOVE WS-TRN-FORN-ID TO WS-REPORT-ADI-FORN
           MOVE WS-TRN-VENCTO  TO WS-REPORT-ADI-VENCTO
           MOVE SR-PRIORIDADE  TO WS-REPORT-ADI-PRI
           MOVE WS-TRN-VALOR   TO WS-REPORT-ADI-VALOR
           MOVE WS-REPORT-ADIA-LINHA TO ADIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2520-CONVERTER-VALOR - the BRL amount the limit is consumed
      * by, at the same rates the confirmation will apply
           MOVE WS-REPORT-TOT-LINHA TO ADIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF HA-CONTAS-PAGAD
               MOVE 'CONSUMO DO LIMITE (BRL)....'
                                         TO WS-REPORT-TOT-ROTULO
               MOVE WS-TOTAL-LIMITE TO WS-REPORT-TOT-VALOR
               MOVE WS-REPORT-TOT-LINHA TO ADIA-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
               MOVE 'LST' TO CTA-FUNCAO
               MOVE 1 TO CTA-INDICE
               CALL 'PROGCONT' USING CTA-COMMAREA
               PERFORM 3010-REPORTAR-CONTA THRU 3010-EXIT
                   UNTIL CTA-RETORNO NOT = ZEROS
           END-IF

           MOVE 'FIM' TO RCTL-FUNCAO
           MOVE WS-QTD-LIDOS         TO RCTL-QTD-ENTRADA
           MOVE WS-QTD-SELECIONADOS  TO RCTL-QTD-SAIDA
                   'ANTERIOR'
           END-IF

           CLOSE FORNECEDOR-CADASTRO
           CLOSE PAGTO-PRONTO
           CLOSE PAGTO-ADIADO
           CLOSE ADIA-RPT
           DISPLAY 'TRANSACOES LIBERADAS..: ' WS-QTD-SELECIONADOS
           DISPLAY 'TRANSACOES ADIADAS....: ' WS-QTD-ADIADOS
           DISPLAY 'VALOR SELECIONADO.....: ' WS-TOTAL-SELECIONADO
           DISPLAY 'VALOR ADIADO..........: ' WS-TOTAL-ADIADO
           DISPLAY 'ADIADAS SEM SALDO CTA.: ' WS-QTD-ADIADOS-CONTA
           DISPLAY 'NO PRAZO DE DESCONTO..: ' WS-QTD-DESC-ELEGIVEIS
           DISPLAY 'COM DESCONTO LIBERADAS: ' WS-QTD-DESC-LIBERADOS
           DISPLAY 'COM DESCONTO ADIADAS..: ' WS-QTD-DESC-ADIADOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-REPORTAR-CONTA - one paying account's balance for the
      * day and how much of it tonight's selection used, then the
      * next account
      ******************************************************************
       3010-REPORTAR-CONTA.
           MOVE CTA-BANCO          TO WS-REPORT-CTA-BANCO
           MOVE CTA-AGENCIA        TO WS-REPORT-CTA-AGENCIA
           MOVE CTA-CONTA          TO WS-REPORT-CTA-CONTA
           MOVE CTA-SALDO-INICIAL  TO WS-REPORT-CTA-SALDO
           COMPUTE WS-REPORT-CTA-USADO
               = CTA-SALDO-INICIAL - CTA-SALDO-RESTANTE
           MOVE WS-REPORT-CONTA-LINHA TO ADIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           ADD 1 TO CTA-INDICE
           CALL 'PROGCONT' USING CTA-COMMAREA.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one deferral-report line and
      * check the resulting status
