      *                 flat TAXACAMB only when the effective master
      *                 is empty - the journal is priced at the very
      *                 rates the confirmation booked.
      * 15/10/2026 RFS  The expense side of a confirmation, credit note
      *                 or reversal now posts to the expense account of
      *                 the payment's cost center on CCUSTCAD (61001
      *                 when uncoded or the center names none), and the
      *                 journal's expense line carries the center -
      *                 controllership stops re-allocating one expense
      *                 account by hand.
      * 15/10/2026 RFS  A vendor advance posts to 11301 (adiantamentos a
      *                 fornecedores) instead of expense, and each
      *                 advance the remittance clears against an invoice
      *                 (ADTOAPLI) moves from 11301 to the payable.
      * 15/10/2026 RFS  Journal lines carry the vendor the event belongs
      *                 to, so the payables control account can be
      *                 proved vendor by vendor against the open-items
      *                 subledger.
      * 15/10/2026 RFS  A reversed vendor advance (ESTORNOS type A) now
      *                 credits 11301 back instead of the cost center's
      *                 expense, so the reversal clears the advances
      *                 account it was posted to.
      * 15/10/2026 RFS  Journal detail line padded to the 80 bytes of
      *                 the batch trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCTBL IS INITIAL PROGRAM.
           SELECT ABATIMENTOS  ASSIGN TO "ABATPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABATIMENTOS.
           SELECT ADIANT-APLIC ASSIGN TO "ADTOAPLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT-APLIC.
           SELECT CENTRO-CUSTO ASSIGN TO "CCUSTCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTRO-CUSTO.
           SELECT LANCAMENTOS  ASSIGN TO "LANCCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.
                         ==PG-TIPO==      BY ==PS-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PS-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PS-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==PS-TP-ADIANTAMENTO==
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
               88  PS-CONFIRMADO         VALUE 'C'.
           05  PS-MOTIVO-CORRECAO        PIC X(02).
                         ==PG-TIPO==      BY ==PA-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PA-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PA-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PA-EMPRESA==
                         ==PG-PARCELA==   BY ==PA-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PA-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PA-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PA-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PA-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PA-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PA-DATA-EMISSAO==.
           05  PA-PAGTO                  PIC X(01).
               88  PA-LIQUIDADO          VALUE 'L'.
               88  PA-DEVOLVIDO          VALUE 'D'.
           05  ES-VALOR-ESTORNO          PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  ES-MOTIVO                 PIC X(02).
           05  FILLER                    PIC X(01).
           05  ES-CENTRO-CUSTO           PIC X(06).
           05  FILLER                    PIC X(01).
           05  ES-TIPO                   PIC X(01).
               88  ES-TP-ADIANTAMENTO    VALUE 'A'.

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
           05  FILLER                    PIC X(01).
           05  AB-VALOR-ABATIDO          PIC 9(09)V99.

      ******************************************************************
      * Advance applications - each vendor advance the remittance
      * cleared against an invoice, with the amount cleared in the
      * advance's currency.
      ******************************************************************
       FD  ADIANT-APLIC
           RECORDING MODE IS F.
       01  ADIANT-APLIC-REG.
           05  AP-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  AP-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  AP-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  AP-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  AP-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  AP-CHAVE-ADIANT           PIC 9(06).
           05  FILLER                    PIC X(01).
           05  AP-VALOR-APLICADO         PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  AP-SALDO-ADIANT           PIC 9(09)V99.

      ******************************************************************
      * Cost centers - the expense account each center's spend posts
      * to.
      ******************************************************************
       FD  CENTRO-CUSTO
           RECORDING MODE IS F.
       01  CENTRO-CUSTO-REG.
           COPY CCUSREC.

      ******************************************************************
      * Journal-entry file - type 1 lines carry one posting each,
      * the type 9 trailer carries the batch control counts and the
           05  LT-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  LT-HISTORICO              PIC X(20).
           05  FILLER                    PIC X(01).
           05  LT-CENTRO-CUSTO           PIC X(06).
           05  FILLER                    PIC X(01).
           05  LT-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
       01  LANCAMENTOS-TRL REDEFINES LANCAMENTOS-REG.
           05  FILLER                    PIC X(01).
           05  LT-TRL-DATA               PIC 9(08).
           05  LT-TRL-DEBITOS            PIC 9(13)V99.
           05  FILLER                    PIC X(01).
           05  LT-TRL-CREDITOS           PIC 9(13)V99.
           05  FILLER                    PIC X(32).

       FD  CTBL-RPT
           RECORDING MODE IS F.
               88  FIM-ESTORNOS      VALUE 'S'.
           05  WS-EOF-ABATIMENTOS    PIC X(01) VALUE 'N'.
               88  FIM-ABATIMENTOS   VALUE 'S'.
           05  WS-EOF-ADIANT-APLIC   PIC X(01) VALUE 'N'.
               88  FIM-ADIANT-APLIC  VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-QTD-CONFIRMADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CREDITOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADIANTAMENTOS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-APLICACOES     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LIQUIDADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DEVOLVIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ESTORNOS       PIC 9(07) VALUE ZEROS.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-FS-ABATIMENTOS         PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-EFET           PIC X(02) VALUE SPACES.
       77 WS-FS-CENTRO-CUSTO        PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT-APLIC        PIC X(02) VALUE SPACES.
       77 WS-EFETIVA-SIT            PIC X(01) VALUE 'N'.
           88  EFETIVA-ACHADA       VALUE 'S' FALSE 'N'.
       77 WS-DATA-LANCAMENTO        PIC 9(08) VALUE ZEROS.
       77 WS-ABA-SITUACAO           PIC X(01) VALUE 'N'.
           88  ABATIMENTO-ACHADO    VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-ATUAL            PIC 9(06) VALUE ZEROS.
       77 WS-FORN-ATUAL             PIC 9(05) VALUE ZEROS.
       77 WS-MOEDA-ATUAL            PIC X(03) VALUE SPACES.
       77 WS-HISTORICO-ATUAL        PIC X(20) VALUE SPACES.
       77 WS-CONTA-DEBITO           PIC 9(05) VALUE ZEROS.
       77 WS-CONTA-CREDITO          PIC 9(05) VALUE ZEROS.
       77 WS-CENTRO-ATUAL           PIC X(06) VALUE SPACES.
       77 WS-CONTA-DESPESA-ATUAL    PIC 9(05) VALUE ZEROS.

      ******************************************************************
      * Cost centers by code with the expense account they post to,
      * loaded from CCUSTCAD.
      ******************************************************************
       01  WS-TABELA-CENTROS.
           05  WS-CCU-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-CCU-IDX.
               10  WS-CCU-CODIGO     PIC X(06).
               10  WS-CCU-CONTA      PIC 9(05).
       77 WS-QTD-CENTROS            PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Chart-of-accounts constants for the payable lifecycle:
      *   61001 despesas com fornecedores (expense)
      *   21101 fornecedores a pagar      (liability)
      *   11101 bancos conta movimento    (cash)
      *   11301 adiantamentos a fornecedores (asset)
      * Confirmation debits expense and credits the payable; a
      * settlement debits the payable and credits cash; a credit
      * note or a reversal undoes the confirmation pair.  A bounce
      * posts nothing - the payable the confirmation raised still
      * stands.  The expense side posts to the expense account of the
      * payment's cost center (CCUSTCAD) and carries the center on the
      * journal line; 61001 takes an uncoded payment and any center
      * with no account of its own.  A vendor advance is no expense:
      * its confirmation debits the advances account and credits the
      * payable, its settlement pays the payable off like any other,
      * and each application against an invoice debits the payable
      * and credits the advances account - the invoice's settlement
      * is netted of it through ABATPAGO.
      ******************************************************************
       77 WS-CONTA-DESPESA          PIC 9(05) VALUE 61001.
       77 WS-CONTA-FORNECEDOR       PIC 9(05) VALUE 21101.
       77 WS-CONTA-BANCOS           PIC 9(05) VALUE 11101.
       77 WS-CONTA-ADIANTAMENTO     PIC 9(05) VALUE 11301.

      ******************************************************************
      * Currency conversion-rate table - shared definitions in the
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-LANCAR-SAIDA    THRU 2000-EXIT
           PERFORM 3000-LANCAR-RETORNO  THRU 3000-EXIT
           PERFORM 3500-LANCAR-APLICACOES THRU 3500-EXIT
           PERFORM 4000-LANCAR-ESTORNOS THRU 4000-EXIT
           PERFORM 5000-FINALIZE        THRU 5000-EXIT
           MOVE ZERO TO LK-RETORNO
           ACCEPT WS-DATA-LANCAMENTO FROM DATE YYYYMMDD
           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT
           PERFORM 1300-CARREGAR-ABATIMENTOS THRU 1300-EXIT
           PERFORM 1400-CARREGAR-CENTROS THRU 1400-EXIT

           OPEN OUTPUT LANCAMENTOS
           IF WS-FS-LANCAMENTOS NOT = '00'
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-CENTROS - the cost centers and their expense
      * accounts; without the master everything posts to 61001
      ******************************************************************
       1400-CARREGAR-CENTROS.
           OPEN INPUT CENTRO-CUSTO
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               DISPLAY 'SEM CADASTRO DE CENTROS DE CUSTO, STATUS: '
                   WS-FS-CENTRO-CUSTO
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LER-CENTRO THRU 1410-EXIT
               UNTIL WS-FS-CENTRO-CUSTO = '10'
           CLOSE CENTRO-CUSTO.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-LER-CENTRO - read one cost center into the table
      ******************************************************************
       1410-LER-CENTRO.
           READ CENTRO-CUSTO
               AT END
                   MOVE '10' TO WS-FS-CENTRO-CUSTO
                   GO TO 1410-EXIT
           END-READ
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CENTRO-CUSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-CENTROS >= 500
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CENTROS
           SET WS-CCU-IDX TO WS-QTD-CENTROS
           MOVE CC-CODIGO        TO WS-CCU-CODIGO (WS-CCU-IDX)
           MOVE CC-CONTA-DESPESA TO WS-CCU-CONTA (WS-CCU-IDX).
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1420-RESOLVER-CENTRO - the expense account for the cost center
      * in WS-CENTRO-ATUAL: the center's own, or 61001
      ******************************************************************
       1420-RESOLVER-CENTRO.
           MOVE WS-CONTA-DESPESA TO WS-CONTA-DESPESA-ATUAL
           IF WS-CENTRO-ATUAL = SPACES OR WS-QTD-CENTROS = ZEROS
               GO TO 1420-EXIT
           END-IF
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   CONTINUE
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = WS-CENTRO-ATUAL
                   IF WS-CCU-CONTA (WS-CCU-IDX) > ZEROS
                       MOVE WS-CCU-CONTA (WS-CCU-IDX)
                                         TO WS-CONTA-DESPESA-ATUAL
                   END-IF
           END-SEARCH.
       1420-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LANCAR-SAIDA - the day's confirmations: a payment
      * debits expense and credits the payable; a credit note posts
      * the opposite pair; a vendor advance debits the advances
      * account and credits the payable
      ******************************************************************
       2000-LANCAR-SAIDA.
           OPEN INPUT PAGTO-SAIDA
           END-IF

           MOVE PS-CHAVE TO WS-CHAVE-ATUAL
           MOVE PS-FORN-ID TO WS-FORN-ATUAL
           MOVE PS-MOEDA TO WS-MOEDA-ATUAL
           MOVE PS-VALOR TO WS-VALOR-CONVERTIDO
           PERFORM 7100-CONVERTER-VALOR THRU 7100-EXIT
           MOVE PS-CENTRO-CUSTO TO WS-CENTRO-ATUAL
           PERFORM 1420-RESOLVER-CENTRO THRU 1420-EXIT

           EVALUATE TRUE
               WHEN PS-TP-CREDITO
                   ADD 1 TO WS-QTD-CREDITOS
                   MOVE 'CREDITO FORNECEDOR  ' TO WS-HISTORICO-ATUAL
                   MOVE WS-CONTA-FORNECEDOR TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-DESPESA-ATUAL TO WS-CONTA-CREDITO
               WHEN PS-TP-ADIANTAMENTO
                   ADD 1 TO WS-QTD-ADIANTAMENTOS
                   MOVE 'ADIANTAMENTO FORN.  ' TO WS-HISTORICO-ATUAL
                   MOVE SPACES TO WS-CENTRO-ATUAL
                   MOVE ZEROS  TO WS-CONTA-DESPESA-ATUAL
                   MOVE WS-CONTA-ADIANTAMENTO TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-FORNECEDOR   TO WS-CONTA-CREDITO
               WHEN OTHER
                   ADD 1 TO WS-QTD-CONFIRMADOS
                   MOVE 'CONFIRMACAO PAGTO   ' TO WS-HISTORICO-ATUAL
                   MOVE WS-CONTA-DESPESA-ATUAL TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-FORNECEDOR TO WS-CONTA-CREDITO
           END-EVALUATE
           PERFORM 7000-GRAVAR-PARTIDA THRU 7000-EXIT.
       2010-EXIT.
           EXIT.
               WHEN PA-LIQUIDADO
                   ADD 1 TO WS-QTD-LIQUIDADOS
                   MOVE PA-CHAVE TO WS-CHAVE-ATUAL
                   MOVE PA-FORN-ID TO WS-FORN-ATUAL
                   MOVE PA-MOEDA TO WS-MOEDA-ATUAL
      *            Cash moved for the netted amount the remittance
      *            sent, not the full history amount - the credit
                   MOVE WS-VALOR-SETTLE TO WS-VALOR-CONVERTIDO
                   PERFORM 7100-CONVERTER-VALOR THRU 7100-EXIT
                   MOVE 'LIQUIDACAO BANCARIA ' TO WS-HISTORICO-ATUAL
                   MOVE SPACES TO WS-CENTRO-ATUAL
                   MOVE ZEROS  TO WS-CONTA-DESPESA-ATUAL
                   MOVE WS-CONTA-FORNECEDOR TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-BANCOS     TO WS-CONTA-CREDITO
                   IF WS-VALOR-CONVERTIDO > ZEROS
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LANCAR-APLICACOES - the vendor advances the remittance
      * cleared against invoices: each application debits the
      * payable the invoice raised and credits the advances account.
      * No ADTOAPLI just means no advance was cleared this run.
      ******************************************************************
       3500-LANCAR-APLICACOES.
           OPEN INPUT ADIANT-APLIC
           IF WS-FS-ADIANT-APLIC NOT = '00'
               DISPLAY 'SEM APLICACAO DE ADIANTAMENTO, STATUS: '
                   WS-FS-ADIANT-APLIC
               SET FIM-ADIANT-APLIC TO TRUE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-LER-APLICACAO THRU 3510-EXIT
               UNTIL FIM-ADIANT-APLIC
           CLOSE ADIANT-APLIC.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3510-LER-APLICACAO - post one advance application
      ******************************************************************
       3510-LER-APLICACAO.
           READ ADIANT-APLIC
               AT END
                   SET FIM-ADIANT-APLIC TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF WS-FS-ADIANT-APLIC NOT = '00'
               MOVE 'ADTOAPLI' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-APLIC TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-APLICACOES
           MOVE AP-CHAVE          TO WS-CHAVE-ATUAL
           MOVE AP-FORN-ID        TO WS-FORN-ATUAL
           MOVE AP-MOEDA          TO WS-MOEDA-ATUAL
           MOVE AP-VALOR-APLICADO TO WS-VALOR-CONVERTIDO
           PERFORM 7100-CONVERTER-VALOR THRU 7100-EXIT
           MOVE 'APLICACAO ADIANTAM. ' TO WS-HISTORICO-ATUAL
           MOVE SPACES TO WS-CENTRO-ATUAL
           MOVE ZEROS  TO WS-CONTA-DESPESA-ATUAL
           MOVE WS-CONTA-FORNECEDOR   TO WS-CONTA-DEBITO
           MOVE WS-CONTA-ADIANTAMENTO TO WS-CONTA-CREDITO
           PERFORM 7000-GRAVAR-PARTIDA THRU 7000-EXIT.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LANCAR-ESTORNOS - the reversal offsets: each undoes the
      * confirmation pair.  The ESTORNOS amount is already the BRL
           EXIT.

      ******************************************************************
      * 4010-LER-ESTORNO - post one reversal offset: the payable back
      * against the expense of the payment's cost center, or against
      * 11301 for a vendor advance, which was never expense
      ******************************************************************
       4010-LER-ESTORNO.
           READ ESTORNOS

           ADD 1 TO WS-QTD-ESTORNOS
           MOVE ES-CHAVE          TO WS-CHAVE-ATUAL
           MOVE ES-FORN-ID        TO WS-FORN-ATUAL
           MOVE ES-VALOR-ESTORNO  TO WS-VALOR-CONVERTIDO
           MOVE 'ESTORNO DE PAGTO    ' TO WS-HISTORICO-ATUAL
           MOVE WS-CONTA-FORNECEDOR TO WS-CONTA-DEBITO
           IF ES-TP-ADIANTAMENTO
               MOVE 'ESTORNO ADIANTAMENTO' TO WS-HISTORICO-ATUAL
               MOVE SPACES TO WS-CENTRO-ATUAL
               MOVE ZEROS  TO WS-CONTA-DESPESA-ATUAL
               MOVE WS-CONTA-ADIANTAMENTO TO WS-CONTA-CREDITO
           ELSE
               MOVE ES-CENTRO-CUSTO   TO WS-CENTRO-ATUAL
               PERFORM 1420-RESOLVER-CENTRO THRU 1420-EXIT
               MOVE WS-CONTA-DESPESA-ATUAL TO WS-CONTA-CREDITO
           END-IF
           PERFORM 7000-GRAVAR-PARTIDA THRU 7000-EXIT.
       4010-EXIT.
           EXIT.
           MOVE WS-VALOR-CONVERTIDO  TO LT-VALOR
           MOVE WS-CHAVE-ATUAL       TO LT-CHAVE
           MOVE WS-HISTORICO-ATUAL   TO LT-HISTORICO
           MOVE WS-FORN-ATUAL        TO LT-FORN-ID
      *    Only the expense line carries the cost center - the
      *    payable and cash lines belong to no center.
           MOVE SPACES               TO LT-CENTRO-CUSTO
           IF LT-CONTA = WS-CONTA-DESPESA-ATUAL
               MOVE WS-CENTRO-ATUAL  TO LT-CENTRO-CUSTO
           END-IF
           WRITE LANCAMENTOS-REG
           IF WS-FS-LANCAMENTOS NOT = '00'
               MOVE 'LANCCTB' TO WS-ERRO-ARQUIVO

           DISPLAY 'CONFIRMACOES LANCADAS.: ' WS-QTD-CONFIRMADOS
           DISPLAY 'CREDITOS LANCADOS.....: ' WS-QTD-CREDITOS
           DISPLAY 'ADIANTAMENTOS LANCADOS: ' WS-QTD-ADIANTAMENTOS
           DISPLAY 'APLICACOES DE ADTO....: ' WS-QTD-APLICACOES
           DISPLAY 'LIQUIDACOES LANCADAS..: ' WS-QTD-LIQUIDADOS
           DISPLAY 'DEVOLUCOES (SEM LANC).: ' WS-QTD-DEVOLVIDOS
           DISPLAY 'ESTORNOS LANCADOS.....: ' WS-QTD-ESTORNOS
