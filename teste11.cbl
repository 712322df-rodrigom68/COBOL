      *                 history master or record is warned and skipped,
      *                 never fatal - the PAGATUAL output is still the
      *                 authoritative result of the run.
      * 15/10/2026 RFS  Every bounce is also registered on the PAGDEVOL
      *                 returned-payment master, with the account it
      *                 went to from FORNCAD, for the PROGREEM re-issue
      *                 desk; a re-issue that bounces again re-opens
      *                 with its re-issue count.
      * 15/10/2026 RFS  The bank's boleto return details (record type 2,
      *                 echoing the linha digitavel paid) now settle
      *                 boleto payments; a payment settles only from a
      *                 return of its own kind, and a boleto only from a
      *                 return for the same slip - anything else is left
      *                 unmatched and counted as divergent.
      * 15/10/2026 RFS  The bank's confirmation of the international
      *                 wires (RETINTL, optional - type 4 details with
      *                 the SWIFT reference, trailer count proved on its
      *                 own) joins the same match table, so a wire
      *                 settles to L or bounces to D like a domestic
      *                 payment, with the SWIFT reference on the audit
      *                 trail. A payment in a currency other than BRL
      *                 settles only from a wire confirmation, a
      *                 domestic transfer only from a transfer return.
      * 15/10/2026 RFS  PAGDEVOL keeps the SWIFT/BIC and foreign account
      *                 a bounced wire was paid to.
      * 15/10/2026 RFS  A vendor advance (PG-TIPO A) the bank bounces is
      *                 taken off the open advances: ADTOABER is carried
      *                 forward to ADTOABEN without it for the PAYRETRN
      *                 swap step, so the vendor's invoices no longer
      *                 clear against money never received and a re-
      *                 issue opens it only once; a bounced advance an
      *                 invoice was already cleared against is named for
      *                 the desk.
      * 15/10/2026 RFS  A PAGDEVOL entry is carried over only for the
      *                 payment's own re-issue; a cancelled entry or one
      *                 of an earlier payment under the same key opens
      *                 as a new return.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETOR IS INITIAL PROGRAM.
           SELECT RETORNO-BANCO ASSIGN TO "RETBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.
           SELECT RETORNO-INTL ASSIGN TO "RETINTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET-INTL.
           SELECT PAGTO-SAIDA  ASSIGN TO "PAGSAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-SAIDA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT DEVOLVIDO-MESTRE ASSIGN TO "PAGDEVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CHAVE
               FILE STATUS IS WS-FS-PAGTO-DEVOL.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT ADIANT-ABERTOS ASSIGN TO "ADTOABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT.
           SELECT ADIANT-NOVO  ASSIGN TO "ADTOABEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT-NOVO.
           SELECT DEVOL-RPT    ASSIGN TO "DEVOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOL-RPT.
           05  RT-TIPO                   PIC X(01).
               88  RT-HEADER             VALUE '0'.
               88  RT-DETALHE            VALUE '1'.
               88  RT-DETALHE-BOLETO     VALUE '2'.
               88  RT-TRAILER            VALUE '9'.
           05  RT-DATA-REMESSA           PIC 9(08).
           05  RT-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  RT-TRL-QTD-DETALHES       PIC 9(07).
           05  FILLER                    PIC X(72).
      *    A boleto detail echoes the linha digitavel it was paid
      *    against and the amount the bank actually paid.
       01  RETORNO-BOLETO-REG REDEFINES RETORNO-BANCO-REG.
           05  FILLER                    PIC X(17).
           05  RT-BOL-LINHA-DIGITAVEL    PIC X(47).
           05  RT-BOL-VALOR-PAGO         PIC 9(09)V99.
           05  FILLER                    PIC X(05).

      ******************************************************************
      * The bank's confirmation of the international wires sent on
      * REMINTL - header, one type 4 detail per wire echoing the
      * remittance date and payment key with the occurrence code and
      * the bank's SWIFT reference, and a trailer with the count.
      ******************************************************************
       FD  RETORNO-INTL
           RECORDING MODE IS F.
       01  RETORNO-INTL-REG.
           05  RI-TIPO                   PIC X(01).
               88  RI-HEADER             VALUE '0'.
               88  RI-DETALHE            VALUE '4'.
               88  RI-TRAILER            VALUE '9'.
           05  RI-DATA-REMESSA           PIC 9(08).
           05  RI-CHAVE                  PIC 9(06).
           05  RI-OCORRENCIA             PIC X(02).
           05  RI-REF-SWIFT              PIC X(16).
           05  RI-MOEDA                  PIC X(03).
           05  RI-VALOR                  PIC 9(09)V99.
           05  FILLER                    PIC X(33).
       01  RETORNO-INTL-TRAILER-REG REDEFINES RETORNO-INTL-REG.
           05  FILLER                    PIC X(01).
           05  RI-TRL-QTD-DETALHES       PIC 9(07).
           05  FILLER                    PIC X(72).

       FD  PAGTO-SAIDA
           RECORDING MODE IS F.
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
           05  PA-MOTIVO-CORRECAO        PIC X(02).

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

      ******************************************************************
      * Returned-payment master - one record per payment key the bank
      * bounced, with the payment as it went out, the account it went
      * to, and where the re-issue stands.  PROGREEM works it.
      ******************************************************************
       FD  DEVOLVIDO-MESTRE
           RECORDING MODE IS F.
       01  DEVOLVIDO-MESTRE-REG.
           05  DV-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==DV-FORN-ID==
                         ==PG-FORN-NOME== BY ==DV-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==DV-NOTA-FISC==
                         ==PG-VALOR==     BY ==DV-VALOR==
                         ==PG-MOEDA==     BY ==DV-MOEDA==
                         ==PG-VENCTO==    BY ==DV-VENCTO==
                         ==PG-TIPO==      BY ==DV-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==DV-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==DV-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==DV-EMPRESA==
                         ==PG-PARCELA==   BY ==DV-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==DV-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==DV-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==DV-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==DV-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==DV-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==DV-DATA-EMISSAO==.
           05  DV-DATA-REMESSA           PIC 9(08).
           05  DV-DATA-DEVOLUCAO         PIC 9(08).
           05  DV-DATA-ULT-DEVOL         PIC 9(08).
           05  DV-OCORRENCIA             PIC X(02).
           05  DV-BANCO                  PIC 9(03).
           05  DV-AGENCIA                PIC 9(04).
           05  DV-CONTA                  PIC 9(10).
           05  DV-QTD-REEMISSOES         PIC 9(02).
           05  DV-SITUACAO               PIC X(01).
               88  DV-ABERTO             VALUE 'A'.
               88  DV-REEMITIDO          VALUE 'R'.
               88  DV-CANCELADO          VALUE 'X'.
           05  DV-DATA-SITUACAO          PIC 9(08).
           05  DV-MOTIVO                 PIC X(02).
           05  DV-OPERADOR               PIC X(08).
           05  DV-SWIFT-BIC              PIC X(11).
           05  DV-CONTA-EXTERIOR         PIC X(34).

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

      ******************************************************************
      * Open vendor advances - carried forward from ADTOABER to
      * ADTOABEN less the advances the bank bounced, for the swap step
      * to copy back; same ADTOREC layout PROGREMES keeps them in.
      ******************************************************************
       FD  ADIANT-ABERTOS
           RECORDING MODE IS F.
       01  ADIANT-ABERTOS-REG.
           COPY ADTOREC
               REPLACING ==AD-CHAVE==          BY ==AA-CHAVE==
                         ==AD-FORN-ID==        BY ==AA-FORN-ID==
                         ==AD-EMPRESA==        BY ==AA-EMPRESA==
                         ==AD-MOEDA==          BY ==AA-MOEDA==
                         ==AD-NOTA-FISC==      BY ==AA-NOTA-FISC==
                         ==AD-DATA-PAGTO==     BY ==AA-DATA-PAGTO==
                         ==AD-VALOR-ORIGINAL== BY ==AA-VALOR-ORIGINAL==
                         ==AD-VALOR-ABERTO==   BY ==AA-VALOR-ABERTO==.

       FD  ADIANT-NOVO
           RECORDING MODE IS F.
       01  ADIANT-NOVO-REG.
           COPY ADTOREC
               REPLACING ==AD-CHAVE==          BY ==AN-CHAVE==
                         ==AD-FORN-ID==        BY ==AN-FORN-ID==
                         ==AD-EMPRESA==        BY ==AN-EMPRESA==
                         ==AD-MOEDA==          BY ==AN-MOEDA==
                         ==AD-NOTA-FISC==      BY ==AN-NOTA-FISC==
                         ==AD-DATA-PAGTO==     BY ==AN-DATA-PAGTO==
                         ==AD-VALOR-ORIGINAL== BY ==AN-VALOR-ORIGINAL==
                         ==AD-VALOR-ABERTO==   BY ==AN-VALOR-ABERTO==.

       FD  DEVOL-RPT
           RECORDING MODE IS F.
       01  DEVOL-RPT-REG                 PIC X(80).
               88  RETORNO-ENCONTRADO VALUE 'S' FALSE 'N'.
           05  WS-HIST-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-HISTORICO      VALUE 'S' FALSE 'N'.
           05  WS-FORN-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-FORNCAD        VALUE 'S' FALSE 'N'.
           05  WS-EOF-RET-INTL       PIC X(01) VALUE 'N'.
               88  FIM-RETORNO-INTL  VALUE 'S' FALSE 'N'.
           05  WS-EOF-ADIANT         PIC X(01) VALUE 'N'.
               88  FIM-ADIANT        VALUE 'S' FALSE 'N'.
           05  WS-ADC-SITUACAO       PIC X(01) VALUE 'N'.
               88  ADIANT-DEVOLVIDO  VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-RETORNOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-RETORNO    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-CASADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-HIST-NAO-ENC   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DEVOL-NOVOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DEVOL-REPETIDOS PIC 9(07) VALUE ZEROS.
           05  WS-QTD-BOLETO-DIVERGE PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RET-INTL       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-WIRE-DIVERGE   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADTO-DEVOL     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADTO-BAIXADOS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADTO-JA-APLIC  PIC 9(07) VALUE ZEROS.

       77 WS-FS-RETORNO             PIC X(02) VALUE SPACES.
       77 WS-FS-RET-INTL            PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-SAIDA         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-ATUAL         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-AUDIT         PIC X(02) VALUE SPACES.
       77 WS-FS-DEVOL-RPT           PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-DEVOL         PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT              PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT-NOVO         PIC X(02) VALUE SPACES.
       77 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77 WS-RET-DATA-ATUAL         PIC 9(08) VALUE ZEROS.

      ******************************************************************
               10  WS-RET-OCORRENCIA PIC X(02).
               10  WS-RET-CASADO     PIC X(01).
               10  WS-RET-DATA       PIC 9(08).
               10  WS-RET-TIPO       PIC X(01).
               10  WS-RET-LINHA      PIC X(47).
               10  WS-RET-REF-SWIFT  PIC X(16).
       77 WS-QTD-RET-ITENS          PIC 9(05) VALUE ZEROS.
       77 WS-RET-OCORR-ATUAL        PIC X(02) VALUE SPACES.

      ******************************************************************
      * Vendor advances the bank bounced this run - payment key and
      * the remittance date they went out on, the pair the advance is
      * held open under on ADTOABER.  The vendor never got the money,
      * so none of them may be left open for the invoices to clear.
      ******************************************************************
       01  WS-TABELA-ADTO-DEVOL.
           05  WS-ADC-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-ADC-IDX.
               10  WS-ADC-CHAVE      PIC 9(06).
               10  WS-ADC-DATA       PIC 9(08).
       77 WS-QTD-ADC-ITENS          PIC 9(03) VALUE ZEROS.

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
           05  WS-ERRO-ARQUIVO       PIC X(08).
               UNTIL FIM-RETORNO
           CLOSE RETORNO-BANCO

      *    The wire confirmation only comes on a day wires went out -
      *    no RETINTL just means there is none to apply.
           OPEN INPUT RETORNO-INTL
           IF WS-FS-RET-INTL = '00'
               PERFORM 1200-LER-RETORNO-INTL THRU 1200-EXIT
                   UNTIL FIM-RETORNO-INTL
               CLOSE RETORNO-INTL
           ELSE
               DISPLAY 'SEM RETORNO DE WIRES, STATUS: '
                   WS-FS-RET-INTL
           END-IF

           OPEN INPUT PAGTO-SAIDA
           IF WS-FS-PAGTO-SAIDA NOT = '00'
               MOVE 'PAGSAIDA' TO WS-ERRO-ARQUIVO
                   WS-FS-PAGTO-HIST
           END-IF

      *    Every bounce is registered for re-issue.  The master is
      *    created on its first use; the vendor master only lends the
      *    account the payment went to, and is not required.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O DEVOLVIDO-MESTRE
           IF WS-FS-PAGTO-DEVOL = '35'
               OPEN OUTPUT DEVOLVIDO-MESTRE
               CLOSE DEVOLVIDO-MESTRE
               OPEN I-O DEVOLVIDO-MESTRE
           END-IF
           IF WS-FS-PAGTO-DEVOL NOT = '00'
               MOVE 'PAGDEVOL' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-DEVOL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR = '00'
               SET HA-FORNCAD TO TRUE
           ELSE
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL, STATUS: '
                   WS-FS-FORNECEDOR
           END-IF

           PERFORM 2100-READ-SAIDA THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
           END-IF

           EVALUATE TRUE
               WHEN RT-DETALHE OR RT-DETALHE-BOLETO
                   IF WS-QTD-RET-ITENS < 10000
                       ADD 1 TO WS-QTD-RET-ITENS
                       SET WS-RET-IDX TO WS-QTD-RET-ITENS
                       MOVE RT-DATA-REMESSA
                                     TO WS-RET-DATA (WS-RET-IDX)
                       MOVE 'N'         TO WS-RET-CASADO (WS-RET-IDX)
                       MOVE RT-TIPO     TO WS-RET-TIPO (WS-RET-IDX)
                       MOVE SPACES      TO WS-RET-LINHA (WS-RET-IDX)
                       MOVE SPACES    TO WS-RET-REF-SWIFT (WS-RET-IDX)
                       IF RT-DETALHE-BOLETO
                           MOVE RT-BOL-LINHA-DIGITAVEL
                                     TO WS-RET-LINHA (WS-RET-IDX)
                       END-IF
                       ADD 1 TO WS-QTD-RETORNOS
                   ELSE
                       MOVE 'RETBANCO' TO WS-ERRO-ARQUIVO
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-RETORNO-INTL - read one wire confirmation record;
      * its details join the same match table as the domestic
      * returns, and its trailer is proved against its own count
      ******************************************************************
       1200-LER-RETORNO-INTL.
           READ RETORNO-INTL
               AT END
                   SET FIM-RETORNO-INTL TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF WS-FS-RET-INTL NOT = '00'
               MOVE 'RETINTL'  TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-RET-INTL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RI-DETALHE
                   IF WS-QTD-RET-ITENS < 10000
                       ADD 1 TO WS-QTD-RET-ITENS
                       SET WS-RET-IDX TO WS-QTD-RET-ITENS
                       MOVE RI-CHAVE      TO WS-RET-CHAVE (WS-RET-IDX)
                       MOVE RI-OCORRENCIA
                                     TO WS-RET-OCORRENCIA (WS-RET-IDX)
                       MOVE RI-DATA-REMESSA
                                     TO WS-RET-DATA (WS-RET-IDX)
                       MOVE 'N'         TO WS-RET-CASADO (WS-RET-IDX)
                       MOVE RI-TIPO     TO WS-RET-TIPO (WS-RET-IDX)
                       MOVE SPACES      TO WS-RET-LINHA (WS-RET-IDX)
                       MOVE RI-REF-SWIFT
                                     TO WS-RET-REF-SWIFT (WS-RET-IDX)
                       ADD 1 TO WS-QTD-RETORNOS
                       ADD 1 TO WS-QTD-RET-INTL
                   ELSE
                       MOVE 'RETINTL'  TO WS-ERRO-ARQUIVO
                       MOVE 'TABELA'   TO WS-ERRO-OPERACAO
                       MOVE 'OV'       TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
               WHEN RI-TRAILER
                   IF RI-TRL-QTD-DETALHES NOT = WS-QTD-RET-INTL
                       MOVE 'RETINTL'  TO WS-ERRO-ARQUIVO
                       MOVE 'TRAILR'   TO WS-ERRO-OPERACAO
                       MOVE 'QT'       TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-SAIDA - carry one payment through: a confirmed
      * payment with a return becomes L (liquidado) or D (devolvido);
           ADD 1 TO WS-QTD-LIDOS
           MOVE PAGTO-SAIDA-REG TO PAGTO-ATUAL-REG
           PERFORM 2010-BUSCAR-RETORNO THRU 2010-EXIT
           IF RETORNO-ENCONTRADO AND PS-CONFIRMADO
               PERFORM 2015-CONFERIR-BOLETO THRU 2015-EXIT
           END-IF

           IF RETORNO-ENCONTRADO AND PS-CONFIRMADO
      *        Only a return actually applied consumes its table
                   SET PAGTO-DEVOLVIDO TO TRUE
                   ADD 1 TO WS-QTD-DEVOLVIDOS
                   PERFORM 2020-REPORTAR-DEVOLUCAO THRU 2020-EXIT
                   PERFORM 2030-REGISTRAR-DEVOLVIDO THRU 2030-EXIT
                   IF PS-TP-ADIANTAMENTO
                       PERFORM 2040-MARCAR-ADIANTAMENTO THRU 2040-EXIT
                   END-IF
               END-IF
               MOVE PAGTO-STATUS-COD TO PA-PAGTO
               PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2015-CONFERIR-BOLETO - a payment remitted as a boleto settles
      * only from a boleto return echoing the same linha digitavel,
      * a wire (any currency but BRL) only from a wire confirmation,
      * and a domestic transfer only from a transfer return; a return
      * of the wrong kind or for another slip is not applied - it
      * stays unmatched for the end-of-run list and the payment waits
      ******************************************************************
       2015-CONFERIR-BOLETO.
           IF PS-LINHA-DIGITAVEL = SPACES
              AND PS-MOEDA NOT = 'BRL' AND NOT = SPACES
               IF WS-RET-TIPO (WS-RET-IDX) = '4'
                   GO TO 2015-EXIT
               END-IF
               SET RETORNO-ENCONTRADO TO FALSE
               ADD 1 TO WS-QTD-WIRE-DIVERGE
               DISPLAY 'RETORNO NAO CONFERE COM O WIRE REMETIDO: '
                   PS-CHAVE ' FORN: ' PS-FORN-ID
               GO TO 2015-EXIT
           END-IF
           IF PS-LINHA-DIGITAVEL = SPACES
              AND WS-RET-TIPO (WS-RET-IDX) = '1'
               GO TO 2015-EXIT
           END-IF
           IF PS-LINHA-DIGITAVEL NOT = SPACES
              AND WS-RET-TIPO (WS-RET-IDX) = '2'
              AND WS-RET-LINHA (WS-RET-IDX) = PS-LINHA-DIGITAVEL
               GO TO 2015-EXIT
           END-IF
           SET RETORNO-ENCONTRADO TO FALSE
           ADD 1 TO WS-QTD-BOLETO-DIVERGE
           DISPLAY 'RETORNO NAO CONFERE COM O BOLETO REMETIDO: '
               PS-CHAVE ' FORN: ' PS-FORN-ID.
       2015-EXIT.
           EXIT.

      ******************************************************************
      * 2020-REPORTAR-DEVOLUCAO - one bounce line for the desk
      ******************************************************************
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2030-REGISTRAR-DEVOLVIDO - open the bounce on the returned-
      * payment master.  A key already there as this payment's own
      * re-issue (same vendor, invoice and installment) came back
      * again: it re-opens with its re-issue count intact, so the
      * cutoff still sees every attempt, and keeps the date of the
      * first return the re-issue window runs from.  A cancelled entry,
      * or one left by an earlier payment under a reused key (guide
      * keys recur every month, capture keys wrap), starts over as a
      * new return with today's date and no re-issues.  The account
      * the payment went to is kept with it - the domestic one and the
      * SWIFT/BIC and foreign account a wire is paid to - so the
      * re-issue desk can tell when the vendor has corrected it.
      ******************************************************************
       2030-REGISTRAR-DEVOLVIDO.
           MOVE PS-CHAVE TO DV-CHAVE
           READ DEVOLVIDO-MESTRE
               INVALID KEY
                   MOVE SPACES TO DEVOLVIDO-MESTRE-REG
                   MOVE PS-CHAVE TO DV-CHAVE
                   MOVE ZEROS    TO DV-QTD-REEMISSOES
                   MOVE WS-DATA-HOJE TO DV-DATA-DEVOLUCAO
                   ADD 1 TO WS-QTD-DEVOL-NOVOS
               NOT INVALID KEY
                   IF WS-FS-PAGTO-DEVOL NOT = '00'
                       MOVE 'PAGDEVOL' TO WS-ERRO-ARQUIVO
                       MOVE 'READ'     TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PAGTO-DEVOL TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   IF DV-REEMITIDO
                      AND DV-FORN-ID   = PS-FORN-ID
                      AND DV-NOTA-FISC = PS-NOTA-FISC
                      AND DV-PARCELA   = PS-PARCELA
                       ADD 1 TO WS-QTD-DEVOL-REPETIDOS
                   ELSE
                       MOVE ZEROS        TO DV-QTD-REEMISSOES
                       MOVE WS-DATA-HOJE TO DV-DATA-DEVOLUCAO
                       ADD 1 TO WS-QTD-DEVOL-NOVOS
                   END-IF
           END-READ

           MOVE PS-FORN-ID         TO DV-FORN-ID
           MOVE PS-FORN-NOME       TO DV-FORN-NOME
           MOVE PS-NOTA-FISC       TO DV-NOTA-FISC
           MOVE PS-VALOR           TO DV-VALOR
           MOVE PS-MOEDA           TO DV-MOEDA
           MOVE PS-VENCTO          TO DV-VENCTO
           MOVE PS-TIPO            TO DV-TIPO
           MOVE PS-EMPRESA         TO DV-EMPRESA
           MOVE PS-PARCELA         TO DV-PARCELA
           MOVE PS-QTD-PARCELAS    TO DV-QTD-PARCELAS
           MOVE PS-VALOR-NOTA      TO DV-VALOR-NOTA
           MOVE PS-LINHA-DIGITAVEL TO DV-LINHA-DIGITAVEL
           MOVE PS-NUM-PEDIDO TO DV-NUM-PEDIDO
           MOVE PS-CENTRO-CUSTO TO DV-CENTRO-CUSTO
           MOVE PS-DATA-EMISSAO TO DV-DATA-EMISSAO
           MOVE WS-RET-DATA-ATUAL  TO DV-DATA-REMESSA
           MOVE WS-DATA-HOJE       TO DV-DATA-ULT-DEVOL
           MOVE WS-RET-OCORR-ATUAL TO DV-OCORRENCIA
           MOVE ZEROS              TO DV-BANCO
           MOVE ZEROS              TO DV-AGENCIA
           MOVE ZEROS              TO DV-CONTA
           MOVE SPACES             TO DV-SWIFT-BIC
           MOVE SPACES             TO DV-CONTA-EXTERIOR
           IF HA-FORNCAD
               MOVE PS-FORN-ID TO FC-FORN-ID
               READ FORNECEDOR-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FC-BANCO   TO DV-BANCO
                       MOVE FC-AGENCIA TO DV-AGENCIA
                       MOVE FC-CONTA   TO DV-CONTA
                       MOVE FC-SWIFT-BIC TO DV-SWIFT-BIC
                       MOVE FC-CONTA-EXTERIOR TO DV-CONTA-EXTERIOR
               END-READ
           END-IF
           SET DV-ABERTO           TO TRUE
           MOVE WS-DATA-HOJE       TO DV-DATA-SITUACAO
           MOVE SPACES             TO DV-MOTIVO
           MOVE 'RETORNO'          TO DV-OPERADOR

           IF WS-FS-PAGTO-DEVOL = '23'
               WRITE DEVOLVIDO-MESTRE-REG
           ELSE
               REWRITE DEVOLVIDO-MESTRE-REG
           END-IF
           IF WS-FS-PAGTO-DEVOL NOT = '00'
               MOVE 'PAGDEVOL' TO WS-ERRO-ARQUIVO
               MOVE 'GRAVAR'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-DEVOL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2040-MARCAR-ADIANTAMENTO - a bounced vendor advance is noted
      * so the carry-forward at end of run takes it off the open
      * advances; a re-issue opens it again when it is remitted
      ******************************************************************
       2040-MARCAR-ADIANTAMENTO.
           IF WS-QTD-ADC-ITENS >= 500
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ADC-ITENS
           SET WS-ADC-IDX TO WS-QTD-ADC-ITENS
           MOVE PS-CHAVE          TO WS-ADC-CHAVE (WS-ADC-IDX)
           MOVE WS-RET-DATA-ATUAL TO WS-ADC-DATA (WS-ADC-IDX)
           ADD 1 TO WS-QTD-ADTO-DEVOL.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-SAIDA - read the next confirmation-output record
      ******************************************************************
           MOVE WS-REPORT-TOT-DEV-LINHA TO DEVOL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 3020-BAIXAR-ADIANTAMENTOS THRU 3020-EXIT

           CLOSE PAGTO-SAIDA
           CLOSE PAGTO-ATUAL
           CLOSE PAGTO-AUDIT
           IF HA-HISTORICO
               CLOSE PAGTO-HIST
           END-IF
           CLOSE DEVOLVIDO-MESTRE
           IF HA-FORNCAD
               CLOSE FORNECEDOR-CADASTRO
           END-IF
           CLOSE DEVOL-RPT
           CLOSE JOB-LOG
           DISPLAY 'RETORNOS DO BANCO.....: ' WS-QTD-RETORNOS
           DISPLAY 'PAGAMENTOS DEVOLVIDOS.: ' WS-QTD-DEVOLVIDOS
           DISPLAY 'CONFIRM. SEM RETORNO..: ' WS-QTD-SEM-RETORNO
           DISPLAY 'RETORNOS NAO CASADOS..: ' WS-QTD-NAO-CASADOS
           DISPLAY 'HISTORICO NAO ENCONTR.: ' WS-QTD-HIST-NAO-ENC
           DISPLAY 'DEVOLVIDOS NOVOS......: ' WS-QTD-DEVOL-NOVOS
           DISPLAY 'DEVOLVIDOS DE NOVO....: ' WS-QTD-DEVOL-REPETIDOS
           DISPLAY 'BOLETOS DIVERGENTES...: ' WS-QTD-BOLETO-DIVERGE
           DISPLAY 'RETORNOS DE WIRES.....: ' WS-QTD-RET-INTL
           DISPLAY 'WIRES DIVERGENTES.....: ' WS-QTD-WIRE-DIVERGE
           DISPLAY 'ADIANTAMENTOS DEVOLV..: ' WS-QTD-ADTO-DEVOL
           DISPLAY 'ADTOS BAIXADOS........: ' WS-QTD-ADTO-BAIXADOS
           DISPLAY 'ADTOS JA APLICADOS....: ' WS-QTD-ADTO-JA-APLIC.
       3000-EXIT.
           EXIT.

       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3020-BAIXAR-ADIANTAMENTOS - carry the open advances forward
      * from ADTOABER to ADTOABEN, less the ones bounced this run; the
      * PAYRETRN swap step copies ADTOABEN back.  No ADTOABER just
      * means no advance is open, and ADTOABEN goes out empty.
      ******************************************************************
       3020-BAIXAR-ADIANTAMENTOS.
           OPEN OUTPUT ADIANT-NOVO
           IF WS-FS-ADIANT-NOVO NOT = '00'
               MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT ADIANT-ABERTOS
           IF WS-FS-ADIANT = '00'
               PERFORM 3030-COPIAR-ADIANTAMENTO THRU 3030-EXIT
                   UNTIL FIM-ADIANT
               CLOSE ADIANT-ABERTOS
           ELSE
               DISPLAY 'SEM ADIANTAMENTOS ABERTOS, STATUS: '
                   WS-FS-ADIANT
           END-IF
           CLOSE ADIANT-NOVO.
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3030-COPIAR-ADIANTAMENTO - one open advance: dropped when the
      * bank bounced it, carried forward otherwise.  A bounced advance
      * some invoice has already been cleared against is named for the
      * desk - that invoice was paid short of money the vendor never
      * received.
      ******************************************************************
       3030-COPIAR-ADIANTAMENTO.
           READ ADIANT-ABERTOS
               AT END
                   SET FIM-ADIANT TO TRUE
                   GO TO 3030-EXIT
           END-READ
           IF WS-FS-ADIANT NOT = '00'
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           SET ADIANT-DEVOLVIDO TO FALSE
           IF WS-QTD-ADC-ITENS > ZEROS
               SET WS-ADC-IDX TO 1
               SEARCH WS-ADC-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-ADC-CHAVE (WS-ADC-IDX) = AA-CHAVE
                    AND WS-ADC-DATA (WS-ADC-IDX) = AA-DATA-PAGTO
                       SET ADIANT-DEVOLVIDO TO TRUE
               END-SEARCH
           END-IF

           IF ADIANT-DEVOLVIDO
               ADD 1 TO WS-QTD-ADTO-BAIXADOS
               IF AA-VALOR-ABERTO < AA-VALOR-ORIGINAL
                   ADD 1 TO WS-QTD-ADTO-JA-APLIC
                   DISPLAY 'ADTO DEVOLVIDO JA APLICADO EM NOTA: '
                       AA-CHAVE ' FORN: ' AA-FORN-ID
                       ' ABERTO: ' AA-VALOR-ABERTO
               END-IF
               GO TO 3030-EXIT
           END-IF

           MOVE ADIANT-ABERTOS-REG TO ADIANT-NOVO-REG
           WRITE ADIANT-NOVO-REG
           IF WS-FS-ADIANT-NOVO NOT = '00'
               MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       3030-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-AUDIT - one audit line for every status change,
      * same layout PROGCOMM writes, under the RETORNO user
               MOVE WS-RET-OCORR-ATUAL TO WS-AUDIT-MOTIVO-COD
               MOVE 'DEVOLVIDO PELO BANCO' TO WS-AUDIT-MOTIVO-DESC
           END-IF
      *    A wire keeps the bank's SWIFT reference on the trail.
           IF WS-RET-TIPO (WS-RET-IDX) = '4'
               IF PAGTO-LIQUIDADO
                   MOVE 'WIRE LIQ REF' TO WS-AUDIT-MOTIVO-DESC
               ELSE
                   MOVE 'WIRE DEV REF' TO WS-AUDIT-MOTIVO-DESC
               END-IF
               MOVE WS-RET-REF-SWIFT (WS-RET-IDX)
                                   TO WS-AUDIT-MOTIVO-DESC (14:16)
           END-IF
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HORA FROM TIME
           MOVE WS-AUDIT-LINHA       TO PAGTO-AUDIT-REG
