      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: three-way match ahead of the funding scheduler - each
      *          clean transaction PROGDUPL passes on (PAGLIMPO) that
      *          names a purchase order is compared with the order on
      *          PEDCAD and with the warehouse's goods receipts on
      *          RECEBTO before any money is scheduled.  An invoice
      *          whose order is missing, closed or someone else's, an
      *          invoice with no goods received against its order, one
      *          that would bill past the order's value plus tolerance,
      *          and one that would bill past the value of the goods
      *          received plus tolerance are moved to the PAGSUSP hold
      *          file with their own motivo (20, 18, 17 and 19) for
      *          the PROGLIBR desk; everything else goes on to PROGFUND
      *          on PAGCASAD.  What an order has already been billed
      *          comes from the confirmed and settled PAGHIST history,
      *          each invoice counted once at its invoice total, so a
      *          deferred or re-presented invoice is never billed
      *          twice.  The PEDRPT report lists the open balance of
      *          every open order after the run.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the purchase-order three-way match.
      * 15/10/2026 RFS  Vendor advances bypass the three-way match and
      *                 do not count as billed against the order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPEDI IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-TRANS  ASSIGN TO "PAGLIMPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-TRANS.
           SELECT PEDIDO-CADASTRO ASSIGN TO "PEDCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-NUM-PEDIDO
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT RECEBIMENTO  ASSIGN TO "RECEBTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEBIMENTO.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT PAGTO-CASADO ASSIGN TO "PAGCASAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-CASADO.
           SELECT PAGTO-SUSP   ASSIGN TO "PAGSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-SUSP.
           SELECT PEDIDO-RPT   ASSIGN TO "PEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-TRANS
           RECORDING MODE IS F.
       01  PAGTO-TRANS-REG.
           05  PT-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==PT-FORN-ID==
                         ==PG-FORN-NOME== BY ==PT-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==PT-NOTA-FISC==
                         ==PG-VALOR==     BY ==PT-VALOR==
                         ==PG-MOEDA==     BY ==PT-MOEDA==
                         ==PG-VENCTO==    BY ==PT-VENCTO==
                         ==PG-TIPO==      BY ==PT-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PT-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PT-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==PT-TP-ADIANTAMENTO==
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

       FD  PEDIDO-CADASTRO
           RECORDING MODE IS F.
       01  PEDIDO-CADASTRO-REG.
           COPY PEDREC
               REPLACING ==PD-NUM-PEDIDO==   BY ==PC-NUM-PEDIDO==
                         ==PD-FORN-ID==      BY ==PC-FORN-ID==
                         ==PD-EMPRESA==      BY ==PC-EMPRESA==
                         ==PD-DATA-PEDIDO==  BY ==PC-DATA-PEDIDO==
                         ==PD-MOEDA==        BY ==PC-MOEDA==
                         ==PD-QTD-PEDIDA==   BY ==PC-QTD-PEDIDA==
                         ==PD-VALOR-PEDIDO== BY ==PC-VALOR-PEDIDO==
                         ==PD-TOLERANCIA==   BY ==PC-TOLERANCIA==
                         ==PD-SITUACAO==     BY ==PC-SITUACAO==
                         ==PD-ABERTO==       BY ==PC-ABERTO==
                         ==PD-ENCERRADO==    BY ==PC-ENCERRADO==.

      ******************************************************************
      * Goods receipts as the warehouse posts them - one line per
      * delivery (E) or per goods sent back to the vendor (D) against
      * a purchase order, in the order's unit of quantity.
      ******************************************************************
       FD  RECEBIMENTO
           RECORDING MODE IS F.
       01  RECEBIMENTO-REG.
           05  RB-NUM-PEDIDO             PIC X(10).
           05  RB-DATA-RECEB             PIC 9(08).
           05  RB-TIPO                   PIC X(01).
               88  RB-ENTRADA            VALUES 'E' SPACE.
               88  RB-DEVOLUCAO          VALUE 'D'.
           05  RB-QTD-RECEBIDA           PIC 9(07)V99.
           05  RB-NOTA-ENTREGA           PIC X(10).

       FD  PAGTO-HIST
           RECORDING MODE IS F.
       01  PAGTO-HIST-REG.
           05  PH-CHAVE-HIST.
               10  PH-DATA-RUN           PIC 9(08).
               10  PH-CHAVE              PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==PH-FORN-ID==
                         ==PG-FORN-NOME== BY ==PH-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==PH-NOTA-FISC==
                         ==PG-VALOR==     BY ==PH-VALOR==
                         ==PG-MOEDA==     BY ==PH-MOEDA==
                         ==PG-VENCTO==    BY ==PH-VENCTO==
                         ==PG-TIPO==      BY ==PH-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PH-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PH-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==PH-TP-ADIANTAMENTO==
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
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       FD  PAGTO-CASADO
           RECORDING MODE IS F.
       01  PAGTO-CASADO-REG.
           05  PK-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==PK-FORN-ID==
                         ==PG-FORN-NOME== BY ==PK-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==PK-NOTA-FISC==
                         ==PG-VALOR==     BY ==PK-VALOR==
                         ==PG-MOEDA==     BY ==PK-MOEDA==
                         ==PG-VENCTO==    BY ==PK-VENCTO==
                         ==PG-TIPO==      BY ==PK-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PK-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PK-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PK-EMPRESA==
                         ==PG-PARCELA==   BY ==PK-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PK-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PK-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PK-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PK-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PK-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PK-DATA-EMISSAO==.
           05  PK-PAGTO                  PIC X(01).
           05  PK-ACAO                   PIC X(01).
           05  PK-MOTIVO-CORRECAO        PIC X(02).

       FD  PAGTO-SUSP
           RECORDING MODE IS F.
       01  PAGTO-SUSP-REG.
           05  SU-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==SU-FORN-ID==
                         ==PG-FORN-NOME== BY ==SU-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==SU-NOTA-FISC==
                         ==PG-VALOR==     BY ==SU-VALOR==
                         ==PG-MOEDA==     BY ==SU-MOEDA==
                         ==PG-VENCTO==    BY ==SU-VENCTO==
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
           05  SU-DATA-PAGTO-ANT         PIC 9(08).
           05  SU-MOTIVO-SUSPEITA        PIC X(30).

       FD  PEDIDO-RPT
           RECORDING MODE IS F.
       01  PEDIDO-RPT-REG                PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-TRANS          PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-TRANS   VALUE 'S' FALSE 'N'.
           05  WS-EOF-PEDIDO         PIC X(01) VALUE 'N'.
               88  FIM-PEDIDOS       VALUE 'S' FALSE 'N'.
           05  WS-EOF-RECEB          PIC X(01) VALUE 'N'.
               88  FIM-RECEBIMENTOS  VALUE 'S' FALSE 'N'.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S' FALSE 'N'.
           05  WS-HIST-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-HISTORICO      VALUE 'S' FALSE 'N'.
           05  WS-PED-SITUACAO-BUSCA PIC X(01) VALUE 'N'.
               88  PEDIDO-ACHADO     VALUE 'S' FALSE 'N'.
           05  WS-NOTA-SITUACAO      PIC X(01) VALUE 'N'.
               88  NOTA-JA-CONTADA   VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CASADOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-PEDIDO     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RETIDOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECEB-LIDOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PED-ABERTOS    PIC 9(05) VALUE ZEROS.

       77 WS-FS-PAGTO-TRANS         PIC X(02) VALUE SPACES.
       77 WS-FS-PEDIDO              PIC X(02) VALUE SPACES.
       77 WS-FS-RECEBIMENTO         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-CASADO        PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-SUSP          PIC X(02) VALUE SPACES.
       77 WS-FS-PEDIDO-RPT          PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-RETENCAO        PIC X(02) VALUE SPACES.
       77 WS-VALOR-FATURA           PIC 9(11)V99 VALUE ZEROS.
       77 WS-FATURADO-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIMITE-PEDIDO          PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-RECEBIDO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-LIMITE-RECEBIDO        PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-PEDIDO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-VALOR-PEDIDO       PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-SALDO              PIC S9(13)V99 VALUE ZEROS.

      ******************************************************************
      * Purchase orders loaded from PEDCAD at start of run, with what
      * the warehouse received against each (net of goods sent back)
      * and what was billed against each - on earlier runs (from the
      * history) and on this one (the invoices matched so far).
      ******************************************************************
       01  WS-TABELA-PEDIDOS.
           05  WS-PED-ITEM           OCCURS 5000 TIMES
                                     INDEXED BY WS-PED-IDX.
               10  WS-PED-NUM        PIC X(10).
               10  WS-PED-FORN-ID    PIC 9(05).
               10  WS-PED-EMPRESA    PIC 9(02).
               10  WS-PED-MOEDA      PIC X(03).
               10  WS-PED-QTD        PIC 9(07)V99.
               10  WS-PED-VALOR      PIC 9(09)V99.
               10  WS-PED-TOLERANCIA PIC 9(02)V99.
               10  WS-PED-SITUACAO   PIC X(01).
                   88  WS-PED-ABERTO VALUE 'A'.
               10  WS-PED-QTD-RECEB  PIC S9(09)V99.
               10  WS-PED-FATURADO   PIC 9(11)V99.
               10  WS-PED-FAT-HOJE   PIC 9(11)V99.
               10  WS-PED-RETIDOS    PIC 9(05).
       77 WS-QTD-PEDIDOS            PIC 9(05) VALUE ZEROS.

      ******************************************************************
      * Invoices already billed against an order - vendor, invoice and
      * order - so an invoice counts once at its invoice total however
      * many installments of it the history or the run carries.
      ******************************************************************
       01  WS-TABELA-NOTAS.
           05  WS-NTA-ITEM           OCCURS 20000 TIMES
                                     INDEXED BY WS-NTA-IDX.
               10  WS-NTA-PEDIDO     PIC X(10).
               10  WS-NTA-FORN-ID    PIC 9(05).
               10  WS-NTA-NOTA-FISC  PIC X(10).
       77 WS-QTD-NOTAS              PIC 9(05) VALUE ZEROS.
       77 WS-BUSCA-PEDIDO           PIC X(10) VALUE SPACES.
       77 WS-BUSCA-FORN-ID          PIC 9(05) VALUE ZEROS.
       77 WS-BUSCA-NOTA-FISC        PIC X(10) VALUE SPACES.

           COPY PAYMOT.

           COPY RUNCOMM.

      ******************************************************************
      * Open-order report - one line per open order: the order, its
      * vendor and currency, the value ordered, the value of the
      * goods received, what was billed to date and the balance left.
      ******************************************************************
       01  WS-RPT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'SALDO DE PEDIDOS DE COMPRA EM ABERTO - '.
           05  WS-RPT-DATA           PIC 9(08).
           05  FILLER                PIC X(32) VALUE SPACES.

       01  WS-RPT-CABECALHO.
           05  FILLER                PIC X(17) VALUE 'PEDIDO     FORN '.
           05  FILLER                PIC X(04) VALUE 'MOE '.
           05  FILLER                PIC X(13) VALUE '      PEDIDO '.
           05  FILLER                PIC X(13) VALUE '    RECEBIDO '.
           05  FILLER                PIC X(13) VALUE '    FATURADO '.
           05  FILLER                PIC X(13) VALUE '        SALDO'.
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-RPT-DETALHE.
           05  WS-RPT-PEDIDO         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-FORN-ID        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-MOEDA          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-VALOR          PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-RECEBIDO       PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-FATURADO       PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-SALDO          PIC -ZZZZZZZZ9.99.
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-RPT-RETIDOS.
           05  FILLER                PIC X(17) VALUE SPACES.
           05  FILLER                PIC X(28)
               VALUE '** NOTAS RETIDAS HOJE.....: '.
           05  WS-RPT-QTD-RETIDOS    PIC ZZZZ9.
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  FILLER                PIC X(22)
               VALUE 'PEDIDOS EM ABERTO...: '.
           05  WS-RPT-TOT-PEDIDOS    PIC ZZZZ9.
           05  FILLER                PIC X(08) VALUE ' VALOR: '.
           05  WS-RPT-TOT-VALOR      PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(08) VALUE ' SALDO: '.
           05  WS-RPT-TOT-SALDO      PIC -ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
           05  WS-ERRO-ARQUIVO       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(10) VALUE 'OPERACAO='.
           05  WS-ERRO-OPERACAO      PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(08) VALUE 'STATUS='.
           05  WS-ERRO-STATUS        PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-ERRO-DATA          PIC 9(08).
           05  FILLER                PIC X(22) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 1200-CARREGAR-PEDIDOS THRU 1200-EXIT
           PERFORM 1300-SOMAR-RECEBIMENTOS THRU 1300-EXIT
           PERFORM 1400-SOMAR-FATURADO   THRU 1400-EXIT
           PERFORM 1600-ABRIR-SAIDAS     THRU 1600-EXIT
           PERFORM 2000-CASAR-TRANS      THRU 2000-EXIT
               UNTIL FIM-PAGTO-TRANS
           PERFORM 5000-RELATORIO        THRU 5000-EXIT
           PERFORM 3000-FINALIZE         THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - register with the run control and open the
      * day's clean transactions
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND JOB-LOG
           IF WS-FS-JOB-LOG NOT = '00'
               CLOSE JOB-LOG
               OPEN OUTPUT JOB-LOG
               IF WS-FS-JOB-LOG NOT = '00'
                   DISPLAY 'ERRO ARQUIVO=JOBLOG OPERACAO=OPEN STATUS='
                       WS-FS-JOB-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'INI'      TO RCTL-FUNCAO
           MOVE 'PROGPEDI' TO RCTL-PROGRAMA
           MOVE ZEROS TO RCTL-DATA
           MOVE ZEROS TO RCTL-CICLO
           MOVE ZEROS TO RCTL-QTD-ENTRADA
           MOVE ZEROS TO RCTL-QTD-SAIDA
           MOVE ZEROS TO RCTL-RETCODE
           CALL 'PROGRCTL' USING RCTL-COMMAREA
           IF RCTL-RETORNO >= 8
               DISPLAY 'EXECUCAO RECUSADA PELO CONTROLE DE RUNS: '
                   RCTL-RETORNO
               MOVE 'RUNCTL' TO WS-ERRO-ARQUIVO
               MOVE 'INICIO' TO WS-ERRO-OPERACAO
               MOVE RCTL-RETORNO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE RCTL-DATA TO WS-RPT-DATA

           OPEN INPUT PAGTO-TRANS
           IF WS-FS-PAGTO-TRANS NOT = '00'
               MOVE 'PAGLIMPO' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-PEDIDOS - every order on PEDCAD into the table;
      * no master yet means every invoice naming an order is held
      ******************************************************************
       1200-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDO-CADASTRO
           IF WS-FS-PEDIDO = '35'
               DISPLAY 'CADASTRO DE PEDIDOS INDISPONIVEL'
               GO TO 1200-EXIT
           END-IF
           IF WS-FS-PEDIDO NOT = '00'
               MOVE 'PEDCAD'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PEDIDO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE LOW-VALUES TO PC-NUM-PEDIDO
           START PEDIDO-CADASTRO KEY NOT < PC-NUM-PEDIDO
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START
           PERFORM 1210-LER-PEDIDO THRU 1210-EXIT
               UNTIL FIM-PEDIDOS
           CLOSE PEDIDO-CADASTRO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LER-PEDIDO - one order into the table
      ******************************************************************
       1210-LER-PEDIDO.
           READ PEDIDO-CADASTRO NEXT RECORD
               AT END
                   SET FIM-PEDIDOS TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF WS-FS-PEDIDO NOT = '00'
               MOVE 'PEDCAD'  TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PEDIDO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF WS-QTD-PEDIDOS >= 5000
               MOVE 'PEDCAD'  TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-PEDIDOS
           SET WS-PED-IDX TO WS-QTD-PEDIDOS
           MOVE PC-NUM-PEDIDO   TO WS-PED-NUM (WS-PED-IDX)
           MOVE PC-FORN-ID      TO WS-PED-FORN-ID (WS-PED-IDX)
           MOVE PC-EMPRESA      TO WS-PED-EMPRESA (WS-PED-IDX)
           IF PC-EMPRESA = ZEROS
               MOVE 1 TO WS-PED-EMPRESA (WS-PED-IDX)
           END-IF
           MOVE PC-MOEDA        TO WS-PED-MOEDA (WS-PED-IDX)
           MOVE PC-QTD-PEDIDA   TO WS-PED-QTD (WS-PED-IDX)
           MOVE PC-VALOR-PEDIDO TO WS-PED-VALOR (WS-PED-IDX)
           MOVE PC-TOLERANCIA   TO WS-PED-TOLERANCIA (WS-PED-IDX)
           MOVE PC-SITUACAO     TO WS-PED-SITUACAO (WS-PED-IDX)
           MOVE ZEROS           TO WS-PED-QTD-RECEB (WS-PED-IDX)
           MOVE ZEROS           TO WS-PED-FATURADO (WS-PED-IDX)
           MOVE ZEROS           TO WS-PED-FAT-HOJE (WS-PED-IDX)
           MOVE ZEROS           TO WS-PED-RETIDOS (WS-PED-IDX).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SOMAR-RECEBIMENTOS - the warehouse's receipts against
      * each order, goods sent back taken off; a missing receipts
      * file means nothing was received
      ******************************************************************
       1300-SOMAR-RECEBIMENTOS.
           OPEN INPUT RECEBIMENTO
           IF WS-FS-RECEBIMENTO NOT = '00'
               DISPLAY 'RECEBIMENTOS INDISPONIVEIS, STATUS: '
                   WS-FS-RECEBIMENTO
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LER-RECEBIMENTO THRU 1310-EXIT
               UNTIL FIM-RECEBIMENTOS
           CLOSE RECEBIMENTO.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-RECEBIMENTO - one receipt line onto its order
      ******************************************************************
       1310-LER-RECEBIMENTO.
           READ RECEBIMENTO
               AT END
                   SET FIM-RECEBIMENTOS TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF WS-FS-RECEBIMENTO NOT = '00'
               MOVE 'RECEBTO' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-RECEBIMENTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-RECEB-LIDOS
           MOVE RB-NUM-PEDIDO TO WS-BUSCA-PEDIDO
           PERFORM 2100-BUSCAR-PEDIDO THRU 2100-EXIT
           IF NOT PEDIDO-ACHADO
               GO TO 1310-EXIT
           END-IF
           IF RB-DEVOLUCAO
               SUBTRACT RB-QTD-RECEBIDA
                   FROM WS-PED-QTD-RECEB (WS-PED-IDX)
           ELSE
               ADD RB-QTD-RECEBIDA TO WS-PED-QTD-RECEB (WS-PED-IDX)
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1400-SOMAR-FATURADO - one pass over the history: every
      * confirmed or settled payment that names an order bills its
      * invoice against that order, once per invoice, at the invoice
      * total (an installment carries it in VALOR-NOTA; an invoice
      * paid in one go is its own amount).  Credit notes do not bill.
      ******************************************************************
       1400-SOMAR-FATURADO.
           IF WS-QTD-PEDIDOS = ZEROS
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST = '00'
               SET HA-HISTORICO TO TRUE
           ELSE
               DISPLAY 'HISTORICO INDISPONIVEL, STATUS: '
                   WS-FS-PAGTO-HIST
               GO TO 1400-EXIT
           END-IF

           MOVE ZEROS TO PH-CHAVE-HIST
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START
           PERFORM 1410-LER-HISTORICO THRU 1410-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-LER-HISTORICO - one history record onto its order
      ******************************************************************
       1410-LER-HISTORICO.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-HIST-LIDOS
           IF PH-NUM-PEDIDO = SPACES OR PH-NUM-PEDIDO = LOW-VALUES
              OR PH-TP-CREDITO OR PH-TP-ADIANTAMENTO
              OR NOT (PH-CONFIRMADO OR PH-LIQUIDADO)
               GO TO 1410-EXIT
           END-IF

           MOVE PH-NUM-PEDIDO TO WS-BUSCA-PEDIDO
           PERFORM 2100-BUSCAR-PEDIDO THRU 2100-EXIT
           IF NOT PEDIDO-ACHADO
               GO TO 1410-EXIT
           END-IF

           MOVE PH-FORN-ID   TO WS-BUSCA-FORN-ID
           MOVE PH-NOTA-FISC TO WS-BUSCA-NOTA-FISC
           PERFORM 2110-BUSCAR-NOTA THRU 2110-EXIT
           IF NOTA-JA-CONTADA
               GO TO 1410-EXIT
           END-IF

           IF PH-VALOR-NOTA > ZEROS
               ADD PH-VALOR-NOTA TO WS-PED-FATURADO (WS-PED-IDX)
           ELSE
               ADD PH-VALOR      TO WS-PED-FATURADO (WS-PED-IDX)
           END-IF
           PERFORM 2120-GUARDAR-NOTA THRU 2120-EXIT.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABRIR-SAIDAS - the matched file for PROGFUND, the shared
      * hold file (PROGDUPL already wrote this run's suspects to it,
      * so the match appends) and the open-order report
      ******************************************************************
       1600-ABRIR-SAIDAS.
           OPEN OUTPUT PAGTO-CASADO
           IF WS-FS-PAGTO-CASADO NOT = '00'
               MOVE 'PAGCASAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-CASADO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND PAGTO-SUSP
           IF WS-FS-PAGTO-SUSP NOT = '00'
               CLOSE PAGTO-SUSP
               OPEN OUTPUT PAGTO-SUSP
           END-IF
           IF WS-FS-PAGTO-SUSP NOT = '00'
               MOVE 'PAGSUSP' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-SUSP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT PEDIDO-RPT
           IF WS-FS-PEDIDO-RPT NOT = '00'
               MOVE 'PEDRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PEDIDO-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CASAR-TRANS - one transaction through the match.  An
      * invoice without an order, a credit note, a vendor advance (the
      * order's invoices are matched, not the money sent ahead of
      * them) and an item the desk already released (action L) go
      * straight on; so does an installment of an invoice already
      * billed against its order.
      ******************************************************************
       2000-CASAR-TRANS.
           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO-RETENCAO

           IF PT-NUM-PEDIDO = SPACES OR PT-NUM-PEDIDO = LOW-VALUES
              OR PT-TP-CREDITO OR PT-TP-ADIANTAMENTO
               ADD 1 TO WS-QTD-SEM-PEDIDO
               PERFORM 2400-GRAVAR-CASADO THRU 2400-EXIT
               GO TO 2000-READ
           END-IF

           MOVE PT-NUM-PEDIDO TO WS-BUSCA-PEDIDO
           PERFORM 2100-BUSCAR-PEDIDO THRU 2100-EXIT
           MOVE PT-FORN-ID    TO WS-BUSCA-FORN-ID
           MOVE PT-NOTA-FISC  TO WS-BUSCA-NOTA-FISC
           IF PEDIDO-ACHADO
               PERFORM 2110-BUSCAR-NOTA THRU 2110-EXIT
           ELSE
               SET NOTA-JA-CONTADA TO FALSE
           END-IF

           IF PT-ACAO = 'L'
               PERFORM 2300-FATURAR-NOTA THRU 2300-EXIT
               PERFORM 2400-GRAVAR-CASADO THRU 2400-EXIT
               GO TO 2000-READ
           END-IF

           PERFORM 2200-CONFRONTAR THRU 2200-EXIT
           IF WS-MOTIVO-RETENCAO = SPACES
               PERFORM 2300-FATURAR-NOTA THRU 2300-EXIT
               PERFORM 2400-GRAVAR-CASADO THRU 2400-EXIT
           ELSE
               PERFORM 2500-GRAVAR-RETIDO THRU 2500-EXIT
           END-IF.
       2000-READ.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-BUSCAR-PEDIDO - position WS-PED-IDX on the order named in
      * WS-BUSCA-PEDIDO
      ******************************************************************
       2100-BUSCAR-PEDIDO.
           SET PEDIDO-ACHADO TO FALSE
           IF WS-QTD-PEDIDOS = ZEROS
               GO TO 2100-EXIT
           END-IF
           SET WS-PED-IDX TO 1
           SEARCH WS-PED-ITEM
               AT END
                   CONTINUE
               WHEN WS-PED-IDX > WS-QTD-PEDIDOS
                   CONTINUE
               WHEN WS-PED-NUM (WS-PED-IDX) = WS-BUSCA-PEDIDO
                   SET PEDIDO-ACHADO TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-BUSCAR-NOTA - has this vendor's invoice already been
      * billed against this order
      ******************************************************************
       2110-BUSCAR-NOTA.
           SET NOTA-JA-CONTADA TO FALSE
           IF WS-QTD-NOTAS = ZEROS
               GO TO 2110-EXIT
           END-IF
           SET WS-NTA-IDX TO 1
           SEARCH WS-NTA-ITEM
               AT END
                   CONTINUE
               WHEN WS-NTA-IDX > WS-QTD-NOTAS
                   CONTINUE
               WHEN WS-NTA-PEDIDO (WS-NTA-IDX) = WS-BUSCA-PEDIDO
                AND WS-NTA-FORN-ID (WS-NTA-IDX) = WS-BUSCA-FORN-ID
                AND WS-NTA-NOTA-FISC (WS-NTA-IDX) = WS-BUSCA-NOTA-FISC
                   SET NOTA-JA-CONTADA TO TRUE
           END-SEARCH.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2120-GUARDAR-NOTA - remember an invoice as billed
      ******************************************************************
       2120-GUARDAR-NOTA.
           IF WS-QTD-NOTAS >= 20000
               MOVE 'PEDNOTAS' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-NOTAS
           SET WS-NTA-IDX TO WS-QTD-NOTAS
           MOVE WS-BUSCA-PEDIDO    TO WS-NTA-PEDIDO (WS-NTA-IDX)
           MOVE WS-BUSCA-FORN-ID   TO WS-NTA-FORN-ID (WS-NTA-IDX)
           MOVE WS-BUSCA-NOTA-FISC TO WS-NTA-NOTA-FISC (WS-NTA-IDX).
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONFRONTAR - the three-way match proper.  The order must
      * exist, be open and be the invoice's vendor, company and
      * currency (20); goods must have been received against it
      * (18); with everything billed before, the invoice must stay
      * within the order's value plus tolerance (17) and within the
      * value of the goods received plus tolerance (19).  An
      * installment of an invoice already billed passes - its
      * invoice total was matched when it was first billed.
      ******************************************************************
       2200-CONFRONTAR.
           IF NOT PEDIDO-ACHADO
               MOVE '20' TO WS-MOTIVO-RETENCAO
               GO TO 2200-EXIT
           END-IF
           IF PT-EMPRESA = ZEROS
               MOVE 1 TO PT-EMPRESA
           END-IF
           IF NOT WS-PED-ABERTO (WS-PED-IDX)
              OR WS-PED-FORN-ID (WS-PED-IDX) NOT = PT-FORN-ID
              OR WS-PED-EMPRESA (WS-PED-IDX) NOT = PT-EMPRESA
              OR WS-PED-MOEDA (WS-PED-IDX) NOT = PT-MOEDA
               MOVE '20' TO WS-MOTIVO-RETENCAO
               GO TO 2200-EXIT
           END-IF
           IF NOTA-JA-CONTADA
               GO TO 2200-EXIT
           END-IF
           IF WS-PED-QTD-RECEB (WS-PED-IDX) NOT > ZEROS
               MOVE '18' TO WS-MOTIVO-RETENCAO
               GO TO 2200-EXIT
           END-IF

           IF PT-VALOR-NOTA > ZEROS
               MOVE PT-VALOR-NOTA TO WS-VALOR-FATURA
           ELSE
               MOVE PT-VALOR      TO WS-VALOR-FATURA
           END-IF
           COMPUTE WS-FATURADO-TOTAL
               = WS-PED-FATURADO (WS-PED-IDX)
               + WS-PED-FAT-HOJE (WS-PED-IDX)
               + WS-VALOR-FATURA

           COMPUTE WS-LIMITE-PEDIDO ROUNDED
               = WS-PED-VALOR (WS-PED-IDX)
               * (100 + WS-PED-TOLERANCIA (WS-PED-IDX)) / 100
           IF WS-FATURADO-TOTAL > WS-LIMITE-PEDIDO
               MOVE '17' TO WS-MOTIVO-RETENCAO
               GO TO 2200-EXIT
           END-IF

           PERFORM 2210-VALORIZAR-RECEBIDO THRU 2210-EXIT
           COMPUTE WS-LIMITE-RECEBIDO ROUNDED
               = WS-VALOR-RECEBIDO
               * (100 + WS-PED-TOLERANCIA (WS-PED-IDX)) / 100
           IF WS-FATURADO-TOTAL > WS-LIMITE-RECEBIDO
               MOVE '19' TO WS-MOTIVO-RETENCAO
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-VALORIZAR-RECEBIDO - the goods received on the order at
      * the order's unit price (an order with no quantity is a
      * service order - any receipt on it is the whole order)
      ******************************************************************
       2210-VALORIZAR-RECEBIDO.
           IF WS-PED-QTD (WS-PED-IDX) = ZEROS
               MOVE WS-PED-VALOR (WS-PED-IDX) TO WS-VALOR-RECEBIDO
           ELSE
               COMPUTE WS-VALOR-RECEBIDO ROUNDED
                   = WS-PED-QTD-RECEB (WS-PED-IDX)
                   * WS-PED-VALOR (WS-PED-IDX)
                   / WS-PED-QTD (WS-PED-IDX)
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-FATURAR-NOTA - an invoice going on bills its order for
      * the rest of the run (once per invoice)
      ******************************************************************
       2300-FATURAR-NOTA.
           IF NOT PEDIDO-ACHADO OR NOTA-JA-CONTADA
               GO TO 2300-EXIT
           END-IF
           IF PT-VALOR-NOTA > ZEROS
               ADD PT-VALOR-NOTA TO WS-PED-FAT-HOJE (WS-PED-IDX)
           ELSE
               ADD PT-VALOR      TO WS-PED-FAT-HOJE (WS-PED-IDX)
           END-IF
           PERFORM 2120-GUARDAR-NOTA THRU 2120-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-CASADO - pass the transaction on to PROGFUND
      ******************************************************************
       2400-GRAVAR-CASADO.
           ADD 1 TO WS-QTD-CASADOS
           MOVE PAGTO-TRANS-REG TO PAGTO-CASADO-REG
           WRITE PAGTO-CASADO-REG
           IF WS-FS-PAGTO-CASADO NOT = '00'
               MOVE 'PAGCASAD' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-CASADO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRAVAR-RETIDO - hold the invoice on PAGSUSP under its
      * match motivo, with the motivo's text as the suspicion reason
      ******************************************************************
       2500-GRAVAR-RETIDO.
           ADD 1 TO WS-QTD-RETIDOS
           IF PEDIDO-ACHADO
               ADD 1 TO WS-PED-RETIDOS (WS-PED-IDX)
           END-IF
           MOVE SPACES          TO PAGTO-SUSP-REG
           MOVE PT-CHAVE        TO SU-CHAVE
           MOVE PT-FORN-ID      TO SU-FORN-ID
           MOVE PT-FORN-NOME    TO SU-FORN-NOME
           MOVE PT-NOTA-FISC    TO SU-NOTA-FISC
           MOVE PT-VALOR        TO SU-VALOR
           MOVE PT-MOEDA        TO SU-MOEDA
           MOVE PT-VENCTO       TO SU-VENCTO
           MOVE PT-TIPO         TO SU-TIPO
           MOVE PT-EMPRESA      TO SU-EMPRESA
           MOVE PT-PARCELA      TO SU-PARCELA
           MOVE PT-QTD-PARCELAS TO SU-QTD-PARCELAS
           MOVE PT-VALOR-NOTA   TO SU-VALOR-NOTA
           MOVE PT-LINHA-DIGITAVEL TO SU-LINHA-DIGITAVEL
           MOVE PT-NUM-PEDIDO   TO SU-NUM-PEDIDO
           MOVE PT-CENTRO-CUSTO TO SU-CENTRO-CUSTO
           MOVE PT-DATA-EMISSAO TO SU-DATA-EMISSAO
           MOVE PT-PAGTO        TO SU-PAGTO
           MOVE PT-ACAO         TO SU-ACAO
           MOVE WS-MOTIVO-RETENCAO TO SU-MOTIVO-CORRECAO
           MOVE ZEROS           TO SU-DATA-PAGTO-ANT
           SET WS-MOTIVO-IDX TO 1
           SEARCH WS-MOTIVO-ITEM
               AT END
                   MOVE 'DIVERGENCIA COM PEDIDO       '
                                    TO SU-MOTIVO-SUSPEITA
               WHEN WS-MOTIVO-COD (WS-MOTIVO-IDX) = WS-MOTIVO-RETENCAO
                   MOVE WS-MOTIVO-DESC (WS-MOTIVO-IDX)
                                    TO SU-MOTIVO-SUSPEITA
           END-SEARCH
           WRITE PAGTO-SUSP-REG
           IF WS-FS-PAGTO-SUSP NOT = '00'
               MOVE 'PAGSUSP' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-SUSP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           DISPLAY 'NOTA RETIDA NO CONFRONTO COM PEDIDO: ' PT-CHAVE
               ' PEDIDO ' PT-NUM-PEDIDO ' MOTIVO ' WS-MOTIVO-RETENCAO.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-TRANS - read the next clean transaction
      ******************************************************************
       2900-READ-TRANS.
           READ PAGTO-TRANS
               AT END
                   SET FIM-PAGTO-TRANS TO TRUE
           END-READ
           IF WS-FS-PAGTO-TRANS NOT = '00' AND NOT = '10'
               MOVE 'PAGLIMPO' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - hand the matched count to the run control,
      * close the day's files and report the split
      ******************************************************************
       3000-FINALIZE.
           MOVE 'FIM' TO RCTL-FUNCAO
           MOVE WS-QTD-LIDOS   TO RCTL-QTD-ENTRADA
           MOVE WS-QTD-CASADOS TO RCTL-QTD-SAIDA
           MOVE ZEROS TO RCTL-RETCODE
           CALL 'PROGRCTL' USING RCTL-COMMAREA
           IF RCTL-AVISO-CONTAGEM
               DISPLAY 'AVISO: CONTAGEM NAO CONFERE COM O PASSO '
                   'ANTERIOR'
           END-IF

           CLOSE PAGTO-TRANS
           CLOSE PAGTO-CASADO
           CLOSE PAGTO-SUSP
           CLOSE PEDIDO-RPT
           CLOSE JOB-LOG
           DISPLAY 'TRANSACOES LIDAS......: ' WS-QTD-LIDOS
           DISPLAY 'TRANSACOES LIBERADAS..: ' WS-QTD-CASADOS
           DISPLAY '  DAS QUAIS SEM PEDIDO: ' WS-QTD-SEM-PEDIDO
           DISPLAY 'NOTAS RETIDAS.........: ' WS-QTD-RETIDOS
           DISPLAY 'PEDIDOS CARREGADOS....: ' WS-QTD-PEDIDOS
           DISPLAY 'RECEBIMENTOS LIDOS....: ' WS-QTD-RECEB-LIDOS
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RELATORIO - the open-order balances after the run: every
      * open order, and a closed one only when it held an invoice
      * today
      ******************************************************************
       5000-RELATORIO.
           MOVE WS-RPT-TITULO TO PEDIDO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-RPT-CABECALHO TO PEDIDO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-QTD-PEDIDOS > ZEROS
               PERFORM 5010-LINHA-PEDIDO THRU 5010-EXIT
                   VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
           END-IF

           MOVE WS-QTD-PED-ABERTOS  TO WS-RPT-TOT-PEDIDOS
           MOVE WS-TOT-VALOR-PEDIDO TO WS-RPT-TOT-VALOR
           MOVE WS-TOT-SALDO        TO WS-RPT-TOT-SALDO
           MOVE WS-RPT-TOTAL TO PEDIDO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5010-LINHA-PEDIDO - one order's line: ordered, received,
      * billed to date (history plus this run) and the balance; a
      * negative balance is an order billed past its value within
      * tolerance
      ******************************************************************
       5010-LINHA-PEDIDO.
           IF NOT WS-PED-ABERTO (WS-PED-IDX)
              AND WS-PED-RETIDOS (WS-PED-IDX) = ZEROS
               GO TO 5010-EXIT
           END-IF
           PERFORM 2210-VALORIZAR-RECEBIDO THRU 2210-EXIT
           COMPUTE WS-SALDO-PEDIDO
               = WS-PED-VALOR (WS-PED-IDX)
               - WS-PED-FATURADO (WS-PED-IDX)
               - WS-PED-FAT-HOJE (WS-PED-IDX)

           MOVE WS-PED-NUM (WS-PED-IDX)     TO WS-RPT-PEDIDO
           MOVE WS-PED-FORN-ID (WS-PED-IDX) TO WS-RPT-FORN-ID
           MOVE WS-PED-MOEDA (WS-PED-IDX)   TO WS-RPT-MOEDA
           MOVE WS-PED-VALOR (WS-PED-IDX)   TO WS-RPT-VALOR
           IF WS-VALOR-RECEBIDO > ZEROS
               MOVE WS-VALOR-RECEBIDO       TO WS-RPT-RECEBIDO
           ELSE
               MOVE ZEROS                   TO WS-RPT-RECEBIDO
           END-IF
           COMPUTE WS-RPT-FATURADO
               = WS-PED-FATURADO (WS-PED-IDX)
               + WS-PED-FAT-HOJE (WS-PED-IDX)
           MOVE WS-SALDO-PEDIDO             TO WS-RPT-SALDO
           MOVE WS-RPT-DETALHE TO PEDIDO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-PED-RETIDOS (WS-PED-IDX) > ZEROS
               MOVE WS-PED-RETIDOS (WS-PED-IDX) TO WS-RPT-QTD-RETIDOS
               MOVE WS-RPT-RETIDOS TO PEDIDO-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF

           IF WS-PED-ABERTO (WS-PED-IDX)
               ADD 1 TO WS-QTD-PED-ABERTOS
               ADD WS-PED-VALOR (WS-PED-IDX) TO WS-TOT-VALOR-PEDIDO
               ADD WS-SALDO-PEDIDO           TO WS-TOT-SALDO
           END-IF.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one open-order report line and
      * check the resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE PEDIDO-RPT-REG
           IF WS-FS-PEDIDO-RPT NOT = '00'
               MOVE 'PEDRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-PEDIDO-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ERROR-PARAGRAPH - standard error handler: log the failing
      * file/operation/status to JOB-LOG and abend the run.
      ******************************************************************
       8000-ERROR-PARAGRAPH.
           ACCEPT WS-ERRO-DATA FROM DATE YYYYMMDD
           MOVE WS-ERRO-LINHA TO JOB-LOG-REG
           WRITE JOB-LOG-REG
           DISPLAY WS-ERRO-LINHA
           CLOSE JOB-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       8000-EXIT.
           EXIT.
       END PROGRAM PROGPEDI.
