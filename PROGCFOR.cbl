      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: month-end proof of the accounts-payable subledger
      *          against the payables control account (21101) - for
      *          the AAAAMM period the FECHPARM close request names,
      *          the control account balance is built from every
      *          LANCCTB journal line posted to 21101 up to the end
      *          of the period (credits add to what is owed, debits
      *          take from it), and set against the ITEMABER items
      *          the journal has already seen - confirmed (C) and
      *          bounced (D) items, less the open credits (N).  Both
      *          sides go through one sort by vendor and payment
      *          key; every vendor whose ledger and subledger
      *          balances differ is printed with the keys that make
      *          up the difference, and the report closes with the
      *          two totals, the difference and, for information,
      *          the items not yet posted (S, A, R).  Journal lines
      *          written before the vendor was carried on LANCCTB
      *          fall under vendor 00000.  Runs in the period-close
      *          job after the month's last nightly and posting runs,
      *          so ITEMABER and the journal stand at the same point.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the control-account proof.
      * 15/10/2026 RFS  LANCCTB record read at its full 80 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCFOR IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS  ASSIGN TO "LANCCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.
           SELECT ITENS-ABERTOS ASSIGN TO "ITEMABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ITENS.
           SELECT PARM-FECH    ASSIGN TO "FECHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-FECH.
           SELECT CFOR-RPT     ASSIGN TO "CFORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFOR-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
           SELECT SORT-CONC    ASSIGN TO "CFORSORT".
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The journal PROGCTBL writes - type 1 lines carry one posting
      * each, the type 9 trailers of each batch are skipped.
      ******************************************************************
       FD  LANCAMENTOS
           RECORDING MODE IS F.
       01  LANCAMENTOS-REG.
           05  LT-TIPO                   PIC X(01).
           05  LT-DATA                   PIC 9(08).
           05  LT-DATA-R REDEFINES LT-DATA.
               10  LT-PERIODO            PIC 9(06).
               10  FILLER                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  LT-SEQ                    PIC 9(06).
           05  FILLER                    PIC X(01).
           05  LT-CONTA                  PIC 9(05).
           05  FILLER                    PIC X(01).
           05  LT-D-C                    PIC X(01).
           05  FILLER                    PIC X(01).
           05  LT-VALOR                  PIC 9(11)V99.
           05  FILLER                    PIC X(01).
           05  LT-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  LT-HISTORICO              PIC X(20).
           05  FILLER                    PIC X(01).
           05  LT-CENTRO-CUSTO           PIC X(06).
           05  FILLER                    PIC X(01).
           05  LT-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).

       FD  ITENS-ABERTOS
           RECORDING MODE IS F.
       01  ITENS-ABERTOS-REG.
           COPY ITEMREC.

      ******************************************************************
      * The period-close request PROGFECH reads - only the period is
      * used here.
      ******************************************************************
       FD  PARM-FECH
           RECORDING MODE IS F.
       01  PARM-FECH-REG.
           05  PF-FUNCAO                 PIC X(07).
           05  PF-PERIODO                PIC 9(06).
           05  PF-OPERADOR               PIC X(08).

       FD  CFOR-RPT
           RECORDING MODE IS F.
       01  CFOR-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

      ******************************************************************
      * Both sides of the proof, signed so that what is owed to the
      * vendor is positive - SC-ORIGEM 'L' a ledger line, 'S' a
      * subledger item.
      ******************************************************************
       SD  SORT-CONC.
       01  SORT-CONC-REG.
           05  SC-FORN-ID                PIC 9(05).
           05  SC-CHAVE                  PIC 9(06).
           05  SC-ORIGEM                 PIC X(01).
               88  SC-RAZAO              VALUE 'L'.
               88  SC-SUBLEDGER          VALUE 'S'.
           05  SC-VALOR                  PIC S9(13)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-LANC           PIC X(01) VALUE 'N'.
               88  FIM-LANCAMENTOS   VALUE 'S'.
           05  WS-EOF-ITENS          PIC X(01) VALUE 'N'.
               88  FIM-ITENS         VALUE 'S'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-FORN-SIT           PIC X(01) VALUE 'N'.
               88  HA-FORNECEDOR     VALUE 'S' FALSE 'N'.
           05  WS-CHAVE-SIT          PIC X(01) VALUE 'N'.
               88  HA-CHAVE          VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LANC-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LANC-CONTA     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-FORN       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ITENS-LIDOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ITENS-CONTAB   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ITENS-A-CONTAB PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORNECEDORES   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORN-DIFER     PIC 9(07) VALUE ZEROS.

       77 WS-FS-LANCAMENTOS         PIC X(02) VALUE SPACES.
       77 WS-FS-ITENS               PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-FECH           PIC X(02) VALUE SPACES.
       77 WS-FS-CFOR-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-PERIODO                PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-FORNECEDORES     PIC 9(05) VALUE 21101.
       77 WS-TOTAL-RAZAO            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-SUBLEDGER        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-A-CONTAB         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-DIFERENCA        PIC S9(13)V99 COMP-3 VALUE ZEROS.

      ******************************************************************
      * The vendor and key under work on the sort output, and the
      * vendor's keys whose two sides differ - held until the vendor
      * is known to be out, then printed under it.  A vendor with
      * more differing keys than the table holds prints the first
      * ones and a count of the rest.
      ******************************************************************
       01  WS-FORN-ATUAL.
           05  WS-FRN-ID             PIC 9(05) VALUE ZEROS.
           05  WS-FRN-RAZAO          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FRN-SUBLEDGER      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FRN-DIFERENCA      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FRN-OMITIDAS       PIC 9(05) VALUE ZEROS.

       01  WS-CHAVE-ATUAL.
           05  WS-CHV-CHAVE          PIC 9(06) VALUE ZEROS.
           05  WS-CHV-RAZAO          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CHV-SUBLEDGER      PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-TABELA-DIFERENCAS.
           05  WS-DIF-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-DIF-IDX.
               10  WS-DIF-CHAVE      PIC 9(06).
               10  WS-DIF-RAZAO      PIC S9(13)V99 COMP-3.
               10  WS-DIF-SUBLEDGER  PIC S9(13)V99 COMP-3.
       77 WS-QTD-DIFERENCAS         PIC 9(03) VALUE ZEROS.

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

      ******************************************************************
      * Report lines.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'CONCILIACAO DA CONTA 21101 FORNECEDORES '.
           05  FILLER                PIC X(40)
               VALUE '- RAZAO X ITENS EM ABERTO               '.

       01  WS-REPORT-PERIODO-LINHA.
           05  FILLER                PIC X(14) VALUE 'PERIODO AAAAMM'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-PERIODO     PIC 9(06).
           05  FILLER                PIC X(59) VALUE SPACES.

       01  WS-REPORT-CABEC.
           05  FILLER                PIC X(13) VALUE 'FORNEC CHAVE '.
           05  FILLER                PIC X(20)
               VALUE '        SALDO RAZAO '.
           05  FILLER                PIC X(20)
               VALUE '    SALDO SUBLEDGER '.
           05  FILLER                PIC X(19)
               VALUE '          DIFERENCA'.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-REPORT-FORN-LINHA.
           05  WS-REPORT-FRN-ID      PIC 9(05).
           05  FILLER                PIC X(08) VALUE ' TOTAL  '.
           05  WS-REPORT-FRN-RAZAO   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-FRN-SUBL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-FRN-DIF     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-REPORT-CHAVE-LINHA.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-REPORT-CHV-CHAVE   PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CHV-RAZAO   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CHV-SUBL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CHV-DIF     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-REPORT-OMITIDAS-LINHA.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE 'MAIS CHAVES..:'.
           05  WS-REPORT-OMITIDAS    PIC ZZ,ZZ9.
           05  FILLER                PIC X(54) VALUE SPACES.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-DESC    PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-VALOR   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-REPORT-QTD-LINHA.
           05  WS-REPORT-QTD-DESC    PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-QTD-VALOR   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-REPORT-CONFERE.
           05  FILLER                PIC X(40)
               VALUE 'SUBLEDGER CONFERE COM A CONTA CONTROLE  '.
           05  FILLER                PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - both sides through one sort by vendor and key,
      * the differing vendors printed off the sort, then the totals
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           SORT SORT-CONC
               ON ASCENDING KEY SC-FORN-ID
                                SC-CHAVE
               INPUT  PROCEDURE IS 2000-CLASSIFICAR
                                   THRU 2000-FIM
               OUTPUT PROCEDURE IS 2500-CONCILIAR
                                   THRU 2500-FIM

           PERFORM 5400-IMPRIMIR-TOTAIS THRU 5400-EXIT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the period from the close request and the
      * report
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

           OPEN INPUT PARM-FECH
           IF WS-FS-PARM-FECH NOT = '00'
               MOVE 'FECHPARM' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PARM-FECH TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           READ PARM-FECH
               AT END
                   MOVE 'FECHPARM' TO WS-ERRO-ARQUIVO
                   MOVE 'VAZIO'    TO WS-ERRO-OPERACAO
                   MOVE 'NF'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-READ
           MOVE PF-PERIODO TO WS-PERIODO
           CLOSE PARM-FECH

           OPEN OUTPUT CFOR-RPT
           IF WS-FS-CFOR-RPT NOT = '00'
               MOVE 'CFORRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CFOR-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-REPORT-TITULO TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-PERIODO TO WS-REPORT-PERIODO
           MOVE WS-REPORT-PERIODO-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE SPACES TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CABEC TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLASSIFICAR - sort input: the control account's journal
      * lines, then the subledger.  No journal or no subledger yet
      * just leaves that side empty.
      ******************************************************************
       2000-CLASSIFICAR.
           OPEN INPUT LANCAMENTOS
           IF WS-FS-LANCAMENTOS = '00'
               PERFORM 2010-LIBERAR-LANCAMENTO THRU 2010-EXIT
                   UNTIL FIM-LANCAMENTOS
               CLOSE LANCAMENTOS
           ELSE
               DISPLAY 'SEM LANCAMENTOS CONTABEIS, STATUS: '
                   WS-FS-LANCAMENTOS
           END-IF

           OPEN INPUT ITENS-ABERTOS
           IF WS-FS-ITENS = '00'
               PERFORM 2020-LIBERAR-ITEM THRU 2020-EXIT
                   UNTIL FIM-ITENS
               CLOSE ITENS-ABERTOS
           ELSE
               DISPLAY 'SEM ITENS EM ABERTO, STATUS: '
                   WS-FS-ITENS
           END-IF.
       2000-FIM.
           EXIT.

      ******************************************************************
      * 2010-LIBERAR-LANCAMENTO - one journal line: only postings to
      * the control account up to the end of the period count; a
      * credit raises what is owed, a debit lowers it
      ******************************************************************
       2010-LIBERAR-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   SET FIM-LANCAMENTOS TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF WS-FS-LANCAMENTOS NOT = '00'
               MOVE 'LANCCTB'  TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-LANCAMENTOS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-LANC-LIDOS
           IF LT-TIPO NOT = '1'
               GO TO 2010-EXIT
           END-IF
           IF LT-CONTA NOT = WS-CONTA-FORNECEDORES
               GO TO 2010-EXIT
           END-IF
           IF LT-PERIODO > WS-PERIODO
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-QTD-LANC-CONTA

           IF LT-FORN-ID NUMERIC
               MOVE LT-FORN-ID TO SC-FORN-ID
           ELSE
               MOVE ZEROS      TO SC-FORN-ID
           END-IF
           IF SC-FORN-ID = ZEROS
               ADD 1 TO WS-QTD-SEM-FORN
           END-IF
           MOVE LT-CHAVE TO SC-CHAVE
           SET SC-RAZAO  TO TRUE
           IF LT-D-C = 'D'
               COMPUTE SC-VALOR = ZERO - LT-VALOR
           ELSE
               MOVE LT-VALOR TO SC-VALOR
           END-IF
           ADD SC-VALOR TO WS-TOTAL-RAZAO
           RELEASE SORT-CONC-REG.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2020-LIBERAR-ITEM - one subledger item: C and D are on the
      * ledger as payables, N as the credit that reduces them; S, A
      * and R have not been posted and only feed the information line
      ******************************************************************
       2020-LIBERAR-ITEM.
           READ ITENS-ABERTOS
               AT END
                   SET FIM-ITENS TO TRUE
                   GO TO 2020-EXIT
           END-READ
           IF WS-FS-ITENS NOT = '00'
               MOVE 'ITEMABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ITENS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ITENS-LIDOS

           EVALUATE IT-SITUACAO
               WHEN 'C'
               WHEN 'D'
                   MOVE IT-VALOR-BRL TO SC-VALOR
               WHEN 'N'
                   COMPUTE SC-VALOR = ZERO - IT-VALOR-BRL
               WHEN OTHER
                   ADD 1 TO WS-QTD-ITENS-A-CONTAB
                   ADD IT-VALOR-BRL TO WS-TOTAL-A-CONTAB
                   GO TO 2020-EXIT
           END-EVALUATE
           ADD 1 TO WS-QTD-ITENS-CONTAB
           MOVE IT-FORN-ID TO SC-FORN-ID
           MOVE IT-CHAVE   TO SC-CHAVE
           SET SC-SUBLEDGER TO TRUE
           ADD SC-VALOR TO WS-TOTAL-SUBLEDGER
           RELEASE SORT-CONC-REG.
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONCILIAR - sort output: each key's two sides summed, the
      * differing keys held per vendor, the vendor printed when its
      * two balances disagree
      ******************************************************************
       2500-CONCILIAR.
           SET FIM-SORT TO FALSE
           SET HA-FORNECEDOR TO FALSE
           SET HA-CHAVE TO FALSE
           PERFORM 2510-RETORNAR THRU 2510-EXIT
               UNTIL FIM-SORT
           IF HA-CHAVE
               PERFORM 2600-FECHAR-CHAVE THRU 2600-EXIT
           END-IF
           IF HA-FORNECEDOR
               PERFORM 2700-FECHAR-FORNECEDOR THRU 2700-EXIT
           END-IF.
       2500-FIM.
           EXIT.

      ******************************************************************
      * 2510-RETORNAR - one sorted line: a new key closes the key
      * before it, a new vendor the vendor before it as well
      ******************************************************************
       2510-RETORNAR.
           RETURN SORT-CONC
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 2510-EXIT
           END-RETURN

           IF HA-FORNECEDOR AND SC-FORN-ID NOT = WS-FRN-ID
               PERFORM 2600-FECHAR-CHAVE THRU 2600-EXIT
               PERFORM 2700-FECHAR-FORNECEDOR THRU 2700-EXIT
           END-IF
           IF HA-CHAVE AND SC-CHAVE NOT = WS-CHV-CHAVE
               PERFORM 2600-FECHAR-CHAVE THRU 2600-EXIT
           END-IF
           IF NOT HA-FORNECEDOR
               SET HA-FORNECEDOR TO TRUE
               ADD 1 TO WS-QTD-FORNECEDORES
               MOVE SC-FORN-ID TO WS-FRN-ID
               MOVE ZEROS      TO WS-FRN-RAZAO
               MOVE ZEROS      TO WS-FRN-SUBLEDGER
               MOVE ZEROS      TO WS-FRN-OMITIDAS
               MOVE ZEROS      TO WS-QTD-DIFERENCAS
           END-IF
           IF NOT HA-CHAVE
               SET HA-CHAVE TO TRUE
               MOVE SC-CHAVE   TO WS-CHV-CHAVE
               MOVE ZEROS      TO WS-CHV-RAZAO
               MOVE ZEROS      TO WS-CHV-SUBLEDGER
           END-IF

           IF SC-RAZAO
               ADD SC-VALOR TO WS-CHV-RAZAO
               ADD SC-VALOR TO WS-FRN-RAZAO
           ELSE
               ADD SC-VALOR TO WS-CHV-SUBLEDGER
               ADD SC-VALOR TO WS-FRN-SUBLEDGER
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FECHAR-CHAVE - a key whose sides disagree is held for its
      * vendor's drill-down
      ******************************************************************
       2600-FECHAR-CHAVE.
           SET HA-CHAVE TO FALSE
           IF WS-CHV-RAZAO = WS-CHV-SUBLEDGER
               GO TO 2600-EXIT
           END-IF
           IF WS-QTD-DIFERENCAS >= 200
               ADD 1 TO WS-FRN-OMITIDAS
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-QTD-DIFERENCAS
           SET WS-DIF-IDX TO WS-QTD-DIFERENCAS
           MOVE WS-CHV-CHAVE     TO WS-DIF-CHAVE (WS-DIF-IDX)
           MOVE WS-CHV-RAZAO     TO WS-DIF-RAZAO (WS-DIF-IDX)
           MOVE WS-CHV-SUBLEDGER TO WS-DIF-SUBLEDGER (WS-DIF-IDX).
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-FECHAR-FORNECEDOR - a vendor whose balances disagree is
      * printed with the keys behind the difference; a vendor that
      * agrees is not printed, whatever its keys show
      ******************************************************************
       2700-FECHAR-FORNECEDOR.
           SET HA-FORNECEDOR TO FALSE
           IF WS-FRN-RAZAO = WS-FRN-SUBLEDGER
               GO TO 2700-EXIT
           END-IF
           ADD 1 TO WS-QTD-FORN-DIFER
           COMPUTE WS-FRN-DIFERENCA = WS-FRN-RAZAO - WS-FRN-SUBLEDGER

           MOVE SPACES TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-FRN-ID        TO WS-REPORT-FRN-ID
           MOVE WS-FRN-RAZAO     TO WS-REPORT-FRN-RAZAO
           MOVE WS-FRN-SUBLEDGER TO WS-REPORT-FRN-SUBL
           MOVE WS-FRN-DIFERENCA TO WS-REPORT-FRN-DIF
           MOVE WS-REPORT-FORN-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 2710-IMPRIMIR-CHAVE THRU 2710-EXIT
               VARYING WS-DIF-IDX FROM 1 BY 1
               UNTIL WS-DIF-IDX > WS-QTD-DIFERENCAS
           IF WS-FRN-OMITIDAS > ZEROS
               MOVE WS-FRN-OMITIDAS TO WS-REPORT-OMITIDAS
               MOVE WS-REPORT-OMITIDAS-LINHA TO CFOR-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2710-IMPRIMIR-CHAVE - one differing key under its vendor
      ******************************************************************
       2710-IMPRIMIR-CHAVE.
           MOVE WS-DIF-CHAVE (WS-DIF-IDX)     TO WS-REPORT-CHV-CHAVE
           MOVE WS-DIF-RAZAO (WS-DIF-IDX)     TO WS-REPORT-CHV-RAZAO
           MOVE WS-DIF-SUBLEDGER (WS-DIF-IDX) TO WS-REPORT-CHV-SUBL
           COMPUTE WS-REPORT-CHV-DIF = WS-DIF-RAZAO (WS-DIF-IDX)
                                     - WS-DIF-SUBLEDGER (WS-DIF-IDX)
           MOVE WS-REPORT-CHAVE-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report what ran
      ******************************************************************
       3000-FINALIZE.
           CLOSE CFOR-RPT
           CLOSE JOB-LOG
           DISPLAY 'PERIODO...............: ' WS-PERIODO
           DISPLAY 'LANCAMENTOS LIDOS.....: ' WS-QTD-LANC-LIDOS
           DISPLAY 'LANCAMENTOS NA CONTA..: ' WS-QTD-LANC-CONTA
           DISPLAY 'LANCTOS SEM FORNECEDOR: ' WS-QTD-SEM-FORN
           DISPLAY 'ITENS LIDOS...........: ' WS-QTD-ITENS-LIDOS
           DISPLAY 'ITENS CONTABILIZADOS..: ' WS-QTD-ITENS-CONTAB
           DISPLAY 'ITENS A CONTABILIZAR..: ' WS-QTD-ITENS-A-CONTAB
           DISPLAY 'FORNECEDORES..........: ' WS-QTD-FORNECEDORES
           DISPLAY 'FORNEC. COM DIFERENCA.: ' WS-QTD-FORN-DIFER
           DISPLAY 'DIFERENCA TOTAL.......: ' WS-TOTAL-DIFERENCA.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE CFOR-RPT-REG
           IF WS-FS-CFOR-RPT NOT = '00'
               MOVE 'CFORRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-CFOR-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-TOTAIS - the control account against the posted
      * subledger, the difference, and what is still to be posted
      ******************************************************************
       5400-IMPRIMIR-TOTAIS.
           COMPUTE WS-TOTAL-DIFERENCA = WS-TOTAL-RAZAO
                                      - WS-TOTAL-SUBLEDGER
           MOVE SPACES TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           IF WS-TOTAL-DIFERENCA = ZEROS AND WS-QTD-FORN-DIFER = ZEROS
               MOVE WS-REPORT-CONFERE TO CFOR-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF

           MOVE 'SALDO DA CONTA 21101.......' TO WS-REPORT-TOT-DESC
           MOVE WS-TOTAL-RAZAO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'SUBLEDGER CONTABILIZADO....' TO WS-REPORT-TOT-DESC
           MOVE WS-TOTAL-SUBLEDGER TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'DIFERENCA..................' TO WS-REPORT-TOT-DESC
           MOVE WS-TOTAL-DIFERENCA TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'FORNECEDORES COM DIFERENCA.' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-FORN-DIFER TO WS-REPORT-QTD-VALOR
           MOVE WS-REPORT-QTD-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'LANCTOS SEM FORNECEDOR.....' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-SEM-FORN TO WS-REPORT-QTD-VALOR
           MOVE WS-REPORT-QTD-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE SPACES TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'A CONTABILIZAR (S+A+R).....' TO WS-REPORT-TOT-DESC
           MOVE WS-TOTAL-A-CONTAB TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO CFOR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5400-EXIT.
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
       END PROGRAM PROGCFOR.
