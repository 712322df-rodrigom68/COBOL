      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: monthly budget-versus-actual report by cost center -
      *          for the AAAAMM period the FECHPARM close request
      *          names, each CCUSTCAD cost center's ORCAMENT budget
      *          against what PAGHIST shows the center actually spent
      *          in the month (payments confirmed or settled, credit
      *          notes netted out, in BRL), with the variance and the
      *          share of the budget used; spend coded to a center
      *          off the master and uncoded spend get lines of their
      *          own so the report still ties to the month's
      *          history.  Runs in the period-close job, alongside
      *          PROGFECH, so controllership gets the month's budget
      *          position the day the month is closed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the budget-versus-actual report.
      * 15/10/2026 RFS  Vendor advances left out of the center's actual
      *                 spend.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGORCR IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT CENTRO-CUSTO ASSIGN TO "CCUSTCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTRO-CUSTO.
           SELECT ORCAMENTO    ASSIGN TO "ORCAMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORCAMENTO.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT PARM-FECH    ASSIGN TO "FECHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-FECH.
           SELECT ORCA-RPT     ASSIGN TO "ORCARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORCA-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-HIST
           RECORDING MODE IS F.
       01  PAGTO-HIST-REG.
           05  PH-CHAVE-HIST.
               10  PH-DATA-RUN           PIC 9(08).
               10  PH-DATA-RUN-R REDEFINES PH-DATA-RUN.
                   15  PH-PERIODO        PIC 9(06).
                   15  FILLER            PIC 9(02).
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
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       FD  CENTRO-CUSTO
           RECORDING MODE IS F.
       01  CENTRO-CUSTO-REG.
           COPY CCUSREC.

       FD  ORCAMENTO
           RECORDING MODE IS F.
       01  ORCAMENTO-REG.
           COPY ORCREC.

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

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

       FD  ORCA-RPT
           RECORDING MODE IS F.
       01  ORCA-RPT-REG                  PIC X(132).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NO-PERIODO     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ESTOURADOS     PIC 9(05) VALUE ZEROS.
           05  WS-TOTAL-ORCADO       PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-REALIZADO    PIC S9(13)V99 VALUE ZEROS.

       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-CENTRO-CUSTO        PIC X(02) VALUE SPACES.
       77 WS-FS-ORCAMENTO           PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-FECH           PIC X(02) VALUE SPACES.
       77 WS-FS-ORCA-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-PERIODO                PIC 9(06) VALUE ZEROS.
       77 WS-CENTRO-BUSCA           PIC X(06) VALUE SPACES.
       77 WS-VALOR-BRL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VARIACAO               PIC S9(13)V99 VALUE ZEROS.
       77 WS-PERCENTUAL             PIC 9(05)V9 VALUE ZEROS.

      ******************************************************************
      * One line per cost center - the master's centers first, then
      * any center PAGHIST names that the master does not (and the
      * uncoded spend, under spaces), with the period's budget and
      * actual spend in BRL.
      ******************************************************************
       01  WS-TABELA-CENTROS.
           05  WS-CCU-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-CCU-IDX.
               10  WS-CCU-CODIGO     PIC X(06).
               10  WS-CCU-DESCRICAO  PIC X(30).
               10  WS-CCU-ORCADO     PIC 9(11)V99 COMP-3.
               10  WS-CCU-REALIZADO  PIC S9(11)V99 COMP-3.
       77 WS-QTD-CENTROS            PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Currency conversion-rate table - shared definitions in the
      * PAYTAX copybook; a currency with no rate converts 1:1.
      ******************************************************************
           COPY PAYTAX.

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
           05  FILLER                PIC X(46)
               VALUE 'ORCADO X REALIZADO POR CENTRO DE CUSTO        '.
           05  FILLER                PIC X(86) VALUE SPACES.

       01  WS-REPORT-PERIODO-LINHA.
           05  FILLER                PIC X(14) VALUE 'PERIODO AAAAMM'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-PERIODO     PIC 9(06).
           05  FILLER                PIC X(111) VALUE SPACES.

       01  WS-REPORT-CABEC.
           05  FILLER                PIC X(07) VALUE 'CENTRO '.
           05  FILLER                PIC X(31) VALUE 'DESCRICAO'.
           05  FILLER                PIC X(19)
               VALUE '             ORCADO'.
           05  FILLER                PIC X(20)
               VALUE '           REALIZADO'.
           05  FILLER                PIC X(20)
               VALUE '            VARIACAO'.
           05  FILLER                PIC X(09) VALUE '  % USADO'.
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-REPORT-DET.
           05  WS-REPORT-DET-CENTRO  PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-DESC    PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-ORCADO  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-REAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-VAR     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-REPORT-DET-PERC    PIC ZZZZ9.9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-AVISO   PIC X(16).
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-ROTULO  PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-VALOR   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(85) VALUE SPACES.

       01  WS-REPORT-QTD-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'CENTROS ACIMA DO ORCAMENTO.'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-QTD-VALOR   PIC ZZZZ9.
           05  FILLER                PIC X(99) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-APURAR-HISTORICO THRU 2000-EXIT
           PERFORM 5000-IMPRIMIR       THRU 5000-EXIT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the period from the close request, the
      * centers with the period's budgets, the rates and the report
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

           PERFORM 1100-CARREGAR-CENTROS THRU 1100-EXIT
           PERFORM 1200-CARREGAR-ORCAMENTO THRU 1200-EXIT
           PERFORM 1300-CARREGAR-TAXAS THRU 1300-EXIT

           OPEN OUTPUT ORCA-RPT
           IF WS-FS-ORCA-RPT NOT = '00'
               MOVE 'ORCARPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ORCA-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-CENTROS - every center on the master gets a
      * line, spent or not
      ******************************************************************
       1100-CARREGAR-CENTROS.
           OPEN INPUT CENTRO-CUSTO
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               DISPLAY 'SEM CADASTRO DE CENTROS DE CUSTO, STATUS: '
                   WS-FS-CENTRO-CUSTO
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LER-CENTRO THRU 1110-EXIT
               UNTIL WS-FS-CENTRO-CUSTO = '10'
           CLOSE CENTRO-CUSTO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LER-CENTRO - read one cost center into the table
      ******************************************************************
       1110-LER-CENTRO.
           READ CENTRO-CUSTO
               AT END
                   MOVE '10' TO WS-FS-CENTRO-CUSTO
                   GO TO 1110-EXIT
           END-READ
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CENTRO-CUSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE CC-CODIGO TO WS-CENTRO-BUSCA
           PERFORM 2200-ACHAR-CENTRO THRU 2200-EXIT
           MOVE CC-DESCRICAO TO WS-CCU-DESCRICAO (WS-CCU-IDX).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-ORCAMENTO - the period's budget lines; a budget
      * for a center the master has dropped still gets its line
      ******************************************************************
       1200-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAMENTO
           IF WS-FS-ORCAMENTO NOT = '00'
               DISPLAY 'SEM ORCAMENTO, STATUS: ' WS-FS-ORCAMENTO
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LER-ORCAMENTO THRU 1210-EXIT
               UNTIL WS-FS-ORCAMENTO = '10'
           CLOSE ORCAMENTO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LER-ORCAMENTO - one budget line of the period
      ******************************************************************
       1210-LER-ORCAMENTO.
           READ ORCAMENTO
               AT END
                   MOVE '10' TO WS-FS-ORCAMENTO
                   GO TO 1210-EXIT
           END-READ
           IF WS-FS-ORCAMENTO NOT = '00'
               MOVE 'ORCAMENT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ORCAMENTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF OR-ANO-MES NOT = WS-PERIODO
               GO TO 1210-EXIT
           END-IF
           MOVE OR-CENTRO-CUSTO TO WS-CENTRO-BUSCA
           PERFORM 2200-ACHAR-CENTRO THRU 2200-EXIT
           ADD OR-VALOR-ORCADO TO WS-CCU-ORCADO (WS-CCU-IDX).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-TAXAS - load the currency conversion-rate table
      ******************************************************************
       1300-CARREGAR-TAXAS.
           OPEN INPUT TAXA-CAMBIO
           IF WS-FS-TAXA-CAMBIO = '00'
               SET WS-TAXA-IDX TO 1
               PERFORM 1310-LER-TAXA THRU 1310-EXIT
                   UNTIL WS-FS-TAXA-CAMBIO = '10'
                      OR WS-TAXA-IDX > 30
               CLOSE TAXA-CAMBIO
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-TAXA - read one currency/rate pair into the table
      ******************************************************************
       1310-LER-TAXA.
           READ TAXA-CAMBIO
               AT END
                   MOVE '10' TO WS-FS-TAXA-CAMBIO
               NOT AT END
                   MOVE TC-MOEDA TO WS-TAXA-MOEDA (WS-TAXA-IDX)
                   MOVE TC-TAXA  TO WS-TAXA-VALOR (WS-TAXA-IDX)
                   ADD 1 TO WS-QTD-TAXAS
                   SET WS-TAXA-IDX UP BY 1
           END-READ
           IF WS-FS-TAXA-CAMBIO NOT = '00' AND NOT = '10'
               MOVE 'TAXACAMB' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-TAXA-CAMBIO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-HISTORICO - the period's slice of PAGHIST, read
      * from its first run date on
      ******************************************************************
       2000-APURAR-HISTORICO.
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE ZEROS      TO PH-CHAVE-HIST
           MOVE WS-PERIODO TO PH-PERIODO
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START

           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LER-HISTORICO - one history record of the period: a
      * payment confirmed or settled is spend of its center, a credit
      * note comes off it, a vendor advance is not spend until its
      * invoices arrive.  A key's confirmation row carries its
      * later settlement or return in place, so each payment counts
      * once.  The first record past the period ends the pass.
      ******************************************************************
       2100-LER-HISTORICO.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-HIST-LIDOS
           IF PH-PERIODO NOT = WS-PERIODO
               SET FIM-PAGTO-HIST TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF PH-PAGTO NOT = 'C' AND PH-PAGTO NOT = 'L'
              OR PH-TP-ADIANTAMENTO
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-QTD-NO-PERIODO
           MOVE PH-VALOR TO WS-VALOR-BRL
           PERFORM 2300-CONVERTER-VALOR THRU 2300-EXIT
           MOVE PH-CENTRO-CUSTO TO WS-CENTRO-BUSCA
           PERFORM 2200-ACHAR-CENTRO THRU 2200-EXIT
           IF PH-TP-CREDITO
               SUBTRACT WS-VALOR-BRL
                   FROM WS-CCU-REALIZADO (WS-CCU-IDX)
           ELSE
               ADD WS-VALOR-BRL TO WS-CCU-REALIZADO (WS-CCU-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ACHAR-CENTRO - position WS-CCU-IDX on WS-CENTRO-BUSCA,
      * opening a line for a center not yet on the table
      ******************************************************************
       2200-ACHAR-CENTRO.
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   CONTINUE
               WHEN WS-CCU-IDX > WS-QTD-CENTROS
                   CONTINUE
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = WS-CENTRO-BUSCA
                   GO TO 2200-EXIT
           END-SEARCH

           IF WS-QTD-CENTROS >= 500
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CENTROS
           SET WS-CCU-IDX TO WS-QTD-CENTROS
           MOVE WS-CENTRO-BUSCA TO WS-CCU-CODIGO (WS-CCU-IDX)
           IF WS-CENTRO-BUSCA = SPACES
               MOVE 'SEM CENTRO DE CUSTO'
                                 TO WS-CCU-DESCRICAO (WS-CCU-IDX)
           ELSE
               MOVE 'CENTRO FORA DO CADASTRO'
                                 TO WS-CCU-DESCRICAO (WS-CCU-IDX)
           END-IF
           MOVE ZEROS TO WS-CCU-ORCADO (WS-CCU-IDX)
           MOVE ZEROS TO WS-CCU-REALIZADO (WS-CCU-IDX).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONVERTER-VALOR - WS-VALOR-BRL in PH-MOEDA to BRL
      ******************************************************************
       2300-CONVERTER-VALOR.
           IF PH-MOEDA = 'BRL' OR WS-QTD-TAXAS = ZEROS
               GO TO 2300-EXIT
           END-IF
           SET WS-TAXA-IDX TO 1
           SEARCH WS-TAXA-ITEM
               AT END
                   CONTINUE
               WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = PH-MOEDA
                   COMPUTE WS-VALOR-BRL ROUNDED
                       = WS-VALOR-BRL * WS-TAXA-VALOR (WS-TAXA-IDX)
           END-SEARCH.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR - headings, one line per center, the totals
      ******************************************************************
       5000-IMPRIMIR.
           MOVE WS-REPORT-TITULO TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-PERIODO TO WS-REPORT-PERIODO
           MOVE WS-REPORT-PERIODO-LINHA TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE SPACES TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CABEC TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 5010-IMPRIMIR-CENTRO THRU 5010-EXIT
               VARYING WS-CCU-IDX FROM 1 BY 1
               UNTIL WS-CCU-IDX > WS-QTD-CENTROS

           MOVE SPACES TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'TOTAL ORCADO...............' TO WS-REPORT-TOT-ROTULO
           MOVE WS-TOTAL-ORCADO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'TOTAL REALIZADO............' TO WS-REPORT-TOT-ROTULO
           MOVE WS-TOTAL-REALIZADO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           COMPUTE WS-VARIACAO = WS-TOTAL-ORCADO - WS-TOTAL-REALIZADO
           MOVE 'VARIACAO TOTAL.............' TO WS-REPORT-TOT-ROTULO
           MOVE WS-VARIACAO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-QTD-ESTOURADOS TO WS-REPORT-QTD-VALOR
           MOVE WS-REPORT-QTD-LINHA TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5010-IMPRIMIR-CENTRO - one center: budget, actual, variance
      * (budget less actual - negative is an overrun) and the share
      * of the budget used; a center spending with no budget line is
      * flagged rather than given a percentage
      ******************************************************************
       5010-IMPRIMIR-CENTRO.
           MOVE SPACES TO WS-REPORT-DET-AVISO
           MOVE ZEROS  TO WS-PERCENTUAL
           COMPUTE WS-VARIACAO = WS-CCU-ORCADO (WS-CCU-IDX)
                               - WS-CCU-REALIZADO (WS-CCU-IDX)
           IF WS-CCU-ORCADO (WS-CCU-IDX) > ZEROS
              AND WS-CCU-REALIZADO (WS-CCU-IDX) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED
                   = WS-CCU-REALIZADO (WS-CCU-IDX) * 100
                   / WS-CCU-ORCADO (WS-CCU-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENTUAL
               END-COMPUTE
           END-IF
           IF WS-VARIACAO < ZEROS
               IF WS-CCU-ORCADO (WS-CCU-IDX) = ZEROS
                   MOVE 'SEM ORCAMENTO' TO WS-REPORT-DET-AVISO
               ELSE
                   MOVE 'ACIMA ORCAMENTO' TO WS-REPORT-DET-AVISO
               END-IF
               ADD 1 TO WS-QTD-ESTOURADOS
           END-IF

           MOVE WS-CCU-CODIGO (WS-CCU-IDX)    TO WS-REPORT-DET-CENTRO
           MOVE WS-CCU-DESCRICAO (WS-CCU-IDX) TO WS-REPORT-DET-DESC
           MOVE WS-CCU-ORCADO (WS-CCU-IDX)    TO WS-REPORT-DET-ORCADO
           MOVE WS-CCU-REALIZADO (WS-CCU-IDX) TO WS-REPORT-DET-REAL
           MOVE WS-VARIACAO                   TO WS-REPORT-DET-VAR
           MOVE WS-PERCENTUAL                 TO WS-REPORT-DET-PERC
           MOVE WS-REPORT-DET TO ORCA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           ADD WS-CCU-ORCADO (WS-CCU-IDX)    TO WS-TOTAL-ORCADO
           ADD WS-CCU-REALIZADO (WS-CCU-IDX) TO WS-TOTAL-REALIZADO.
       5010-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report what ran
      ******************************************************************
       3000-FINALIZE.
           CLOSE ORCA-RPT
           CLOSE JOB-LOG
           DISPLAY 'PERIODO...............: ' WS-PERIODO
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS
           DISPLAY 'GASTOS NO PERIODO.....: ' WS-QTD-NO-PERIODO
           DISPLAY 'CENTROS LISTADOS......: ' WS-QTD-CENTROS
           DISPLAY 'CENTROS ACIMA DO ORCAM: ' WS-QTD-ESTOURADOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE ORCA-RPT-REG
           IF WS-FS-ORCA-RPT NOT = '00'
               MOVE 'ORCARPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-ORCA-RPT TO WS-ERRO-STATUS
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
       END PROGRAM PROGORCR.
