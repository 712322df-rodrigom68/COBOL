      *                 counts and echoes only the lines stamped with
      *                 the run date under report (legacy undated
      *                 lines are left alone).
      * 15/10/2026 RFS  The summary now lists the payments the bank
      *                 returned that are still open on PAGDEVOL,
      *                 with days outstanding since the first return
      *                 and re-issues so far, and counts them.
      * 15/10/2026 RFS  PAGDEVOL record widened for the overseas account
      *                 of a bounced wire.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMORN IS INITIAL PROGRAM.
           SELECT EXCECAO-RPT  ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-RPT.
           SELECT DEVOLVIDO-MESTRE ASSIGN TO "PAGDEVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-CHAVE
               FILE STATUS IS WS-FS-PAGTO-DEVOL.
           SELECT MANHA-RPT    ASSIGN TO "MORNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MANHA-RPT.
           05  EX-VALOR                  PIC X(05).
           05  FILLER                    PIC X(47).

      ******************************************************************
      * Returned-payment master - same layout PROGRETOR writes and
      * PROGREEM works.
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

       FD  MANHA-RPT
           RECORDING MODE IS F.
       01  MANHA-RPT-REG                 PIC X(80).
       01  WS-CONTADORES.
           05  WS-QTD-ERROS-JOBLOG   PIC 9(05) VALUE ZEROS.
           05  WS-QTD-JANELAS        PIC 9(05) VALUE ZEROS.
           05  WS-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZEROS.

       77 WS-FS-JOBDUR              PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG-IN          PIC X(02) VALUE SPACES.
       77 WS-FS-PAYRUN-LOG          PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO-RPT         PIC X(02) VALUE SPACES.
       77 WS-FS-MANHA-RPT           PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-DEVOL         PIC X(02) VALUE SPACES.
       77 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ULTIMA            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ULTIMA-TXT        PIC X(08) VALUE SPACES.
       77 WS-DUR-CENTESIMOS         PIC 9(09) VALUE ZEROS.
           05  FILLER                PIC X(08) VALUE 'JOBLOG: '.
           05  WS-REPORT-ERRO-TEXTO  PIC X(72).

       01  WS-REPORT-DEVOL-LINHA.
           05  FILLER                PIC X(10) VALUE 'DEVOLVIDO '.
           05  WS-REPORT-DEV-CHAVE   PIC 9(06).
           05  FILLER                PIC X(06) VALUE ' FORN '.
           05  WS-REPORT-DEV-FORN    PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DEV-VALOR   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DEV-MOEDA   PIC X(03).
           05  FILLER                PIC X(06) VALUE ' DIAS '.
           05  WS-REPORT-DEV-DIAS    PIC Z,ZZ9.
           05  FILLER                PIC X(12) VALUE ' REEMISSOES '.
           05  WS-REPORT-DEV-REEM    PIC Z9.
           05  FILLER                PIC X(09) VALUE SPACES.

       COPY DATCOMM.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-ROTULO  PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           IF WS-QTD-JANELAS > ZEROS
               SET PRECISA-HUMANO TO TRUE
           END-IF

           PERFORM 6200-LISTAR-DEVOLVIDOS THRU 6200-EXIT
           MOVE 'DEVOLVIDOS EM ABERTO.......' TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-DEVOLVIDOS TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO MANHA-RPT-REG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-LISTAR-DEVOLVIDOS - the bounces still waiting on the
      * re-issue desk.  No master yet means the bank never bounced
      * one; the list is informational and pages nobody.
      ******************************************************************
       6200-LISTAR-DEVOLVIDOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT DEVOLVIDO-MESTRE
           IF WS-FS-PAGTO-DEVOL NOT = '00'
               GO TO 6200-EXIT
           END-IF
           SET FIM-ARQUIVO TO FALSE
           PERFORM 6210-LER-DEVOLVIDO THRU 6210-EXIT
               UNTIL FIM-ARQUIVO
           CLOSE DEVOLVIDO-MESTRE.
       6200-EXIT.
           EXIT.

       6210-LER-DEVOLVIDO.
           READ DEVOLVIDO-MESTRE
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 6210-EXIT
           END-READ
           IF NOT DV-ABERTO
               GO TO 6210-EXIT
           END-IF
           ADD 1 TO WS-QTD-DEVOLVIDOS

           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE DV-DATA-DEVOLUCAO TO DSRV-DATA
           MOVE WS-DATA-HOJE      TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO = ZEROS
               MOVE DSRV-DIAS-DIFERENCA TO WS-REPORT-DEV-DIAS
           ELSE
               MOVE ZEROS TO WS-REPORT-DEV-DIAS
           END-IF

           MOVE DV-CHAVE          TO WS-REPORT-DEV-CHAVE
           MOVE DV-FORN-ID        TO WS-REPORT-DEV-FORN
           MOVE DV-VALOR          TO WS-REPORT-DEV-VALOR
           MOVE DV-MOEDA          TO WS-REPORT-DEV-MOEDA
           MOVE DV-QTD-REEMISSOES TO WS-REPORT-DEV-REEM
           MOVE WS-REPORT-DEVOL-LINHA TO MANHA-RPT-REG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
       6210-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZE - close the report and set the paging code:
      * a nonzero RETURN-CODE is the scheduler's cue to wake a human
           CLOSE MANHA-RPT
           DISPLAY 'ERROS NO JOBLOG.......: ' WS-QTD-ERROS-JOBLOG
           DISPLAY 'JANELAS NAO EXECUTADAS: ' WS-QTD-JANELAS
           DISPLAY 'DEVOLVIDOS EM ABERTO..: ' WS-QTD-DEVOLVIDOS
           IF PRECISA-HUMANO
               DISPLAY 'ATENCAO HUMANA NECESSARIA.'
               MOVE 8 TO LK-RETORNO
