      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: vendor-advance aging report over the advances still
      *          open on ADTOABER after the remittance - buckets the
      *          open amount by days since the money left (0-30,
      *          31-60, 61-90, over 90) off AD-DATA-PAGTO using the
      *          PROGDSRV date service, prints every open advance in
      *          detail with its days outstanding and the bucket
      *          totals, so the desk chases the invoices of the
      *          advances that have sat open longest.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the vendor-advance aging report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGADTO IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADIANT-ABERTOS ASSIGN TO "ADTOABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT.
           SELECT PARM-DATA    ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-DATA.
           SELECT ADTO-RPT     ASSIGN TO "ADTORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTO-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ADIANT-ABERTOS
           RECORDING MODE IS F.
       01  ADIANT-ABERTOS-REG.
           COPY ADTOREC.

       FD  PARM-DATA
           RECORDING MODE IS F.
       01  PARM-DATA-REG                 PIC X(10).

       FD  ADTO-RPT
           RECORDING MODE IS F.
       01  ADTO-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-ADIANT         PIC X(01) VALUE 'N'.
               88  FIM-ADIANT        VALUE 'S'.
           05  WS-PARM-EXISTE        PIC X(01) VALUE 'N'.
               88  HA-PARM-DATA      VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CONSIDERADOS   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DATA-INVAL     PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-ABERTO       PIC 9(11)V99 VALUE ZEROS.

      ******************************************************************
      * Aging buckets - count and open amount per band of days since
      * the advance was paid.  Band 1 = 0-30 days, 2 = 31-60 days,
      * 3 = 61-90 days, 4 = over 90 days.
      ******************************************************************
       01  WS-TABELA-FAIXAS.
           05  WS-FAIXA-ITEM         OCCURS 4 TIMES
                                     INDEXED BY WS-FAIXA-IDX.
               10  WS-FAIXA-QTD      PIC 9(07) COMP-3.
               10  WS-FAIXA-VALOR    PIC 9(11)V99 COMP-3.
       77 WS-FAIXA-NUM              PIC 9(01) VALUE ZEROS.

       77 WS-FS-ADIANT              PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-DATA           PIC X(02) VALUE SPACES.
       77 WS-FS-ADTO-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-MOSTRA                 PIC X(08) VALUE SPACES.
       77 WS-REF-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-EM-ABERTO         PIC S9(07) VALUE ZEROS.

      ******************************************************************
      * As-of date for the aging (PARM-DATA, same DD/MM/AAAA layout
      * the other programs read - defaults to today).
      ******************************************************************
       01  WS-REF-DATA                   PIC X(10) VALUE SPACES.
       01  WS-REF-DATA-R REDEFINES WS-REF-DATA.
           05  WS-REF-DIA                PIC 99.
           05  FILLER                    PIC X.
           05  WS-REF-MES                PIC 99.
           05  FILLER                    PIC X.
           05  WS-REF-ANO                PIC 9(04).

           COPY DATCOMM.

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
      * Report headings, detail and total lines.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'RELATORIO DE AGING DE ADIANTAMENTOS A FO'.
           05  FILLER                PIC X(11) VALUE 'RNECEDORES'.
           05  FILLER                PIC X(29) VALUE SPACES.

       01  WS-REPORT-DATA-LINHA.
           05  FILLER                PIC X(14) VALUE 'DATA DE REFER.'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-DATA-REF    PIC 9(08).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  WS-REPORT-DET-LINHA.
           05  FILLER                PIC X(06) VALUE 'CHAVE='.
           05  WS-REPORT-DET-CHAVE   PIC 9(06).
           05  FILLER                PIC X(06) VALUE ' FORN='.
           05  WS-REPORT-DET-FORN    PIC 9(05).
           05  FILLER                PIC X(05) VALUE ' EMP='.
           05  WS-REPORT-DET-EMPRESA PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-MOEDA   PIC X(03).
           05  FILLER                PIC X(06) VALUE ' PAGO='.
           05  WS-REPORT-DET-DATA    PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-ABERTO  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE ' DIAS='.
           05  WS-REPORT-DET-DIAS    PIC ZZZZ9.
           05  FILLER                PIC X(06) VALUE SPACES.

       01  WS-REPORT-DINVAL-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'DATAS DE PAGTO INVALIDAS...'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-QTD-DINVAL  PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-REPORT-FAIXA-LINHA.
           05  WS-REPORT-FAIXA-DESC  PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-FAIXA-QTD   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-FAIXA-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(24) VALUE SPACES.

      ******************************************************************
      * Bucket descriptions, one per band.
      ******************************************************************
       01  WS-TABELA-FAIXA-DESC.
           05  FILLER                PIC X(27)
               VALUE 'ABERTO HA 0 A 30 DIAS......'.
           05  FILLER                PIC X(27)
               VALUE 'ABERTO HA 31 A 60 DIAS.....'.
           05  FILLER                PIC X(27)
               VALUE 'ABERTO HA 61 A 90 DIAS.....'.
           05  FILLER                PIC X(27)
               VALUE 'ABERTO HA MAIS DE 90 DIAS..'.
       01  WS-TABELA-FAIXA-DESC-R REDEFINES WS-TABELA-FAIXA-DESC.
           05  WS-FAIXA-DESC         OCCURS 4 TIMES PIC X(27).

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-PROCESS-ADIANT THRU 2000-EXIT
               UNTIL FIM-ADIANT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - establish the as-of date, open the open
      * advances and the report, and zero the buckets.  No ADTOABER
      * just means no advance is open - the report still goes out,
      * with empty buckets.
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

           PERFORM 1050-CARREGAR-DATA-REF THRU 1050-EXIT

           PERFORM 1100-ZERAR-FAIXA THRU 1100-EXIT
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > 4

           OPEN OUTPUT ADTO-RPT
           IF WS-FS-ADTO-RPT NOT = '00'
               MOVE 'ADTORPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADTO-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-REPORT-TITULO TO ADTO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-REF-DATA-NUM TO WS-REPORT-DATA-REF
           MOVE WS-REPORT-DATA-LINHA TO ADTO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           OPEN INPUT ADIANT-ABERTOS
           IF WS-FS-ADIANT NOT = '00'
               DISPLAY 'SEM ADIANTAMENTOS EM ABERTO, STATUS: '
                   WS-FS-ADIANT
               SET FIM-ADIANT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 2100-READ-ADIANT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CARREGAR-DATA-REF - as-of date: PARM-DATA when present,
      * else today
      ******************************************************************
       1050-CARREGAR-DATA-REF.
           OPEN INPUT PARM-DATA
           IF WS-FS-PARM-DATA = '00'
               READ PARM-DATA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-DATA-REG TO WS-REF-DATA
                       SET HA-PARM-DATA TO TRUE
               END-READ
               CLOSE PARM-DATA
           END-IF

           IF NOT HA-PARM-DATA
               ACCEPT WS-MOSTRA FROM DATE YYYYMMDD
               MOVE WS-MOSTRA(7:2) TO WS-REF-DIA
               MOVE '/'            TO WS-REF-DATA(3:1)
               MOVE WS-MOSTRA(5:2) TO WS-REF-MES
               MOVE '/'            TO WS-REF-DATA(6:1)
               MOVE WS-MOSTRA(1:4) TO WS-REF-ANO
           END-IF

           COMPUTE WS-REF-DATA-NUM
               = WS-REF-ANO * 10000 + WS-REF-MES * 100 + WS-REF-DIA.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ZERAR-FAIXA - zero one aging bucket
      ******************************************************************
       1100-ZERAR-FAIXA.
           MOVE ZEROS TO WS-FAIXA-QTD   (WS-FAIXA-IDX)
           MOVE ZEROS TO WS-FAIXA-VALOR (WS-FAIXA-IDX).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ADIANT - bucket one open advance by the days
      * since it was paid and print it in detail
      ******************************************************************
       2000-PROCESS-ADIANT.
           ADD 1 TO WS-QTD-LIDOS
           IF AD-VALOR-ABERTO = ZEROS
               GO TO 2000-LER
           END-IF

           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE AD-DATA-PAGTO   TO DSRV-DATA
           MOVE WS-REF-DATA-NUM TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO NOT = ZEROS
      *        A paid date the service rejects must not ride the
      *        previous record's arithmetic into a bucket.
               ADD 1 TO WS-QTD-DATA-INVAL
               DISPLAY 'DATA DE PAGTO INVALIDA, FORA DO AGING: '
                   AD-CHAVE ' DATA: ' AD-DATA-PAGTO
               GO TO 2000-LER
           END-IF
           MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS-EM-ABERTO
           IF WS-DIAS-EM-ABERTO < 0
               MOVE ZEROS TO WS-DIAS-EM-ABERTO
           END-IF
           ADD 1 TO WS-QTD-CONSIDERADOS
           ADD AD-VALOR-ABERTO TO WS-TOTAL-ABERTO

           EVALUATE TRUE
               WHEN WS-DIAS-EM-ABERTO <= 30
                   MOVE 1 TO WS-FAIXA-NUM
               WHEN WS-DIAS-EM-ABERTO <= 60
                   MOVE 2 TO WS-FAIXA-NUM
               WHEN WS-DIAS-EM-ABERTO <= 90
                   MOVE 3 TO WS-FAIXA-NUM
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA-NUM
           END-EVALUATE

           SET WS-FAIXA-IDX TO WS-FAIXA-NUM
           ADD 1               TO WS-FAIXA-QTD   (WS-FAIXA-IDX)
           ADD AD-VALOR-ABERTO TO WS-FAIXA-VALOR (WS-FAIXA-IDX)

           MOVE AD-CHAVE          TO WS-REPORT-DET-CHAVE
           MOVE AD-FORN-ID        TO WS-REPORT-DET-FORN
           MOVE AD-EMPRESA        TO WS-REPORT-DET-EMPRESA
           MOVE AD-MOEDA          TO WS-REPORT-DET-MOEDA
           MOVE AD-DATA-PAGTO     TO WS-REPORT-DET-DATA
           MOVE AD-VALOR-ABERTO   TO WS-REPORT-DET-ABERTO
           MOVE WS-DIAS-EM-ABERTO TO WS-REPORT-DET-DIAS
           MOVE WS-REPORT-DET-LINHA TO ADTO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.

       2000-LER.
           PERFORM 2100-READ-ADIANT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-ADIANT - read the next open advance
      ******************************************************************
       2100-READ-ADIANT.
           READ ADIANT-ABERTOS
               AT END
                   SET FIM-ADIANT TO TRUE
           END-READ
           IF WS-FS-ADIANT NOT = '00' AND NOT = '10'
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - print the bucket totals and close the files
      ******************************************************************
       3000-FINALIZE.
           PERFORM 3010-IMPRIMIR-FAIXA THRU 3010-EXIT
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > 4

           MOVE 'TOTAL EM ABERTO............' TO WS-REPORT-FAIXA-DESC
           MOVE WS-QTD-CONSIDERADOS TO WS-REPORT-FAIXA-QTD
           MOVE WS-TOTAL-ABERTO     TO WS-REPORT-FAIXA-VALOR
           MOVE WS-REPORT-FAIXA-LINHA TO ADTO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-QTD-DATA-INVAL TO WS-REPORT-QTD-DINVAL
           MOVE WS-REPORT-DINVAL-LINHA TO ADTO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-FS-ADIANT = '00' OR WS-FS-ADIANT = '10'
               CLOSE ADIANT-ABERTOS
           END-IF
           CLOSE ADTO-RPT
           CLOSE JOB-LOG
           DISPLAY 'ADIANTAMENTOS LIDOS...: ' WS-QTD-LIDOS
           DISPLAY 'ADIANTAMENTOS NO AGING: ' WS-QTD-CONSIDERADOS
           DISPLAY 'DATAS INVALIDAS.......: ' WS-QTD-DATA-INVAL
           DISPLAY 'TOTAL EM ABERTO.......: ' WS-TOTAL-ABERTO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-IMPRIMIR-FAIXA - one total line per aging bucket
      ******************************************************************
       3010-IMPRIMIR-FAIXA.
           SET WS-FAIXA-NUM TO WS-FAIXA-IDX
           MOVE WS-FAIXA-DESC (WS-FAIXA-NUM)
                                     TO WS-REPORT-FAIXA-DESC
           MOVE WS-FAIXA-QTD   (WS-FAIXA-IDX) TO WS-REPORT-FAIXA-QTD
           MOVE WS-FAIXA-VALOR (WS-FAIXA-IDX) TO WS-REPORT-FAIXA-VALOR
           MOVE WS-REPORT-FAIXA-LINHA TO ADTO-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one aging-report line and
      * check the resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE ADTO-RPT-REG
           IF WS-FS-ADTO-RPT NOT = '00'
               MOVE 'ADTORPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADTO-RPT TO WS-ERRO-STATUS
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
       END PROGRAM PROGADTO.
