      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: month-end early-payment discount report - for the
      *          AAAAMM period the FECHPARM close parameter names, the
      *          DESCPAG details PROGCOMM writes at confirmation are
      *          totalled by vendor into the discounts taken (O) and
      *          the discounts let go by paying outside the window
      *          (P), and set on the same line as the juros/multa the
      *          vendor was paid that month from the JUROSPAG details
      *          PROGJURO reports - what paying early earned next to
      *          what paying late cost.  Amounts are in the payment
      *          currency, the way PROGJURO prints them.  The report
      *          closes with the three totals.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the discount report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESC IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FECH    ASSIGN TO "FECHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-FECH.
           SELECT DESCONTO-PAGOS ASSIGN TO "DESCPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESC-PAG.
           SELECT JUROS-PAGOS  ASSIGN TO "JUROSPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JUROS-PAG.
           SELECT DESC-RPT     ASSIGN TO "DESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESC-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The period-close parameter PROGFECH reads - only the period is
      * used here.
      ******************************************************************
       FD  PARM-FECH
           RECORDING MODE IS F.
       01  PARM-FECH-REG.
           05  PF-FUNCAO                 PIC X(07).
           05  PF-PERIODO                PIC 9(06).
           05  PF-OPERADOR               PIC X(08).

      ******************************************************************
      * One discount detail exactly as PROGCOMM's
      * 2065-GRAVAR-DESCONTO lays it out.
      ******************************************************************
       FD  DESCONTO-PAGOS
           RECORDING MODE IS F.
       01  DESCONTO-PAGOS-REG.
           05  DP-DATA                   PIC 9(08).
           05  DP-DATA-R REDEFINES DP-DATA.
               10  DP-ANO-MES            PIC 9(06).
               10  DP-DIA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  DP-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  DP-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  DP-SITUACAO               PIC X(01).
               88  DP-OBTIDO             VALUE 'O'.
               88  DP-PERDIDO            VALUE 'P'.
           05  FILLER                    PIC X(01).
           05  DP-DATA-EMISSAO           PIC 9(08).
           05  FILLER                    PIC X(01).
           05  DP-DATA-LIMITE            PIC 9(08).
           05  FILLER                    PIC X(01).
           05  DP-DIAS-PAGTO             PIC 9(05).
           05  FILLER                    PIC X(01).
           05  DP-DIAS-LIQUIDO           PIC 9(03).
           05  FILLER                    PIC X(01).
           05  DP-PERC-DESCONTO          PIC 9(02)V99.
           05  FILLER                    PIC X(01).
           05  DP-VALOR-ORIGINAL         PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  DP-VALOR-DESCONTO         PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  DP-MOEDA                  PIC X(03).

      ******************************************************************
      * One late-charge detail exactly as PROGCOMM's
      * 2028-GRAVAR-ENCARGO lays it out.
      ******************************************************************
       FD  JUROS-PAGOS
           RECORDING MODE IS F.
       01  JUROS-PAGOS-REG.
           05  JP-DATA                   PIC 9(08).
           05  JP-DATA-R REDEFINES JP-DATA.
               10  JP-ANO-MES            PIC 9(06).
               10  JP-DIA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  JP-CHAVE-ORIG             PIC 9(06).
           05  FILLER                    PIC X(01).
           05  JP-CHAVE-ENCARGO          PIC 9(06).
           05  FILLER                    PIC X(01).
           05  JP-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  JP-VENCTO                 PIC 9(08).
           05  FILLER                    PIC X(01).
           05  JP-DIAS-ATRASO            PIC 9(05).
           05  FILLER                    PIC X(01).
           05  JP-VALOR-ORIGINAL         PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  JP-VALOR-MULTA            PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  JP-VALOR-JUROS            PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  JP-MOEDA                  PIC X(03).

       FD  DESC-RPT
           RECORDING MODE IS F.
       01  DESC-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-DESCONTO       PIC X(01) VALUE 'N'.
               88  FIM-DESCONTO      VALUE 'S'.
           05  WS-EOF-JUROS          PIC X(01) VALUE 'N'.
               88  FIM-JUROS         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-QTD-DESC-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-JUROS-LIDOS    PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-OBTIDO       PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-PERDIDO      PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-ENCARGOS     PIC 9(11)V99 VALUE ZEROS.

       77 WS-FS-PARM-FECH           PIC X(02) VALUE SPACES.
       77 WS-FS-DESC-PAG            PIC X(02) VALUE SPACES.
       77 WS-FS-JUROS-PAG           PIC X(02) VALUE SPACES.
       77 WS-FS-DESC-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-PERIODO                PIC 9(06) VALUE ZEROS.
       77 WS-FORN-BUSCA             PIC 9(05) VALUE ZEROS.
       77 WS-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO          VALUE 'S' FALSE 'N'.

      ******************************************************************
      * Totals per vendor - one entry per distinct vendor with a
      * discount or a late charge in the period.
      ******************************************************************
       01  WS-TABELA-FORN.
           05  WS-FRN-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-FRN-IDX.
               10  WS-FRN-FORN-ID    PIC 9(05).
               10  WS-FRN-QTD-OBTIDO PIC 9(07) COMP-3.
               10  WS-FRN-OBTIDO     PIC 9(11)V99 COMP-3.
               10  WS-FRN-QTD-PERDIDO PIC 9(07) COMP-3.
               10  WS-FRN-PERDIDO    PIC 9(11)V99 COMP-3.
               10  WS-FRN-QTD-JUROS  PIC 9(07) COMP-3.
               10  WS-FRN-ENCARGOS   PIC 9(11)V99 COMP-3.
       77 WS-QTD-FRN-ITENS          PIC 9(03) VALUE ZEROS.

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
      * Report headings, vendor and total lines.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(37)
               VALUE 'DESCONTOS OBTIDOS X PERDIDOS E JUROS '.
           05  FILLER                PIC X(43)
               VALUE 'PAGOS POR FORNECEDOR'.

       01  WS-REPORT-PERIODO-LINHA.
           05  FILLER                PIC X(14) VALUE 'PERIODO AAAAMM'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-PERIODO     PIC 9(06).
           05  FILLER                PIC X(59) VALUE SPACES.

       01  WS-REPORT-CABEC.
           05  FILLER                PIC X(06) VALUE 'FORN. '.
           05  FILLER                PIC X(05) VALUE '  QTD'.
           05  FILLER                PIC X(15)
               VALUE '        OBTIDOS'.
           05  FILLER                PIC X(05) VALUE '  QTD'.
           05  FILLER                PIC X(15)
               VALUE '       PERDIDOS'.
           05  FILLER                PIC X(05) VALUE '  QTD'.
           05  FILLER                PIC X(15)
               VALUE '    JUROS/MULTA'.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-REPORT-FORN-LINHA.
           05  WS-REPORT-FORN-ID     PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-QTD-OBTIDO  PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-OBTIDO      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-REPORT-QTD-PERDIDO PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-PERDIDO     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-REPORT-QTD-JUROS   PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-ENCARGOS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-ROTULO  PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-VALOR   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-DESCONTO THRU 2000-EXIT
               UNTIL FIM-DESCONTO
           PERFORM 2500-PROCESS-JUROS   THRU 2500-EXIT
               UNTIL FIM-JUROS
           PERFORM 3000-FINALIZE        THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the period from the close parameter, open the
      * two detail files and the report
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

           OPEN INPUT DESCONTO-PAGOS
           IF WS-FS-DESC-PAG NOT = '00'
               MOVE 'DESCPAG'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-DESC-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT JUROS-PAGOS
           IF WS-FS-JUROS-PAG NOT = '00'
               MOVE 'JUROSPAG' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-JUROS-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT DESC-RPT
           IF WS-FS-DESC-RPT NOT = '00'
               MOVE 'DESCRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-DESC-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-REPORT-TITULO TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-PERIODO TO WS-REPORT-PERIODO
           MOVE WS-REPORT-PERIODO-LINHA TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE SPACES TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CABEC TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 2100-READ-DESCONTO THRU 2100-EXIT
           PERFORM 2600-READ-JUROS THRU 2600-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-DESCONTO - roll one discount of the period into
      * its vendor's taken or lost figures
      ******************************************************************
       2000-PROCESS-DESCONTO.
           IF DP-ANO-MES NOT = WS-PERIODO
               GO TO 2000-LER
           END-IF
           ADD 1 TO WS-QTD-DESC-LIDOS
           MOVE DP-FORN-ID TO WS-FORN-BUSCA
           PERFORM 2030-ACHAR-FORN THRU 2030-EXIT
           IF DP-OBTIDO
               ADD 1 TO WS-FRN-QTD-OBTIDO (WS-FRN-IDX)
               ADD DP-VALOR-DESCONTO TO WS-FRN-OBTIDO (WS-FRN-IDX)
               ADD DP-VALOR-DESCONTO TO WS-TOTAL-OBTIDO
           ELSE
               ADD 1 TO WS-FRN-QTD-PERDIDO (WS-FRN-IDX)
               ADD DP-VALOR-DESCONTO TO WS-FRN-PERDIDO (WS-FRN-IDX)
               ADD DP-VALOR-DESCONTO TO WS-TOTAL-PERDIDO
           END-IF.

       2000-LER.
           PERFORM 2100-READ-DESCONTO THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2030-ACHAR-FORN - find (or open) the vendor's entry
      ******************************************************************
       2030-ACHAR-FORN.
           SET FORN-ACHADO TO FALSE
           IF WS-QTD-FRN-ITENS > ZEROS
               SET WS-FRN-IDX TO 1
               SEARCH WS-FRN-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-FRN-FORN-ID (WS-FRN-IDX) = WS-FORN-BUSCA
                       SET FORN-ACHADO TO TRUE
               END-SEARCH
           END-IF
           IF NOT FORN-ACHADO
               IF WS-QTD-FRN-ITENS >= 200
                   MOVE 'DESCPAG'  TO WS-ERRO-ARQUIVO
                   MOVE 'TABELA'   TO WS-ERRO-OPERACAO
                   MOVE 'OV'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               ADD 1 TO WS-QTD-FRN-ITENS
               SET WS-FRN-IDX TO WS-QTD-FRN-ITENS
               MOVE WS-FORN-BUSCA TO WS-FRN-FORN-ID (WS-FRN-IDX)
               MOVE ZEROS TO WS-FRN-QTD-OBTIDO (WS-FRN-IDX)
               MOVE ZEROS TO WS-FRN-OBTIDO (WS-FRN-IDX)
               MOVE ZEROS TO WS-FRN-QTD-PERDIDO (WS-FRN-IDX)
               MOVE ZEROS TO WS-FRN-PERDIDO (WS-FRN-IDX)
               MOVE ZEROS TO WS-FRN-QTD-JUROS (WS-FRN-IDX)
               MOVE ZEROS TO WS-FRN-ENCARGOS (WS-FRN-IDX)
           END-IF.
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-DESCONTO - read the next discount detail
      ******************************************************************
       2100-READ-DESCONTO.
           READ DESCONTO-PAGOS
               AT END
                   SET FIM-DESCONTO TO TRUE
           END-READ
           IF WS-FS-DESC-PAG NOT = '00' AND NOT = '10'
               MOVE 'DESCPAG'  TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-DESC-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PROCESS-JUROS - roll one late charge of the period into
      * its vendor's interest-paid figure, the juros/multa sum
      * PROGJURO prints
      ******************************************************************
       2500-PROCESS-JUROS.
           IF JP-ANO-MES NOT = WS-PERIODO
               GO TO 2500-LER
           END-IF
           ADD 1 TO WS-QTD-JUROS-LIDOS
           MOVE JP-FORN-ID TO WS-FORN-BUSCA
           PERFORM 2030-ACHAR-FORN THRU 2030-EXIT
           ADD 1              TO WS-FRN-QTD-JUROS (WS-FRN-IDX)
           ADD JP-VALOR-MULTA TO WS-FRN-ENCARGOS (WS-FRN-IDX)
           ADD JP-VALOR-JUROS TO WS-FRN-ENCARGOS (WS-FRN-IDX)
           ADD JP-VALOR-MULTA TO WS-TOTAL-ENCARGOS
           ADD JP-VALOR-JUROS TO WS-TOTAL-ENCARGOS.

       2500-LER.
           PERFORM 2600-READ-JUROS THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-READ-JUROS - read the next late-charge detail
      ******************************************************************
       2600-READ-JUROS.
           READ JUROS-PAGOS
               AT END
                   SET FIM-JUROS TO TRUE
           END-READ
           IF WS-FS-JUROS-PAG NOT = '00' AND NOT = '10'
               MOVE 'JUROSPAG' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-JUROS-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - one line per vendor, the period totals, then
      * close the files
      ******************************************************************
       3000-FINALIZE.
           IF WS-QTD-FRN-ITENS > ZEROS
               PERFORM 3010-IMPRIMIR-FORN THRU 3010-EXIT
                   VARYING WS-FRN-IDX FROM 1 BY 1
                   UNTIL WS-FRN-IDX > WS-QTD-FRN-ITENS
           END-IF
           MOVE SPACES TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'TOTAL DE DESCONTOS OBTIDOS.' TO WS-REPORT-TOT-ROTULO
           MOVE WS-TOTAL-OBTIDO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'TOTAL DE DESCONTOS PERDIDOS' TO WS-REPORT-TOT-ROTULO
           MOVE WS-TOTAL-PERDIDO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'TOTAL DE JUROS E MULTAS....' TO WS-REPORT-TOT-ROTULO
           MOVE WS-TOTAL-ENCARGOS TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           CLOSE DESCONTO-PAGOS
           CLOSE JUROS-PAGOS
           CLOSE DESC-RPT
           CLOSE JOB-LOG
           DISPLAY 'PERIODO...............: ' WS-PERIODO
           DISPLAY 'DESCONTOS DO PERIODO..: ' WS-QTD-DESC-LIDOS
           DISPLAY 'ENCARGOS DO PERIODO...: ' WS-QTD-JUROS-LIDOS
           DISPLAY 'DESCONTOS OBTIDOS.....: ' WS-TOTAL-OBTIDO
           DISPLAY 'DESCONTOS PERDIDOS....: ' WS-TOTAL-PERDIDO
           DISPLAY 'JUROS E MULTAS........: ' WS-TOTAL-ENCARGOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-IMPRIMIR-FORN - one line per vendor
      ******************************************************************
       3010-IMPRIMIR-FORN.
           MOVE WS-FRN-FORN-ID (WS-FRN-IDX)     TO WS-REPORT-FORN-ID
           MOVE WS-FRN-QTD-OBTIDO (WS-FRN-IDX)  TO WS-REPORT-QTD-OBTIDO
           MOVE WS-FRN-OBTIDO (WS-FRN-IDX)      TO WS-REPORT-OBTIDO
           MOVE WS-FRN-QTD-PERDIDO (WS-FRN-IDX)
                                             TO WS-REPORT-QTD-PERDIDO
           MOVE WS-FRN-PERDIDO (WS-FRN-IDX)     TO WS-REPORT-PERDIDO
           MOVE WS-FRN-QTD-JUROS (WS-FRN-IDX)   TO WS-REPORT-QTD-JUROS
           MOVE WS-FRN-ENCARGOS (WS-FRN-IDX)    TO WS-REPORT-ENCARGOS
           MOVE WS-REPORT-FORN-LINHA TO DESC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE DESC-RPT-REG
           IF WS-FS-DESC-RPT NOT = '00'
               MOVE 'DESCRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-DESC-RPT TO WS-ERRO-STATUS
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
       END PROGRAM PROGDESC.
