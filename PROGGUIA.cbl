      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: monthly tax-remittance run over the IMPAPAG
      *          withholding accruals PROGCOMM writes at confirmation.
      *          The open accruals of every closed period (before the
      *          run month) are grouped by company, tax and apuracao
      *          period into one guide each - DARF for the federal
      *          taxes, the municipal guide for ISS, as the GUIAPARM
      *          table says - due on the tax's legal day of the
      *          following month, moved back to the prior business
      *          day through the shared PROGDSRV date service.  Each
      *          guide goes out as a ready-made PAGTO-TRANS record on
      *          PAGGUIA, payable to the tax authority's FORNCAD
      *          vendor, for the nightly chain to pick up with the
      *          keyed transactions; the accruals it covers come out
      *          on the IMPAPAN copy of IMPAPAG stamped with the guide
      *          reference and date, and the job copies it back.  The
      *          GUIARPT report lists the guides generated, then
      *          reconciles what was withheld against what the history
      *          shows settled, per company, tax and period, flagging
      *          anything withheld and never paid - instead of the
      *          desk adding up the PROGIRRF subtotals on a calculator.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the tax-guide run.
      * 15/10/2026 RFS  Guide numbering carries on past the highest
      *                 guide key already on PAGGUIA or on the month's
      *                 PAGHIST, so a second run never reissues a key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGUIA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPOSTO-PAGAR ASSIGN TO "IMPAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPOSTO.
           SELECT IMPOSTO-NOVO ASSIGN TO "IMPAPAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPOSTO-NOVO.
           SELECT PARM-GUIA    ASSIGN TO "GUIAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-GUIA.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT PAGTO-GUIA   ASSIGN TO "PAGGUIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-GUIA.
           SELECT GUIA-RPT     ASSIGN TO "GUIARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIA-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One tax-payable accrual exactly as PROGCOMM's
      * 2026-GRAVAR-IMPOSTO lays it out.  Accruals written before the
      * company was stamped read as company 01.
      ******************************************************************
       FD  IMPOSTO-PAGAR
           RECORDING MODE IS F.
       01  IMPOSTO-PAGAR-REG.
           05  IP-DATA                   PIC 9(08).
           05  IP-DATA-R REDEFINES IP-DATA.
               10  IP-PERIODO            PIC 9(06).
               10  FILLER                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  IP-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  IP-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  IP-IMPOSTO                PIC X(04).
           05  FILLER                    PIC X(01).
           05  IP-ALIQUOTA               PIC 9(02)V99.
           05  FILLER                    PIC X(01).
           05  IP-BASE                   PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  IP-VALOR-RETIDO           PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  IP-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  IP-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  IP-GUIA                   PIC X(10).
           05  FILLER                    PIC X(01).
           05  IP-DATA-GUIA              PIC 9(08).

       FD  IMPOSTO-NOVO
           RECORDING MODE IS F.
       01  IMPOSTO-NOVO-REG              PIC X(82).

      ******************************************************************
      * Guide parameters - one line per tax (and company, 00 = every
      * company): the guide it is paid on, the legal due day of the
      * month after the apuracao period, the tax authority as a
      * FORNCAD vendor and the revenue code printed on the guide.
      ******************************************************************
       FD  PARM-GUIA
           RECORDING MODE IS F.
       01  PARM-GUIA-REG.
           05  GP-IMPOSTO                PIC X(04).
           05  GP-EMPRESA                PIC 9(02).
           05  GP-TIPO-GUIA              PIC X(04).
           05  GP-DIA-VENCTO             PIC 9(02).
           05  GP-FORN-ID                PIC 9(05).
           05  GP-FORN-NOME              PIC X(20).
           05  GP-COD-RECEITA            PIC X(06).

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

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
               88  PH-LIQUIDADO          VALUE 'L'.
           05  PH-MOTIVO-CORRECAO        PIC X(02).

      ******************************************************************
      * The guide payments, laid out exactly as a PAGTO-TRANS record
      * with the action already punched for the unattended path.
      ******************************************************************
       FD  PAGTO-GUIA
           RECORDING MODE IS F.
       01  PAGTO-GUIA-REG.
           05  GU-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==GU-FORN-ID==
                         ==PG-FORN-NOME== BY ==GU-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==GU-NOTA-FISC==
                         ==PG-VALOR==     BY ==GU-VALOR==
                         ==PG-MOEDA==     BY ==GU-MOEDA==
                         ==PG-VENCTO==    BY ==GU-VENCTO==
                         ==PG-TIPO==      BY ==GU-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==GU-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==GU-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==GU-EMPRESA==
                         ==PG-PARCELA==   BY ==GU-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==GU-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==GU-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==GU-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==GU-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==GU-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==GU-DATA-EMISSAO==.
           05  GU-PAGTO                  PIC X(01).
           05  GU-ACAO                   PIC X(01).
           05  GU-MOTIVO-CORRECAO        PIC X(02).

       FD  GUIA-RPT
           RECORDING MODE IS F.
       01  GUIA-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-IMPOSTO        PIC X(01) VALUE 'N'.
               88  FIM-IMPOSTO       VALUE 'S' FALSE 'N'.
           05  WS-EOF-PARM           PIC X(01) VALUE 'N'.
               88  FIM-PARM          VALUE 'S'.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S' FALSE 'N'.
           05  WS-EOF-GUIA           PIC X(01) VALUE 'N'.
               88  FIM-GUIA-ANTERIOR VALUE 'S'.
           05  WS-HIST-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-HISTORICO      VALUE 'S' FALSE 'N'.
           05  WS-GRP-ACHADO         PIC X(01) VALUE 'N'.
               88  GRUPO-ACHADO      VALUE 'S' FALSE 'N'.
           05  WS-GPA-ACHADO         PIC X(01) VALUE 'N'.
               88  PARM-ACHADO       VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-COBERTOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-GUIAS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-PARM       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-PAGOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-GUIAS        PIC 9(11)V99 VALUE ZEROS.

       77 WS-FS-IMPOSTO             PIC X(02) VALUE SPACES.
       77 WS-FS-IMPOSTO-NOVO        PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-GUIA           PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-GUIA          PIC X(02) VALUE SPACES.
       77 WS-FS-GUIA-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-EMPRESA-ATUAL          PIC 9(02) VALUE 1.
       77 WS-VALOR-BRL              PIC 9(09)V99 VALUE ZEROS.
       77 WS-PERIODO-CORTE          PIC 9(06) VALUE ZEROS.
      *    Guide payments are keyed from 990001 up - the top of the
      *    9xxxxx range PROGGERA numbers its occurrences from 900001,
      *    clear of the capture (000001-799999) and charge (8xxxxx)
      *    ranges.  The run carries on from the highest guide key
      *    already on PAGGUIA or on the month's history.
       77 WS-PROXIMA-CHAVE          PIC 9(06) VALUE 990001.

       01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO           PIC 9(04).
           05  WS-HOJE-MES           PIC 9(02).
           05  WS-HOJE-DIA           PIC 9(02).

      ******************************************************************
      * A guide's due date under construction - the legal day of the
      * month after the period, pulled back into a short month and
      * then back to the prior business day.
      ******************************************************************
       01  WS-DATA-GUIA.
           05  WS-DGU-ANO            PIC 9(04).
           05  WS-DGU-MES            PIC 9(02).
           05  WS-DGU-DIA            PIC 9(02).
       01  WS-DATA-GUIA-N REDEFINES WS-DATA-GUIA
                                     PIC 9(08).

       01  WS-PERIODO-TRAB          PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-TRAB-R REDEFINES WS-PERIODO-TRAB.
           05  WS-PTR-SECULO         PIC 9(02).
           05  WS-PTR-ANO            PIC 9(02).
           05  WS-PTR-MES            PIC 9(02).

      ******************************************************************
      * The guide reference - tax, period AAMM and company - carried
      * as the guide payment's invoice number and stamped on every
      * accrual the guide covers.
      ******************************************************************
       01  WS-REF-GUIA.
           05  WS-REF-IMPOSTO        PIC X(04).
           05  WS-REF-ANO            PIC 9(02).
           05  WS-REF-MES            PIC 9(02).
           05  WS-REF-EMPRESA        PIC 9(02).

      ******************************************************************
      * Guide parameters, loaded from GUIAPARM.
      ******************************************************************
       01  WS-TABELA-PARM.
           05  WS-GPA-ITEM           OCCURS 50 TIMES
                                     INDEXED BY WS-GPA-IDX.
               10  WS-GPA-IMPOSTO    PIC X(04).
               10  WS-GPA-EMPRESA    PIC 9(02).
               10  WS-GPA-TIPO-GUIA  PIC X(04).
               10  WS-GPA-DIA-VENCTO PIC 9(02).
               10  WS-GPA-FORN-ID    PIC 9(05).
               10  WS-GPA-FORN-NOME  PIC X(20).
               10  WS-GPA-COD-RECEITA PIC X(06).
       77 WS-QTD-GPA-ITENS          PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * One entry per company, tax and apuracao period met on IMPAPAG
      * - everything withheld (in BRL), what is still open for a
      * guide, what guides already cover, and what the history shows
      * settled; the parameter entry it is paid under (zero when the
      * tax has none) and its legal due date.
      ******************************************************************
       01  WS-TABELA-GRUPOS.
           05  WS-GRP-ITEM           OCCURS 1000 TIMES
                                     INDEXED BY WS-GRP-IDX.
               10  WS-GRP-EMPRESA    PIC 9(02).
               10  WS-GRP-IMPOSTO    PIC X(04).
               10  WS-GRP-PERIODO    PIC 9(06).
               10  WS-GRP-QTD        PIC 9(07) COMP-3.
               10  WS-GRP-RETIDO     PIC 9(11)V99 COMP-3.
               10  WS-GRP-A-PAGAR    PIC 9(11)V99 COMP-3.
               10  WS-GRP-GUIADO     PIC 9(11)V99 COMP-3.
               10  WS-GRP-LIQUIDADO  PIC 9(11)V99 COMP-3.
               10  WS-GRP-GUIA       PIC X(10).
               10  WS-GRP-VENCTO     PIC 9(08).
               10  WS-GRP-PARM       PIC 9(03).
               10  WS-GRP-NOVA       PIC X(01).
                   88  GUIA-NOVA     VALUE 'S'.
       77 WS-QTD-GRP-ITENS          PIC 9(04) VALUE ZEROS.

           COPY PAYTAX.

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
      * Report headings, guide lines, reconciliation lines and totals.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'GUIAS DE RECOLHIMENTO DE IMPOSTOS RETIDO'.
           05  FILLER                PIC X(02) VALUE 'S '.
           05  FILLER                PIC X(08) VALUE 'DATA....'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-DATA        PIC 9(08).
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-REPORT-CAB-GUIA.
           05  FILLER                PIC X(40)
               VALUE 'REFERENCIA TIPO RECEIT EM PERIOD VENCTO '.
           05  FILLER                PIC X(40)
               VALUE '          VALOR FORN.                   '.

       01  WS-REPORT-GUIA-LINHA.
           05  WS-REPORT-GU-REF      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-TIPO     PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-RECEITA  PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-EMPRESA  PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-PERIODO  PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-VENCTO   PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-VALOR    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-GU-FORN     PIC 9(05).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-REPORT-CAB-CONC.
           05  FILLER                PIC X(40)
               VALUE 'EM IMPO PERIOD        RETIDO        GUIA'.
           05  FILLER                PIC X(40)
               VALUE 'DO     LIQUIDADO SITUACAO               '.

       01  WS-REPORT-CONC-LINHA.
           05  WS-REPORT-CC-EMPRESA  PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CC-IMPOSTO  PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CC-PERIODO  PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CC-RETIDO   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CC-GUIADO   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CC-LIQUIDADO PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CC-SITUACAO PIC X(20).
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-REPORT-TOT-GUIA-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'GUIAS GERADAS..............'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-QTD     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE ' VALOR:'.
           05  WS-REPORT-TOT-VALOR   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-REPORT-TOT-NAOPG-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'RETIDOS E NAO PAGOS........'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-NAOPG   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - group the accruals, generate the guides, mark
      * the accruals covered, then reconcile against the history
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-ACUMULAR-IMPOSTO THRU 2000-EXIT
               UNTIL FIM-IMPOSTO
           IF WS-QTD-GRP-ITENS > ZEROS
               PERFORM 2500-GERAR-GUIA THRU 2500-EXIT
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-QTD-GRP-ITENS
           END-IF
           PERFORM 2600-MARCAR-ACUMULOS THRU 2600-EXIT
           PERFORM 2700-LER-HISTORICO   THRU 2700-EXIT
           PERFORM 2800-CONCILIAR       THRU 2800-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - load the guide parameters and the rates, open
      * the accruals, the guide payments and the report.  Only the
      * periods before the run month are closed for guides.
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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-CORTE = WS-HOJE-ANO * 100 + WS-HOJE-MES

           PERFORM 1100-CARREGAR-PARM  THRU 1100-EXIT
           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT

           OPEN INPUT IMPOSTO-PAGAR
           IF WS-FS-IMPOSTO NOT = '00'
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

      *    PAGGUIA outlives this run until the nightly chain has read
      *    it, so a second run the same month adds to it.
           PERFORM 1300-PROXIMA-CHAVE THRU 1300-EXIT
           OPEN EXTEND PAGTO-GUIA
           IF WS-FS-PAGTO-GUIA NOT = '00'
               CLOSE PAGTO-GUIA
               OPEN OUTPUT PAGTO-GUIA
               IF WS-FS-PAGTO-GUIA NOT = '00'
                   MOVE 'PAGGUIA' TO WS-ERRO-ARQUIVO
                   MOVE 'OPEN'    TO WS-ERRO-OPERACAO
                   MOVE WS-FS-PAGTO-GUIA TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT GUIA-RPT
           IF WS-FS-GUIA-RPT NOT = '00'
               MOVE 'GUIARPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-GUIA-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-DATA-HOJE TO WS-REPORT-DATA
           MOVE WS-REPORT-TITULO TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CAB-GUIA TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-PARM - load the guide parameters.  Without them
      * no guide can be addressed to anyone, so the file is required.
      ******************************************************************
       1100-CARREGAR-PARM.
           OPEN INPUT PARM-GUIA
           IF WS-FS-PARM-GUIA NOT = '00'
               MOVE 'GUIAPARM' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PARM-GUIA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 1110-LER-PARM THRU 1110-EXIT
               UNTIL FIM-PARM
           CLOSE PARM-GUIA.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LER-PARM - one guide parameter line into the table
      ******************************************************************
       1110-LER-PARM.
           READ PARM-GUIA
               AT END
                   SET FIM-PARM TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF WS-FS-PARM-GUIA NOT = '00'
               MOVE 'GUIAPARM' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PARM-GUIA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-GPA-ITENS >= 50
               MOVE 'GUIAPARM' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-GPA-ITENS
           SET WS-GPA-IDX TO WS-QTD-GPA-ITENS
           MOVE GP-IMPOSTO     TO WS-GPA-IMPOSTO (WS-GPA-IDX)
           MOVE GP-EMPRESA     TO WS-GPA-EMPRESA (WS-GPA-IDX)
           MOVE GP-TIPO-GUIA   TO WS-GPA-TIPO-GUIA (WS-GPA-IDX)
           MOVE GP-DIA-VENCTO  TO WS-GPA-DIA-VENCTO (WS-GPA-IDX)
           MOVE GP-FORN-ID     TO WS-GPA-FORN-ID (WS-GPA-IDX)
           MOVE GP-FORN-NOME   TO WS-GPA-FORN-NOME (WS-GPA-IDX)
           MOVE GP-COD-RECEITA TO WS-GPA-COD-RECEITA (WS-GPA-IDX).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-TAXAS - load the currency conversion-rate table
      * for the run.  A missing rate file just leaves the table empty
      * and every currency converts at 1:1.
      ******************************************************************
       1200-CARREGAR-TAXAS.
           OPEN INPUT TAXA-CAMBIO
           IF WS-FS-TAXA-CAMBIO = '00'
               SET WS-TAXA-IDX TO 1
               PERFORM 1210-LER-TAXA THRU 1210-EXIT
                   UNTIL WS-FS-TAXA-CAMBIO = '10'
                      OR WS-TAXA-IDX > 30
               CLOSE TAXA-CAMBIO
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LER-TAXA - read one currency/rate pair into the table
      ******************************************************************
       1210-LER-TAXA.
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
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-PROXIMA-CHAVE - carry the guide numbering on past every
      * guide key already issued: the guides still waiting on PAGGUIA
      * for the nightly chain, and the guides the history took in this
      * month.  A guide reusing a key would overwrite the earlier one
      * on PAGHIST and be taken for its duplicate.
      ******************************************************************
       1300-PROXIMA-CHAVE.
           OPEN INPUT PAGTO-GUIA
           IF WS-FS-PAGTO-GUIA = '00'
               PERFORM 1310-LER-GUIA-ANTERIOR THRU 1310-EXIT
                   UNTIL FIM-GUIA-ANTERIOR
           END-IF
           CLOSE PAGTO-GUIA

           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               DISPLAY 'HISTORICO INDISPONIVEL, STATUS: '
                   WS-FS-PAGTO-HIST
               GO TO 1300-EXIT
           END-IF
           COMPUTE PH-DATA-RUN = WS-HOJE-ANO * 10000
                               + WS-HOJE-MES * 100 + 1
           MOVE ZEROS TO PH-CHAVE
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START
           PERFORM 1320-LER-HIST-GUIA THRU 1320-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST
           SET FIM-PAGTO-HIST TO FALSE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-GUIA-ANTERIOR - one guide of an earlier run still on
      * PAGGUIA
      ******************************************************************
       1310-LER-GUIA-ANTERIOR.
           READ PAGTO-GUIA
               AT END
                   SET FIM-GUIA-ANTERIOR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF WS-FS-PAGTO-GUIA NOT = '00'
               MOVE 'PAGGUIA' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-GUIA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF GU-CHAVE NOT < WS-PROXIMA-CHAVE
               COMPUTE WS-PROXIMA-CHAVE = GU-CHAVE + 1
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1320-LER-HIST-GUIA - one history record of the run month; only
      * the guide key range counts
      ******************************************************************
       1320-LER-HIST-GUIA.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF PH-CHAVE NOT < WS-PROXIMA-CHAVE
               COMPUTE WS-PROXIMA-CHAVE = PH-CHAVE + 1
           END-IF.
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACUMULAR-IMPOSTO - roll one accrual into its company/
      * tax/period group: always into what was withheld; into what
      * is still open for a guide when it has no guide yet and its
      * period is closed; into what guides cover when it has one
      ******************************************************************
       2000-ACUMULAR-IMPOSTO.
           PERFORM 2100-READ-IMPOSTO THRU 2100-EXIT
           IF FIM-IMPOSTO
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           PERFORM 2050-CONVERTER-VALOR THRU 2050-EXIT
           PERFORM 2010-ACHAR-GRUPO     THRU 2010-EXIT
           ADD 1            TO WS-GRP-QTD (WS-GRP-IDX)
           ADD WS-VALOR-BRL TO WS-GRP-RETIDO (WS-GRP-IDX)
           IF IP-GUIA = SPACES
               IF IP-PERIODO < WS-PERIODO-CORTE
                   ADD WS-VALOR-BRL TO WS-GRP-A-PAGAR (WS-GRP-IDX)
               END-IF
           ELSE
               ADD WS-VALOR-BRL TO WS-GRP-GUIADO (WS-GRP-IDX)
               MOVE IP-GUIA     TO WS-GRP-GUIA (WS-GRP-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-ACHAR-GRUPO - find (or open) the accrual's company/tax/
      * period group; a new group picks its guide parameters and
      * works out its legal due date once
      ******************************************************************
       2010-ACHAR-GRUPO.
           MOVE 1 TO WS-EMPRESA-ATUAL
           IF IP-EMPRESA NUMERIC AND IP-EMPRESA > ZEROS
               MOVE IP-EMPRESA TO WS-EMPRESA-ATUAL
           END-IF

           SET GRUPO-ACHADO TO FALSE
           IF WS-QTD-GRP-ITENS > ZEROS
               SET WS-GRP-IDX TO 1
               SEARCH WS-GRP-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-GRP-EMPRESA (WS-GRP-IDX) = WS-EMPRESA-ATUAL
                    AND WS-GRP-IMPOSTO (WS-GRP-IDX) = IP-IMPOSTO
                    AND WS-GRP-PERIODO (WS-GRP-IDX) = IP-PERIODO
                       SET GRUPO-ACHADO TO TRUE
               END-SEARCH
           END-IF
           IF GRUPO-ACHADO
               GO TO 2010-EXIT
           END-IF

           IF WS-QTD-GRP-ITENS >= 1000
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-GRP-ITENS
           SET WS-GRP-IDX TO WS-QTD-GRP-ITENS
           MOVE WS-EMPRESA-ATUAL TO WS-GRP-EMPRESA (WS-GRP-IDX)
           MOVE IP-IMPOSTO       TO WS-GRP-IMPOSTO (WS-GRP-IDX)
           MOVE IP-PERIODO       TO WS-GRP-PERIODO (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-QTD (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-RETIDO (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-A-PAGAR (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-GUIADO (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-LIQUIDADO (WS-GRP-IDX)
           MOVE SPACES           TO WS-GRP-GUIA (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-VENCTO (WS-GRP-IDX)
           MOVE ZEROS            TO WS-GRP-PARM (WS-GRP-IDX)
           MOVE 'N'              TO WS-GRP-NOVA (WS-GRP-IDX)

           PERFORM 2020-ACHAR-PARM THRU 2020-EXIT
           IF PARM-ACHADO
               SET WS-GRP-PARM (WS-GRP-IDX) TO WS-GPA-IDX
               PERFORM 2030-CALCULAR-VENCTO THRU 2030-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2020-ACHAR-PARM - the tax's parameters for the group's company,
      * or failing that the ones for every company (company 00)
      ******************************************************************
       2020-ACHAR-PARM.
           SET PARM-ACHADO TO FALSE
           IF WS-QTD-GPA-ITENS = ZEROS
               GO TO 2020-EXIT
           END-IF
           SET WS-GPA-IDX TO 1
           SEARCH WS-GPA-ITEM
               AT END
                   CONTINUE
               WHEN WS-GPA-IMPOSTO (WS-GPA-IDX) = IP-IMPOSTO
                AND WS-GPA-EMPRESA (WS-GPA-IDX) = WS-EMPRESA-ATUAL
                   SET PARM-ACHADO TO TRUE
           END-SEARCH
           IF PARM-ACHADO
               GO TO 2020-EXIT
           END-IF
           SET WS-GPA-IDX TO 1
           SEARCH WS-GPA-ITEM
               AT END
                   CONTINUE
               WHEN WS-GPA-IMPOSTO (WS-GPA-IDX) = IP-IMPOSTO
                AND WS-GPA-EMPRESA (WS-GPA-IDX) = ZEROS
                   SET PARM-ACHADO TO TRUE
           END-SEARCH.
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2030-CALCULAR-VENCTO - the legal due date: the tax's day of
      * the month after the period (pulled back to the month's last
      * day when the month is shorter) and, when that is not a
      * business day, the business day before it - tax due dates
      * are anticipated, never postponed
      ******************************************************************
       2030-CALCULAR-VENCTO.
           MOVE IP-PERIODO TO WS-PERIODO-TRAB
           COMPUTE WS-DGU-ANO = WS-PTR-SECULO * 100 + WS-PTR-ANO
           COMPUTE WS-DGU-MES = WS-PTR-MES + 1
           IF WS-DGU-MES > 12
               MOVE 1 TO WS-DGU-MES
               ADD 1 TO WS-DGU-ANO
           END-IF
           MOVE WS-GPA-DIA-VENCTO (WS-GPA-IDX) TO WS-DGU-DIA

           MOVE 'VAL' TO DSRV-FUNCAO
           MOVE WS-DATA-GUIA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           PERFORM 2031-RECUAR-DIA THRU 2031-EXIT
               UNTIL DSRV-DATA-VALIDA
                  OR WS-DGU-DIA < 2

           MOVE 'DIU' TO DSRV-FUNCAO
           MOVE 'BRL' TO DSRV-MOEDA
           MOVE WS-DATA-GUIA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           PERFORM 2032-RECUAR-DIA-UTIL THRU 2032-EXIT
               UNTIL DSRV-EH-DIA-UTIL
                  OR DSRV-RETORNO NOT = ZEROS
                  OR WS-DGU-DIA < 2
           MOVE WS-DATA-GUIA-N TO WS-GRP-VENCTO (WS-GRP-IDX).
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2031-RECUAR-DIA - a day 29-31 the month does not have steps
      * back one day at a time to the month's last day
      ******************************************************************
       2031-RECUAR-DIA.
           SUBTRACT 1 FROM WS-DGU-DIA
           MOVE 'VAL' TO DSRV-FUNCAO
           MOVE WS-DATA-GUIA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA.
       2031-EXIT.
           EXIT.

      ******************************************************************
      * 2032-RECUAR-DIA-UTIL - one day back towards the prior business
      * day
      ******************************************************************
       2032-RECUAR-DIA-UTIL.
           SUBTRACT 1 FROM WS-DGU-DIA
           MOVE 'DIU' TO DSRV-FUNCAO
           MOVE 'BRL' TO DSRV-MOEDA
           MOVE WS-DATA-GUIA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA.
       2032-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CONVERTER-VALOR - the tax withheld in BRL: an accrual on a
      * foreign-currency payment converts at the run's rate, the way
      * PROGCOMM converts it into its control total
      ******************************************************************
       2050-CONVERTER-VALOR.
           MOVE 1 TO WS-TAXA-APLICADA
           IF IP-MOEDA NOT = 'BRL' AND WS-QTD-TAXAS > ZEROS
               SET WS-TAXA-IDX TO 1
               SEARCH WS-TAXA-ITEM
                   AT END
                       MOVE 1 TO WS-TAXA-APLICADA
                   WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = IP-MOEDA
                       MOVE WS-TAXA-VALOR (WS-TAXA-IDX)
                                             TO WS-TAXA-APLICADA
               END-SEARCH
           END-IF
           COMPUTE WS-VALOR-BRL ROUNDED
               = IP-VALOR-RETIDO * WS-TAXA-APLICADA.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-IMPOSTO - read the next tax-payable accrual
      ******************************************************************
       2100-READ-IMPOSTO.
           READ IMPOSTO-PAGAR
               AT END
                   SET FIM-IMPOSTO TO TRUE
           END-READ
           IF WS-FS-IMPOSTO NOT = '00' AND NOT = '10'
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GERAR-GUIA - one guide for a group with open accruals of
      * a closed period: a PAGTO-TRANS record to the tax authority
      * for the amount open, due on the legal date, carrying the
      * guide reference as its invoice number.  A tax with no
      * GUIAPARM line cannot be addressed and is left open for the
      * reconciliation to flag.
      ******************************************************************
       2500-GERAR-GUIA.
           IF WS-GRP-A-PAGAR (WS-GRP-IDX) = ZEROS
               GO TO 2500-EXIT
           END-IF
      *    A key past 999999 wraps to zero - the guide range is spent.
           IF WS-PROXIMA-CHAVE < 990001
               MOVE 'PAGGUIA' TO WS-ERRO-ARQUIVO
               MOVE 'CHAVE'   TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-GRP-PARM (WS-GRP-IDX) = ZEROS
               ADD 1 TO WS-QTD-SEM-PARM
               DISPLAY 'IMPOSTO SEM GUIAPARM: '
                   WS-GRP-IMPOSTO (WS-GRP-IDX) ' EMPRESA '
                   WS-GRP-EMPRESA (WS-GRP-IDX) ' PERIODO '
                   WS-GRP-PERIODO (WS-GRP-IDX)
               GO TO 2500-EXIT
           END-IF
           SET WS-GPA-IDX TO WS-GRP-PARM (WS-GRP-IDX)

           MOVE WS-GRP-PERIODO (WS-GRP-IDX) TO WS-PERIODO-TRAB
           MOVE WS-GRP-IMPOSTO (WS-GRP-IDX) TO WS-REF-IMPOSTO
           INSPECT WS-REF-IMPOSTO REPLACING ALL SPACE BY '-'
           MOVE WS-PTR-ANO                  TO WS-REF-ANO
           MOVE WS-PTR-MES                  TO WS-REF-MES
           MOVE WS-GRP-EMPRESA (WS-GRP-IDX) TO WS-REF-EMPRESA

           MOVE SPACES                  TO PAGTO-GUIA-REG
           MOVE WS-PROXIMA-CHAVE        TO GU-CHAVE
           ADD 1 TO WS-PROXIMA-CHAVE
           MOVE WS-GPA-FORN-ID (WS-GPA-IDX)   TO GU-FORN-ID
           MOVE WS-GPA-FORN-NOME (WS-GPA-IDX) TO GU-FORN-NOME
           MOVE WS-REF-GUIA             TO GU-NOTA-FISC
           MOVE WS-GRP-A-PAGAR (WS-GRP-IDX)   TO GU-VALOR
           MOVE 'BRL'                   TO GU-MOEDA
           MOVE WS-GRP-VENCTO (WS-GRP-IDX)    TO GU-VENCTO
           MOVE 'N'                     TO GU-TIPO
           MOVE WS-GRP-EMPRESA (WS-GRP-IDX)   TO GU-EMPRESA
           MOVE ZEROS                   TO GU-PARCELA
           MOVE ZEROS                   TO GU-QTD-PARCELAS
           MOVE ZEROS                   TO GU-VALOR-NOTA
           MOVE SPACES                  TO GU-LINHA-DIGITAVEL
           MOVE SPACES                  TO GU-NUM-PEDIDO
           MOVE SPACES                  TO GU-CENTRO-CUSTO
           MOVE WS-DATA-HOJE            TO GU-DATA-EMISSAO
           MOVE 'P'                     TO GU-PAGTO
           MOVE 'C'                     TO GU-ACAO
           MOVE SPACES                  TO GU-MOTIVO-CORRECAO
           WRITE PAGTO-GUIA-REG
           IF WS-FS-PAGTO-GUIA NOT = '00'
               MOVE 'PAGGUIA' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-GUIA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-REF-GUIA TO WS-GRP-GUIA (WS-GRP-IDX)
           ADD WS-GRP-A-PAGAR (WS-GRP-IDX) TO WS-GRP-GUIADO (WS-GRP-IDX)
           MOVE 'S' TO WS-GRP-NOVA (WS-GRP-IDX)
           ADD 1 TO WS-QTD-GUIAS
           ADD WS-GRP-A-PAGAR (WS-GRP-IDX) TO WS-TOTAL-GUIAS

           MOVE WS-REF-GUIA                       TO WS-REPORT-GU-REF
           MOVE WS-GPA-TIPO-GUIA (WS-GPA-IDX)     TO WS-REPORT-GU-TIPO
           MOVE WS-GPA-COD-RECEITA (WS-GPA-IDX)
                                             TO WS-REPORT-GU-RECEITA
           MOVE WS-GRP-EMPRESA (WS-GRP-IDX)  TO WS-REPORT-GU-EMPRESA
           MOVE WS-GRP-PERIODO (WS-GRP-IDX)  TO WS-REPORT-GU-PERIODO
           MOVE WS-GRP-VENCTO (WS-GRP-IDX)   TO WS-REPORT-GU-VENCTO
           MOVE WS-GRP-A-PAGAR (WS-GRP-IDX)  TO WS-REPORT-GU-VALOR
           MOVE WS-GPA-FORN-ID (WS-GPA-IDX)  TO WS-REPORT-GU-FORN
           MOVE WS-REPORT-GUIA-LINHA TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-MARCAR-ACUMULOS - second pass over IMPAPAG: every accrual
      * copied to IMPAPAN, the ones a guide of this run covers stamped
      * with the guide reference, the run date and their company
      ******************************************************************
       2600-MARCAR-ACUMULOS.
           CLOSE IMPOSTO-PAGAR
           OPEN INPUT IMPOSTO-PAGAR
           IF WS-FS-IMPOSTO NOT = '00'
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           OPEN OUTPUT IMPOSTO-NOVO
           IF WS-FS-IMPOSTO-NOVO NOT = '00'
               MOVE 'IMPAPAN' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           SET FIM-IMPOSTO TO FALSE
           PERFORM 2610-MARCAR-ACUMULO THRU 2610-EXIT
               UNTIL FIM-IMPOSTO
           CLOSE IMPOSTO-NOVO.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-MARCAR-ACUMULO - one accrual through to IMPAPAN
      ******************************************************************
       2610-MARCAR-ACUMULO.
           PERFORM 2100-READ-IMPOSTO THRU 2100-EXIT
           IF FIM-IMPOSTO
               GO TO 2610-EXIT
           END-IF

           IF IP-GUIA = SPACES AND IP-PERIODO < WS-PERIODO-CORTE
               PERFORM 2010-ACHAR-GRUPO THRU 2010-EXIT
               IF GUIA-NOVA (WS-GRP-IDX)
                   MOVE WS-EMPRESA-ATUAL        TO IP-EMPRESA
                   MOVE WS-GRP-GUIA (WS-GRP-IDX) TO IP-GUIA
                   MOVE WS-DATA-HOJE            TO IP-DATA-GUIA
                   ADD 1 TO WS-QTD-COBERTOS
               END-IF
           END-IF

           WRITE IMPOSTO-NOVO-REG FROM IMPOSTO-PAGAR-REG
           IF WS-FS-IMPOSTO-NOVO NOT = '00'
               MOVE 'IMPAPAN' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LER-HISTORICO - what the guides actually paid: every
      * settled (L) guide payment on PAGHIST, matched to its group by
      * the guide reference it carries as invoice number.  Without
      * the history nothing shows settled and the reconciliation
      * says so.
      ******************************************************************
       2700-LER-HISTORICO.
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST = '00'
               SET HA-HISTORICO TO TRUE
           ELSE
               DISPLAY 'HISTORICO INDISPONIVEL, STATUS: '
                   WS-FS-PAGTO-HIST
               GO TO 2700-EXIT
           END-IF

           MOVE ZEROS TO PH-CHAVE-HIST
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START
           PERFORM 2710-LER-PAGTO-HIST THRU 2710-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2710-LER-PAGTO-HIST - one history record; only a settled
      * payment in the guide key range can be a guide
      ******************************************************************
       2710-LER-PAGTO-HIST.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 2710-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-HIST-LIDOS

           IF NOT PH-LIQUIDADO OR PH-CHAVE < 990001
              OR WS-QTD-GRP-ITENS = ZEROS
               GO TO 2710-EXIT
           END-IF
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ITEM
               AT END
                   CONTINUE
               WHEN WS-GRP-GUIA (WS-GRP-IDX) = PH-NOTA-FISC
                   ADD PH-VALOR TO WS-GRP-LIQUIDADO (WS-GRP-IDX)
           END-SEARCH.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2800-CONCILIAR - withheld against guided and settled, one line
      * per company, tax and period, then the totals
      ******************************************************************
       2800-CONCILIAR.
           MOVE WS-QTD-GUIAS   TO WS-REPORT-TOT-QTD
           MOVE WS-TOTAL-GUIAS TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-GUIA-LINHA TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE SPACES TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CAB-CONC TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-QTD-GRP-ITENS > ZEROS
               PERFORM 2810-CONCILIAR-GRUPO THRU 2810-EXIT
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-QTD-GRP-ITENS
           END-IF

           MOVE WS-QTD-NAO-PAGOS TO WS-REPORT-TOT-NAOPG
           MOVE WS-REPORT-TOT-NAOPG-LINHA TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-CONCILIAR-GRUPO - one reconciliation line.  A closed
      * period whose withholding is not all settled is flagged once
      * its legal due date has passed - or at once when the tax has
      * no guide parameters and so can never be paid by this run.
      ******************************************************************
       2810-CONCILIAR-GRUPO.
           MOVE WS-GRP-EMPRESA (WS-GRP-IDX)   TO WS-REPORT-CC-EMPRESA
           MOVE WS-GRP-IMPOSTO (WS-GRP-IDX)   TO WS-REPORT-CC-IMPOSTO
           MOVE WS-GRP-PERIODO (WS-GRP-IDX)   TO WS-REPORT-CC-PERIODO
           MOVE WS-GRP-RETIDO (WS-GRP-IDX)    TO WS-REPORT-CC-RETIDO
           MOVE WS-GRP-GUIADO (WS-GRP-IDX)    TO WS-REPORT-CC-GUIADO
           MOVE WS-GRP-LIQUIDADO (WS-GRP-IDX)
                                         TO WS-REPORT-CC-LIQUIDADO
           EVALUATE TRUE
               WHEN WS-GRP-PERIODO (WS-GRP-IDX) NOT < WS-PERIODO-CORTE
                   MOVE 'PERIODO EM CURSO    ' TO WS-REPORT-CC-SITUACAO
               WHEN WS-GRP-LIQUIDADO (WS-GRP-IDX)
                        NOT < WS-GRP-RETIDO (WS-GRP-IDX)
                   MOVE 'PAGO                ' TO WS-REPORT-CC-SITUACAO
               WHEN WS-GRP-PARM (WS-GRP-IDX) = ZEROS
                   MOVE '*** SEM GUIAPARM    ' TO WS-REPORT-CC-SITUACAO
                   ADD 1 TO WS-QTD-NAO-PAGOS
               WHEN WS-GRP-VENCTO (WS-GRP-IDX) < WS-DATA-HOJE
                   MOVE '*** RETIDO NAO PAGO ' TO WS-REPORT-CC-SITUACAO
                   ADD 1 TO WS-QTD-NAO-PAGOS
               WHEN GUIA-NOVA (WS-GRP-IDX)
                   MOVE 'GUIA GERADA         ' TO WS-REPORT-CC-SITUACAO
               WHEN OTHER
                   MOVE 'GUIA A VENCER       ' TO WS-REPORT-CC-SITUACAO
           END-EVALUATE
           MOVE WS-REPORT-CONC-LINHA TO GUIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report the run
      ******************************************************************
       3000-FINALIZE.
           CLOSE IMPOSTO-PAGAR
           CLOSE PAGTO-GUIA
           CLOSE GUIA-RPT
           CLOSE JOB-LOG
           DISPLAY 'ACUMULOS LIDOS........: ' WS-QTD-LIDOS
           DISPLAY 'ACUMULOS COBERTOS.....: ' WS-QTD-COBERTOS
           DISPLAY 'GUIAS GERADAS.........: ' WS-QTD-GUIAS
           DISPLAY 'VALOR DAS GUIAS.......: ' WS-TOTAL-GUIAS
           DISPLAY 'IMPOSTOS SEM GUIAPARM.: ' WS-QTD-SEM-PARM
           DISPLAY 'RETIDOS E NAO PAGOS...: ' WS-QTD-NAO-PAGOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE GUIA-RPT-REG
           IF WS-FS-GUIA-RPT NOT = '00'
               MOVE 'GUIARPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-GUIA-RPT TO WS-ERRO-STATUS
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
       END PROGRAM PROGGUIA.
