      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: maintenance and follow-up of the internal-audit
      *          findings recorded against the payments PROGAMOS
      *          sampled.  The ACHATRN transactions are applied to the
      *          ACHADOS master:
      *            I opens a finding on a sampled payment - its key
      *              must be on the AMOSTRA register - classed E
      *              (error, with the BRL amount in error) or O
      *              (observation), with who is responsible for it and
      *              by when it should be settled;
      *            S moves a finding on - A aberto, P em providencia,
      *              R regularizado, C cancelado - with a follow-up
      *              note, a new deadline or a new responsible.
      *          Every change is written to the ACHAAUD trail with who
      *          and when; rejected transactions go to ACHAREJ.  The
      *          rewritten master comes out on ACHADN in the order the
      *          findings were opened and the job copies it back over
      *          ACHADOS.  ACHARPT then lists the open findings (A and
      *          P) aged from the day they were opened to the PARMDATA
      *          date (today by default), flags the ones past their
      *          deadline and buckets them by age, and gives each
      *          sample its error rate - sampled payments with an
      *          error finding not cancelled over the payments sampled,
      *          and the BRL in error over the BRL sampled.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the audit findings follow-up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACHA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMOSTRAS     ASSIGN TO "AMOSTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AMOSTRAS.
           SELECT ACHADOS      ASSIGN TO "ACHADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACHADOS.
           SELECT ACHADOS-NOVO ASSIGN TO "ACHADN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACHADN.
           SELECT ACHA-TRANS   ASSIGN TO "ACHATRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACHA-TRANS.
           SELECT ACHA-AUDIT   ASSIGN TO "ACHAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACHA-AUDIT.
           SELECT REJEICOES    ASSIGN TO "ACHAREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEICOES.
           SELECT PARM-DATA    ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-DATA.
           SELECT ACHA-RPT     ASSIGN TO "ACHARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACHA-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  AMOSTRAS
           RECORDING MODE IS F.
       01  AMOSTRAS-REG.
           COPY AMOSREC.

      ******************************************************************
      * One finding - the sampled payment (PAGHIST run date and key)
      * and its sequence on it, the sample it came from, class and
      * follow-up status, the BRL in error, what was found, who must
      * settle it and by when, who opened it and when, and the last
      * follow-up: when, by whom and what was noted.
      ******************************************************************
       FD  ACHADOS
           RECORDING MODE IS F.
       01  ACHADOS-REG.
           05  AC-DATA-RUN               PIC 9(08).
           05  AC-CHAVE                  PIC 9(06).
           05  AC-SEQ                    PIC 9(02).
           05  AC-PERIODO                PIC 9(06).
           05  AC-EMPRESA                PIC 9(02).
           05  AC-CLASSE                 PIC X(01).
           05  AC-SITUACAO               PIC X(01).
           05  AC-VALOR-ERRO             PIC 9(09)V99.
           05  AC-DESCRICAO              PIC X(40).
           05  AC-RESPONSAVEL            PIC X(08).
           05  AC-PRAZO                  PIC 9(08).
           05  AC-DATA-ABERTURA          PIC 9(08).
           05  AC-AUDITOR                PIC X(08).
           05  AC-DATA-SITUACAO          PIC 9(08).
           05  AC-OPERADOR-SIT           PIC X(08).
           05  AC-NOTA                   PIC X(40).

       FD  ACHADOS-NOVO
           RECORDING MODE IS F.
       01  ACHADOS-NOVO-REG              PIC X(165).

      ******************************************************************
      * One maintenance transaction - I opens a finding on the sampled
      * payment (class, BRL in error, description, responsible and
      * deadline); S moves finding AT-SEQ on to the status given
      * (spaces keep it), the description being the follow-up note
      * and a responsible or deadline given replacing the old one.
      ******************************************************************
       FD  ACHA-TRANS
           RECORDING MODE IS F.
       01  ACHA-TRANS-REG.
           05  AT-ACAO                   PIC X(01).
               88  AT-INCLUIR            VALUE 'I'.
               88  AT-SITUACAO-NOVA      VALUE 'S'.
           05  AT-DATA-RUN               PIC 9(08).
           05  AT-CHAVE                  PIC 9(06).
           05  AT-SEQ                    PIC 9(02).
           05  AT-CLASSE                 PIC X(01).
           05  AT-SITUACAO               PIC X(01).
           05  AT-VALOR-ERRO             PIC 9(09)V99.
           05  AT-DESCRICAO              PIC X(40).
           05  AT-RESPONSAVEL            PIC X(08).
           05  AT-PRAZO                  PIC 9(08).
           05  AT-OPERADOR               PIC X(08).

      ******************************************************************
      * Audit trail - I opened, S moved on: which finding, status
      * before and after, who and when, and what was written.
      ******************************************************************
       FD  ACHA-AUDIT
           RECORDING MODE IS F.
       01  ACHA-AUDIT-REG.
           05  AA-ACAO                   PIC X(01).
           05  FILLER                    PIC X(01).
           05  AA-DATA-RUN               PIC 9(08).
           05  FILLER                    PIC X(01).
           05  AA-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  AA-SEQ                    PIC 9(02).
           05  FILLER                    PIC X(01).
           05  AA-SITU-ANT               PIC X(01).
           05  FILLER                    PIC X(01).
           05  AA-SITU-NOVA              PIC X(01).
           05  FILLER                    PIC X(01).
           05  AA-OPERADOR               PIC X(08).
           05  FILLER                    PIC X(01).
           05  AA-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  AA-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  AA-TEXTO                  PIC X(40).

       FD  REJEICOES
           RECORDING MODE IS F.
       01  REJEICOES-REG.
           05  RJ-ACAO                   PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-DATA-RUN               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-CHAVE                  PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-SEQ                    PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-OPERADOR               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-MOTIVO                 PIC X(30).

       FD  PARM-DATA
           RECORDING MODE IS F.
       01  PARM-DATA-REG                 PIC X(10).

       FD  ACHA-RPT
           RECORDING MODE IS F.
       01  ACHA-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-AMOSTRAS       PIC X(01) VALUE 'N'.
               88  FIM-AMOSTRAS      VALUE 'S'.
           05  WS-EOF-ACHADOS        PIC X(01) VALUE 'N'.
               88  FIM-ACHADOS       VALUE 'S'.
           05  WS-EOF-TRANS          PIC X(01) VALUE 'N'.
               88  FIM-ACHA-TRANS    VALUE 'S'.
           05  WS-PARM-DATA-SIT      PIC X(01) VALUE 'N'.
               88  HA-PARM-DATA      VALUE 'S'.
           05  WS-AMOSTRA-SIT        PIC X(01) VALUE 'N'.
               88  AMOSTRA-ACHADA    VALUE 'S' FALSE 'N'.
           05  WS-ACHADO-SIT         PIC X(01) VALUE 'N'.
               88  ACHADO-ACHADO     VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-AMOSTRA-LIDOS  PIC 9(05) VALUE ZEROS.
           05  WS-QTD-MASTER-LIDOS   PIC 9(05) VALUE ZEROS.
           05  WS-QTD-TRANS-LIDAS    PIC 9(05) VALUE ZEROS.
           05  WS-QTD-INCLUIDOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ALTERADOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-REJEITADOS     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-GRAVADOS       PIC 9(05) VALUE ZEROS.
           05  WS-QTD-EM-ABERTO      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-VENCIDOS       PIC 9(05) VALUE ZEROS.
           05  WS-QTD-DATA-INVAL     PIC 9(05) VALUE ZEROS.
           05  WS-TOTAL-ABERTO       PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-VENCIDO      PIC 9(11)V99 VALUE ZEROS.

       77 WS-FS-AMOSTRAS            PIC X(02) VALUE SPACES.
       77 WS-FS-ACHADOS             PIC X(02) VALUE SPACES.
       77 WS-FS-ACHADN              PIC X(02) VALUE SPACES.
       77 WS-FS-ACHA-TRANS          PIC X(02) VALUE SPACES.
       77 WS-FS-ACHA-AUDIT          PIC X(02) VALUE SPACES.
       77 WS-FS-REJEICOES           PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-DATA           PIC X(02) VALUE SPACES.
       77 WS-FS-ACHA-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-MOSTRA                 PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77 WS-REF-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-EM-ABERTO         PIC S9(07) VALUE ZEROS.
       77 WS-DATA-RUN-BUSCA         PIC 9(08) VALUE ZEROS.
       77 WS-CHAVE-BUSCA            PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-BUSCA              PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMA-SEQ             PIC 9(02) VALUE ZEROS.
       77 WS-ACAO-AUDIT             PIC X(01) VALUE SPACES.
       77 WS-SITU-ANT-AUDIT         PIC X(01) VALUE SPACES.
       77 WS-FAIXA-NUM              PIC 9(01) VALUE ZEROS.
       77 WS-SMP-NUM                PIC 9(03) VALUE ZEROS.

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

      ******************************************************************
      * The AMOSTRA register - every sampled payment, the sample it
      * belongs to, its BRL value and whether an error finding not
      * cancelled stands against it.
      ******************************************************************
       01  WS-TABELA-AMOSTRA.
           05  WS-AMK-ITEM           OCCURS 5000 TIMES
                                     INDEXED BY WS-AMK-IDX.
               10  WS-AMK-DATA-RUN   PIC 9(08).
               10  WS-AMK-CHAVE      PIC 9(06).
               10  WS-AMK-PERIODO    PIC 9(06).
               10  WS-AMK-EMPRESA    PIC 9(02).
               10  WS-AMK-VALOR-BRL  PIC 9(11)V99.
               10  WS-AMK-AMOSTRA    PIC 9(03).
               10  WS-AMK-ERRO       PIC X(01).
                   88  WS-AMK-COM-ERRO  VALUE 'S'.
       77 WS-QTD-AMK                PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * One entry per sample (period and company) - size, BRL sampled,
      * payments with an error and the BRL in error.
      ******************************************************************
       01  WS-TABELA-SAMPLES.
           05  WS-SMP-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-SMP-IDX.
               10  WS-SMP-PERIODO    PIC 9(06).
               10  WS-SMP-EMPRESA    PIC 9(02).
               10  WS-SMP-QTD        PIC 9(05).
               10  WS-SMP-VALOR      PIC 9(13)V99.
               10  WS-SMP-QTD-ERRO   PIC 9(05).
               10  WS-SMP-VALOR-ERRO PIC 9(13)V99.
       77 WS-QTD-SMP                PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * The findings master in memory - every finding on file plus
      * the ones this run opens, in the ACHADOS record layout.
      ******************************************************************
       01  WS-TABELA-ACHADOS.
           05  WS-ACH-ITEM           OCCURS 3000 TIMES
                                     INDEXED BY WS-ACH-IDX.
               10  WS-ACH-DATA-RUN   PIC 9(08).
               10  WS-ACH-CHAVE      PIC 9(06).
               10  WS-ACH-SEQ        PIC 9(02).
               10  WS-ACH-PERIODO    PIC 9(06).
               10  WS-ACH-EMPRESA    PIC 9(02).
               10  WS-ACH-CLASSE     PIC X(01).
                   88  WS-ACH-ERRO      VALUE 'E'.
                   88  WS-ACH-OBSERVACAO VALUE 'O'.
               10  WS-ACH-SITUACAO   PIC X(01).
                   88  WS-ACH-ABERTO    VALUE 'A'.
                   88  WS-ACH-PROVIDENCIA VALUE 'P'.
                   88  WS-ACH-REGULARIZADO VALUE 'R'.
                   88  WS-ACH-CANCELADO VALUE 'C'.
                   88  WS-ACH-PENDENTE  VALUES 'A' 'P'.
               10  WS-ACH-VALOR-ERRO PIC 9(09)V99.
               10  WS-ACH-DESCRICAO  PIC X(40).
               10  WS-ACH-RESPONSAVEL PIC X(08).
               10  WS-ACH-PRAZO      PIC 9(08).
               10  WS-ACH-DATA-ABERTURA PIC 9(08).
               10  WS-ACH-AUDITOR    PIC X(08).
               10  WS-ACH-DATA-SITUACAO PIC 9(08).
               10  WS-ACH-OPERADOR-SIT PIC X(08).
               10  WS-ACH-NOTA       PIC X(40).
       77 WS-QTD-ACHADOS            PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * Aging buckets - count and BRL in error of the open findings
      * per band of days since they were opened.  Band 1 = 0-30
      * days, 2 = 31-60 days, 3 = 61-90 days, 4 = over 90 days.
      ******************************************************************
       01  WS-TABELA-FAIXAS.
           05  WS-FAIXA-ITEM         OCCURS 4 TIMES
                                     INDEXED BY WS-FAIXA-IDX.
               10  WS-FAIXA-QTD      PIC 9(07) COMP-3.
               10  WS-FAIXA-VALOR    PIC 9(11)V99 COMP-3.

       77 WS-TAXA-QTD               PIC 9(03)V99 VALUE ZEROS.
       77 WS-TAXA-VALOR             PIC 9(03)V99 VALUE ZEROS.

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
               VALUE 'ACOMPANHAMENTO DOS ACHADOS DE AUDITORIA '.
           05  FILLER                PIC X(24)
               VALUE 'SOBRE AMOSTRAS DE PAGTOS'.
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-REPORT-DATA-LINHA.
           05  FILLER                PIC X(14) VALUE 'DATA DE REFER.'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-DATA-REF    PIC 9(08).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  WS-REPORT-TEXTO           PIC X(80) VALUE SPACES.

       01  WS-REPORT-DET-LINHA.
           05  FILLER                PIC X(06) VALUE 'CHAVE='.
           05  WS-REPORT-DET-CHAVE   PIC 9(06).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-REPORT-DET-SEQ     PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-CLASSE  PIC X(01).
           05  WS-REPORT-DET-SITU    PIC X(01).
           05  FILLER                PIC X(06) VALUE ' RESP='.
           05  WS-REPORT-DET-RESP    PIC X(08).
           05  FILLER                PIC X(08) VALUE ' ABERTO='.
           05  WS-REPORT-DET-ABERTO  PIC 9(08).
           05  FILLER                PIC X(06) VALUE ' DIAS='.
           05  WS-REPORT-DET-DIAS    PIC ZZZZ9.
           05  WS-REPORT-DET-VENCIDO PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-VALOR   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(05) VALUE SPACES.

       01  WS-REPORT-DESC-LINHA.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-REPORT-DESC-TEXTO  PIC X(40).
           05  FILLER                PIC X(07) VALUE ' PRAZO='.
           05  WS-REPORT-DESC-PRAZO  PIC 9(08).
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-REPORT-FAIXA-LINHA.
           05  WS-REPORT-FAIXA-DESC  PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-FAIXA-QTD   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-FAIXA-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-REPORT-SMP-LINHA.
           05  FILLER                PIC X(04) VALUE 'PER='.
           05  WS-REPORT-SMP-PERIODO PIC 9(06).
           05  FILLER                PIC X(05) VALUE ' EMP='.
           05  WS-REPORT-SMP-EMPRESA PIC 9(02).
           05  FILLER                PIC X(07) VALUE ' ITENS='.
           05  WS-REPORT-SMP-QTD     PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE ' COM ERRO='.
           05  WS-REPORT-SMP-QTD-ERRO PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE ' TAXA DE ERRO='.
           05  WS-REPORT-SMP-TAXA-QTD PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE '%'.
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-REPORT-SMPV-LINHA.
           05  FILLER                PIC X(14) VALUE '  BRL AMOSTRA='.
           05  WS-REPORT-SMPV-VALOR  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE ' EM ERRO='.
           05  WS-REPORT-SMPV-ERRO   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE ' TAXA='.
           05  WS-REPORT-SMPV-TAXA   PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE '%'.
           05  FILLER                PIC X(06) VALUE SPACES.

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
      * 0000-MAINLINE - the sample register and the findings into
      * memory, the transactions, the master back out, the report
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANS    THRU 2000-EXIT
               UNTIL FIM-ACHA-TRANS
           PERFORM 3000-GRAVAR-MASTER    THRU 3000-EXIT
           PERFORM 4000-APURAR-AMOSTRAS  THRU 4000-EXIT
           PERFORM 5000-IMPRIMIR-RELATORIO THRU 5000-EXIT
           PERFORM 9000-FINALIZE         THRU 9000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - as-of date, the register and the master into
      * the tables, the day's files
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

           PERFORM 1050-CARREGAR-DATA-REF THRU 1050-EXIT
           PERFORM 1100-CARREGAR-AMOSTRA  THRU 1100-EXIT
           PERFORM 1200-CARREGAR-MASTER   THRU 1200-EXIT

           OPEN INPUT ACHA-TRANS
           IF WS-FS-ACHA-TRANS NOT = '00'
               DISPLAY 'SEM TRANSACOES DE ACHADOS, STATUS: '
                   WS-FS-ACHA-TRANS
               SET FIM-ACHA-TRANS TO TRUE
           END-IF

           OPEN EXTEND ACHA-AUDIT
           IF WS-FS-ACHA-AUDIT NOT = '00'
               CLOSE ACHA-AUDIT
               OPEN OUTPUT ACHA-AUDIT
           END-IF
           IF WS-FS-ACHA-AUDIT NOT = '00'
               MOVE 'ACHAAUD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHA-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND REJEICOES
           IF WS-FS-REJEICOES NOT = '00'
               CLOSE REJEICOES
               OPEN OUTPUT REJEICOES
           END-IF
           IF WS-FS-REJEICOES NOT = '00'
               MOVE 'ACHAREJ' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REJEICOES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT ACHA-RPT
           IF WS-FS-ACHA-RPT NOT = '00'
               MOVE 'ACHARPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHA-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF NOT FIM-ACHA-TRANS
               PERFORM 2100-READ-TRANS THRU 2100-EXIT
           END-IF.
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
      * 1100-CARREGAR-AMOSTRA - every sampled payment into the key
      * table, and each sample's size and BRL into the sample table.
      * No register yet is an empty one - no finding can be opened.
      ******************************************************************
       1100-CARREGAR-AMOSTRA.
           OPEN INPUT AMOSTRAS
           IF WS-FS-AMOSTRAS NOT = '00'
               DISPLAY 'SEM REGISTRO DE AMOSTRAS, STATUS: '
                   WS-FS-AMOSTRAS
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LER-AMOSTRA THRU 1110-EXIT
               UNTIL FIM-AMOSTRAS
           CLOSE AMOSTRAS.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LER-AMOSTRA - one register line into the tables
      ******************************************************************
       1110-LER-AMOSTRA.
           READ AMOSTRAS
               AT END
                   SET FIM-AMOSTRAS TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF WS-FS-AMOSTRAS NOT = '00'
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-AMOSTRAS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-AMOSTRA-LIDOS

           SET WS-SMP-IDX TO 1
           SEARCH WS-SMP-ITEM
               AT END
                   PERFORM 1120-NOVA-AMOSTRA THRU 1120-EXIT
               WHEN WS-SMP-IDX > WS-QTD-SMP
                   PERFORM 1120-NOVA-AMOSTRA THRU 1120-EXIT
               WHEN WS-SMP-PERIODO (WS-SMP-IDX) = AM-PERIODO
                AND WS-SMP-EMPRESA (WS-SMP-IDX) = AM-EMPRESA
                   CONTINUE
           END-SEARCH
           ADD 1            TO WS-SMP-QTD (WS-SMP-IDX)
           ADD AM-VALOR-BRL TO WS-SMP-VALOR (WS-SMP-IDX)

           IF WS-QTD-AMK >= 5000
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-AMK
           SET WS-AMK-IDX TO WS-QTD-AMK
           SET WS-SMP-NUM TO WS-SMP-IDX
           MOVE AM-DATA-RUN  TO WS-AMK-DATA-RUN (WS-AMK-IDX)
           MOVE AM-CHAVE     TO WS-AMK-CHAVE (WS-AMK-IDX)
           MOVE AM-PERIODO   TO WS-AMK-PERIODO (WS-AMK-IDX)
           MOVE AM-EMPRESA   TO WS-AMK-EMPRESA (WS-AMK-IDX)
           MOVE AM-VALOR-BRL TO WS-AMK-VALOR-BRL (WS-AMK-IDX)
           MOVE WS-SMP-NUM   TO WS-AMK-AMOSTRA (WS-AMK-IDX)
           MOVE 'N'          TO WS-AMK-ERRO (WS-AMK-IDX).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1120-NOVA-AMOSTRA - a new entry for the line's period and
      * company at the end of the sample table
      ******************************************************************
       1120-NOVA-AMOSTRA.
           IF WS-QTD-SMP >= 200
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-SMP
           SET WS-SMP-IDX TO WS-QTD-SMP
           INITIALIZE WS-SMP-ITEM (WS-SMP-IDX)
           MOVE AM-PERIODO TO WS-SMP-PERIODO (WS-SMP-IDX)
           MOVE AM-EMPRESA TO WS-SMP-EMPRESA (WS-SMP-IDX).
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-MASTER - every finding on file into the table.
      * No master yet is an empty one.
      ******************************************************************
       1200-CARREGAR-MASTER.
           OPEN INPUT ACHADOS
           IF WS-FS-ACHADOS NOT = '00'
               DISPLAY 'SEM CADASTRO DE ACHADOS, STATUS: '
                   WS-FS-ACHADOS
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LER-ACHADO THRU 1210-EXIT
               UNTIL FIM-ACHADOS
           CLOSE ACHADOS.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LER-ACHADO - one master record into the table
      ******************************************************************
       1210-LER-ACHADO.
           READ ACHADOS
               AT END
                   SET FIM-ACHADOS TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF WS-FS-ACHADOS NOT = '00'
               MOVE 'ACHADOS' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHADOS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-MASTER-LIDOS
           PERFORM 1300-ACRESCENTAR THRU 1300-EXIT
           MOVE ACHADOS-REG TO WS-ACH-ITEM (WS-ACH-IDX).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ACRESCENTAR - a new entry at the end of the findings
      * table, positioned for the caller to fill
      ******************************************************************
       1300-ACRESCENTAR.
           IF WS-QTD-ACHADOS >= 3000
               MOVE 'ACHADOS' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ACHADOS
           SET WS-ACH-IDX TO WS-QTD-ACHADOS.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRANS - one maintenance transaction through the
      * edits onto the table
      ******************************************************************
       2000-PROCESS-TRANS.
           ADD 1 TO WS-QTD-TRANS-LIDAS
           MOVE SPACES TO REJEICOES-REG

           IF NOT AT-INCLUIR AND NOT AT-SITUACAO-NOVA
               MOVE 'ACAO INVALIDA (I OU S)       ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF
           IF AT-OPERADOR = SPACES
               MOVE 'OPERADOR NAO INFORMADO       ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF
           IF AT-DATA-RUN NOT NUMERIC OR AT-CHAVE NOT NUMERIC
               MOVE 'CHAVE DO PAGAMENTO INVALIDA  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF
           IF AT-PRAZO NOT NUMERIC
               MOVE 'PRAZO INVALIDO               ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF
           IF AT-PRAZO > ZEROS
               MOVE 'VAL'    TO DSRV-FUNCAO
               MOVE AT-PRAZO TO DSRV-DATA
               MOVE SPACES   TO DSRV-MOEDA
               CALL 'PROGDSRV' USING DSRV-COMMAREA
               IF NOT DSRV-DATA-VALIDA
                   MOVE 'PRAZO INVALIDO               ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
                   GO TO 2000-LER
               END-IF
           END-IF

           MOVE AT-DATA-RUN TO WS-DATA-RUN-BUSCA
           MOVE AT-CHAVE    TO WS-CHAVE-BUSCA
           IF AT-INCLUIR
               PERFORM 2200-INCLUIR-ACHADO THRU 2200-EXIT
           ELSE
               PERFORM 2300-ALTERAR-ACHADO THRU 2300-EXIT
           END-IF.

       2000-LER.
           PERFORM 2100-READ-TRANS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2060-GRAVA-REJEICAO - log one rejected transaction
      ******************************************************************
       2060-GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE AT-ACAO               TO RJ-ACAO
           MOVE ACHA-TRANS-REG (2:8)  TO RJ-DATA-RUN
           MOVE ACHA-TRANS-REG (10:6) TO RJ-CHAVE
           MOVE ACHA-TRANS-REG (16:2) TO RJ-SEQ
           MOVE AT-OPERADOR           TO RJ-OPERADOR
           WRITE REJEICOES-REG
           IF WS-FS-REJEICOES NOT = '00'
               MOVE 'ACHAREJ' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-REJEICOES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           DISPLAY 'TRANSACAO REJEITADA...: ' AT-ACAO ' '
               RJ-CHAVE '/' RJ-SEQ ' ' RJ-MOTIVO.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-TRANS - read the next maintenance transaction
      ******************************************************************
       2100-READ-TRANS.
           READ ACHA-TRANS
               AT END
                   SET FIM-ACHA-TRANS TO TRUE
           END-READ
           IF WS-FS-ACHA-TRANS NOT = '00' AND NOT = '10'
               MOVE 'ACHATRN' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHA-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-INCLUIR-ACHADO - open a finding on a sampled payment, the
      * next sequence on its key
      ******************************************************************
       2200-INCLUIR-ACHADO.
           PERFORM 2400-ACHAR-AMOSTRA THRU 2400-EXIT
           IF NOT AMOSTRA-ACHADA
               MOVE 'PAGAMENTO FORA DAS AMOSTRAS  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2200-EXIT
           END-IF
           IF AT-CLASSE NOT = 'E' AND NOT = 'O'
               MOVE 'CLASSE INVALIDA (E OU O)     ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2200-EXIT
           END-IF
           IF AT-VALOR-ERRO NOT NUMERIC
               MOVE 'VALOR EM ERRO INVALIDO       ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2200-EXIT
           END-IF
           IF AT-DESCRICAO = SPACES
               MOVE 'DESCRICAO NAO INFORMADA      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2200-EXIT
           END-IF

      *    The next sequence is one past the last on the key.
           MOVE ZEROS TO WS-ULTIMA-SEQ
           PERFORM 2210-ULTIMA-SEQ THRU 2210-EXIT
               VARYING WS-ACH-IDX FROM 1 BY 1
               UNTIL WS-ACH-IDX > WS-QTD-ACHADOS
           IF WS-ULTIMA-SEQ >= 99
               MOVE 'LIMITE DE ACHADOS NA CHAVE   ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2200-EXIT
           END-IF

           PERFORM 1300-ACRESCENTAR THRU 1300-EXIT
           INITIALIZE WS-ACH-ITEM (WS-ACH-IDX)
           MOVE AT-DATA-RUN   TO WS-ACH-DATA-RUN (WS-ACH-IDX)
           MOVE AT-CHAVE      TO WS-ACH-CHAVE (WS-ACH-IDX)
           COMPUTE WS-ACH-SEQ (WS-ACH-IDX) = WS-ULTIMA-SEQ + 1
           MOVE WS-AMK-PERIODO (WS-AMK-IDX)
                              TO WS-ACH-PERIODO (WS-ACH-IDX)
           MOVE WS-AMK-EMPRESA (WS-AMK-IDX)
                              TO WS-ACH-EMPRESA (WS-ACH-IDX)
           MOVE AT-CLASSE     TO WS-ACH-CLASSE (WS-ACH-IDX)
           SET WS-ACH-ABERTO (WS-ACH-IDX) TO TRUE
           MOVE AT-VALOR-ERRO TO WS-ACH-VALOR-ERRO (WS-ACH-IDX)
           MOVE AT-DESCRICAO  TO WS-ACH-DESCRICAO (WS-ACH-IDX)
           MOVE AT-RESPONSAVEL TO WS-ACH-RESPONSAVEL (WS-ACH-IDX)
           MOVE AT-PRAZO      TO WS-ACH-PRAZO (WS-ACH-IDX)
           MOVE WS-DATA-HOJE  TO WS-ACH-DATA-ABERTURA (WS-ACH-IDX)
           MOVE AT-OPERADOR   TO WS-ACH-AUDITOR (WS-ACH-IDX)
           MOVE WS-DATA-HOJE  TO WS-ACH-DATA-SITUACAO (WS-ACH-IDX)
           MOVE AT-OPERADOR   TO WS-ACH-OPERADOR-SIT (WS-ACH-IDX)
           ADD 1 TO WS-QTD-INCLUIDOS

           MOVE 'I'    TO WS-ACAO-AUDIT
           MOVE SPACES TO WS-SITU-ANT-AUDIT
           PERFORM 6000-GRAVAR-AUDIT THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

       2210-ULTIMA-SEQ.
           IF WS-ACH-DATA-RUN (WS-ACH-IDX) = WS-DATA-RUN-BUSCA
              AND WS-ACH-CHAVE (WS-ACH-IDX) = WS-CHAVE-BUSCA
              AND WS-ACH-SEQ (WS-ACH-IDX) > WS-ULTIMA-SEQ
               MOVE WS-ACH-SEQ (WS-ACH-IDX) TO WS-ULTIMA-SEQ
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ALTERAR-ACHADO - move a finding on: a new status, and
      * the note, responsible and deadline the transaction brings
      ******************************************************************
       2300-ALTERAR-ACHADO.
           IF AT-SEQ NOT NUMERIC
               MOVE 'ACHADO NAO CADASTRADO        ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE AT-SEQ TO WS-SEQ-BUSCA
           PERFORM 2500-ACHAR-ACHADO THRU 2500-EXIT
           IF NOT ACHADO-ACHADO
               MOVE 'ACHADO NAO CADASTRADO        ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2300-EXIT
           END-IF
           IF AT-SITUACAO NOT = SPACE
              AND AT-SITUACAO NOT = 'A' AND NOT = 'P'
                             AND NOT = 'R' AND NOT = 'C'
               MOVE 'SITUACAO INVALIDA (A/P/R/C)  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2300-EXIT
           END-IF
           IF (AT-SITUACAO = SPACE
               OR AT-SITUACAO = WS-ACH-SITUACAO (WS-ACH-IDX))
              AND AT-DESCRICAO = SPACES
              AND AT-RESPONSAVEL = SPACES
              AND AT-PRAZO = ZEROS
               MOVE 'NADA A ALTERAR NO ACHADO     ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2300-EXIT
           END-IF

           MOVE WS-ACH-SITUACAO (WS-ACH-IDX) TO WS-SITU-ANT-AUDIT
           IF AT-SITUACAO NOT = SPACE
               MOVE AT-SITUACAO TO WS-ACH-SITUACAO (WS-ACH-IDX)
           END-IF
           IF AT-DESCRICAO NOT = SPACES
               MOVE AT-DESCRICAO TO WS-ACH-NOTA (WS-ACH-IDX)
           END-IF
           IF AT-RESPONSAVEL NOT = SPACES
               MOVE AT-RESPONSAVEL TO WS-ACH-RESPONSAVEL (WS-ACH-IDX)
           END-IF
           IF AT-PRAZO > ZEROS
               MOVE AT-PRAZO TO WS-ACH-PRAZO (WS-ACH-IDX)
           END-IF
           MOVE WS-DATA-HOJE TO WS-ACH-DATA-SITUACAO (WS-ACH-IDX)
           MOVE AT-OPERADOR  TO WS-ACH-OPERADOR-SIT (WS-ACH-IDX)
           ADD 1 TO WS-QTD-ALTERADOS

           MOVE 'S' TO WS-ACAO-AUDIT
           PERFORM 6000-GRAVAR-AUDIT THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ACHAR-AMOSTRA - position the register entry for the
      * payment in WS-DATA-RUN-BUSCA / WS-CHAVE-BUSCA
      ******************************************************************
       2400-ACHAR-AMOSTRA.
           SET AMOSTRA-ACHADA TO FALSE
           IF WS-QTD-AMK = ZEROS
               GO TO 2400-EXIT
           END-IF
           SET WS-AMK-IDX TO 1
           SEARCH WS-AMK-ITEM
               AT END
                   CONTINUE
               WHEN WS-AMK-IDX > WS-QTD-AMK
                   CONTINUE
               WHEN WS-AMK-DATA-RUN (WS-AMK-IDX) = WS-DATA-RUN-BUSCA
                AND WS-AMK-CHAVE (WS-AMK-IDX) = WS-CHAVE-BUSCA
                   SET AMOSTRA-ACHADA TO TRUE
           END-SEARCH.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACHAR-ACHADO - position the findings table entry for the
      * payment in WS-DATA-RUN-BUSCA / WS-CHAVE-BUSCA and sequence
      * WS-SEQ-BUSCA
      ******************************************************************
       2500-ACHAR-ACHADO.
           SET ACHADO-ACHADO TO FALSE
           IF WS-QTD-ACHADOS = ZEROS
               GO TO 2500-EXIT
           END-IF
           SET WS-ACH-IDX TO 1
           SEARCH WS-ACH-ITEM
               AT END
                   CONTINUE
               WHEN WS-ACH-IDX > WS-QTD-ACHADOS
                   CONTINUE
               WHEN WS-ACH-DATA-RUN (WS-ACH-IDX) = WS-DATA-RUN-BUSCA
                AND WS-ACH-CHAVE (WS-ACH-IDX) = WS-CHAVE-BUSCA
                AND WS-ACH-SEQ (WS-ACH-IDX) = WS-SEQ-BUSCA
                   SET ACHADO-ACHADO TO TRUE
           END-SEARCH.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVAR-MASTER - the new master, every finding in the
      * order it was opened
      ******************************************************************
       3000-GRAVAR-MASTER.
           OPEN OUTPUT ACHADOS-NOVO
           IF WS-FS-ACHADN NOT = '00'
               MOVE 'ACHADN'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHADN TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 3010-GRAVAR-ACHADO THRU 3010-EXIT
               VARYING WS-ACH-IDX FROM 1 BY 1
               UNTIL WS-ACH-IDX > WS-QTD-ACHADOS
           CLOSE ACHADOS-NOVO.
       3000-EXIT.
           EXIT.

       3010-GRAVAR-ACHADO.
           MOVE WS-ACH-ITEM (WS-ACH-IDX) TO ACHADOS-NOVO-REG
           WRITE ACHADOS-NOVO-REG
           IF WS-FS-ACHADN NOT = '00'
               MOVE 'ACHADN'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHADN TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APURAR-AMOSTRAS - each error finding not cancelled marks
      * its sampled payment and adds its BRL to the sample's error;
      * then the marked payments are counted per sample, so a payment
      * with two errors counts once
      ******************************************************************
       4000-APURAR-AMOSTRAS.
           PERFORM 4010-MARCAR-ERRO THRU 4010-EXIT
               VARYING WS-ACH-IDX FROM 1 BY 1
               UNTIL WS-ACH-IDX > WS-QTD-ACHADOS
           PERFORM 4020-CONTAR-ITEM THRU 4020-EXIT
               VARYING WS-AMK-IDX FROM 1 BY 1
               UNTIL WS-AMK-IDX > WS-QTD-AMK.
       4000-EXIT.
           EXIT.

       4010-MARCAR-ERRO.
           IF NOT WS-ACH-ERRO (WS-ACH-IDX)
              OR WS-ACH-CANCELADO (WS-ACH-IDX)
               GO TO 4010-EXIT
           END-IF
           MOVE WS-ACH-DATA-RUN (WS-ACH-IDX) TO WS-DATA-RUN-BUSCA
           MOVE WS-ACH-CHAVE (WS-ACH-IDX)    TO WS-CHAVE-BUSCA
           PERFORM 2400-ACHAR-AMOSTRA THRU 2400-EXIT
           IF NOT AMOSTRA-ACHADA
               GO TO 4010-EXIT
           END-IF
           SET WS-AMK-COM-ERRO (WS-AMK-IDX) TO TRUE
           SET WS-SMP-IDX TO WS-AMK-AMOSTRA (WS-AMK-IDX)
           ADD WS-ACH-VALOR-ERRO (WS-ACH-IDX)
                                 TO WS-SMP-VALOR-ERRO (WS-SMP-IDX).
       4010-EXIT.
           EXIT.

       4020-CONTAR-ITEM.
           IF WS-AMK-COM-ERRO (WS-AMK-IDX)
               SET WS-SMP-IDX TO WS-AMK-AMOSTRA (WS-AMK-IDX)
               ADD 1 TO WS-SMP-QTD-ERRO (WS-SMP-IDX)
           END-IF.
       4020-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR-RELATORIO - the open findings aged and bucketed,
      * then the error rate of each sample
      ******************************************************************
       5000-IMPRIMIR-RELATORIO.
           MOVE WS-REPORT-TITULO TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REF-DATA-NUM TO WS-REPORT-DATA-REF
           MOVE WS-REPORT-DATA-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 5050-ZERAR-FAIXA THRU 5050-EXIT
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > 4

           MOVE SPACES TO WS-REPORT-TEXTO
           MOVE WS-REPORT-TEXTO TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'ACHADOS EM ABERTO (* = PRAZO VENCIDO)'
                                 TO WS-REPORT-TEXTO
           MOVE WS-REPORT-TEXTO TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5200-IMPRIMIR-ABERTO THRU 5200-EXIT
               VARYING WS-ACH-IDX FROM 1 BY 1
               UNTIL WS-ACH-IDX > WS-QTD-ACHADOS

           MOVE SPACES TO WS-REPORT-TEXTO
           MOVE WS-REPORT-TEXTO TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5300-IMPRIMIR-FAIXA THRU 5300-EXIT
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > 4
           MOVE 'TOTAL EM ABERTO............' TO WS-REPORT-FAIXA-DESC
           MOVE WS-QTD-EM-ABERTO  TO WS-REPORT-FAIXA-QTD
           MOVE WS-TOTAL-ABERTO   TO WS-REPORT-FAIXA-VALOR
           MOVE WS-REPORT-FAIXA-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'COM PRAZO VENCIDO..........' TO WS-REPORT-FAIXA-DESC
           MOVE WS-QTD-VENCIDOS   TO WS-REPORT-FAIXA-QTD
           MOVE WS-TOTAL-VENCIDO  TO WS-REPORT-FAIXA-VALOR
           MOVE WS-REPORT-FAIXA-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE SPACES TO WS-REPORT-TEXTO
           MOVE WS-REPORT-TEXTO TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'TAXA DE ERRO POR AMOSTRA' TO WS-REPORT-TEXTO
           MOVE WS-REPORT-TEXTO TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5400-IMPRIMIR-AMOSTRA THRU 5400-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-QTD-SMP.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5050-ZERAR-FAIXA - zero one aging bucket
      ******************************************************************
       5050-ZERAR-FAIXA.
           MOVE ZEROS TO WS-FAIXA-QTD   (WS-FAIXA-IDX)
           MOVE ZEROS TO WS-FAIXA-VALOR (WS-FAIXA-IDX).
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE ACHA-RPT-REG
           IF WS-FS-ACHA-RPT NOT = '00'
               MOVE 'ACHARPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHA-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-IMPRIMIR-ABERTO - one open finding aged by the days since
      * it was opened, bucketed and printed with its description
      ******************************************************************
       5200-IMPRIMIR-ABERTO.
           IF NOT WS-ACH-PENDENTE (WS-ACH-IDX)
               GO TO 5200-EXIT
           END-IF

           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE WS-ACH-DATA-ABERTURA (WS-ACH-IDX) TO DSRV-DATA
           MOVE WS-REF-DATA-NUM TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO NOT = ZEROS
      *        An opening date the service rejects must not ride the
      *        previous record's arithmetic into a bucket.
               ADD 1 TO WS-QTD-DATA-INVAL
               DISPLAY 'DATA DE ABERTURA INVALIDA, FORA DO AGING: '
                   WS-ACH-CHAVE (WS-ACH-IDX) '/'
                   WS-ACH-SEQ (WS-ACH-IDX)
               GO TO 5200-EXIT
           END-IF
           MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS-EM-ABERTO
           IF WS-DIAS-EM-ABERTO < 0
               MOVE ZEROS TO WS-DIAS-EM-ABERTO
           END-IF
           ADD 1 TO WS-QTD-EM-ABERTO
           ADD WS-ACH-VALOR-ERRO (WS-ACH-IDX) TO WS-TOTAL-ABERTO

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
           ADD 1 TO WS-FAIXA-QTD (WS-FAIXA-IDX)
           ADD WS-ACH-VALOR-ERRO (WS-ACH-IDX)
                                 TO WS-FAIXA-VALOR (WS-FAIXA-IDX)

           MOVE SPACE TO WS-REPORT-DET-VENCIDO
           IF WS-ACH-PRAZO (WS-ACH-IDX) > ZEROS
              AND WS-ACH-PRAZO (WS-ACH-IDX) < WS-REF-DATA-NUM
               MOVE '*' TO WS-REPORT-DET-VENCIDO
               ADD 1 TO WS-QTD-VENCIDOS
               ADD WS-ACH-VALOR-ERRO (WS-ACH-IDX) TO WS-TOTAL-VENCIDO
           END-IF

           MOVE WS-ACH-CHAVE (WS-ACH-IDX)    TO WS-REPORT-DET-CHAVE
           MOVE WS-ACH-SEQ (WS-ACH-IDX)      TO WS-REPORT-DET-SEQ
           MOVE WS-ACH-CLASSE (WS-ACH-IDX)   TO WS-REPORT-DET-CLASSE
           MOVE WS-ACH-SITUACAO (WS-ACH-IDX) TO WS-REPORT-DET-SITU
           MOVE WS-ACH-RESPONSAVEL (WS-ACH-IDX) TO WS-REPORT-DET-RESP
           MOVE WS-ACH-DATA-ABERTURA (WS-ACH-IDX)
                                             TO WS-REPORT-DET-ABERTO
           MOVE WS-DIAS-EM-ABERTO            TO WS-REPORT-DET-DIAS
           MOVE WS-ACH-VALOR-ERRO (WS-ACH-IDX) TO WS-REPORT-DET-VALOR
           MOVE WS-REPORT-DET-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-ACH-DESCRICAO (WS-ACH-IDX) TO WS-REPORT-DESC-TEXTO
           MOVE WS-ACH-PRAZO (WS-ACH-IDX)     TO WS-REPORT-DESC-PRAZO
           MOVE WS-REPORT-DESC-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-IMPRIMIR-FAIXA - one total line per aging bucket
      ******************************************************************
       5300-IMPRIMIR-FAIXA.
           SET WS-FAIXA-NUM TO WS-FAIXA-IDX
           MOVE WS-FAIXA-DESC (WS-FAIXA-NUM) TO WS-REPORT-FAIXA-DESC
           MOVE WS-FAIXA-QTD (WS-FAIXA-IDX)   TO WS-REPORT-FAIXA-QTD
           MOVE WS-FAIXA-VALOR (WS-FAIXA-IDX) TO WS-REPORT-FAIXA-VALOR
           MOVE WS-REPORT-FAIXA-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-AMOSTRA - one sample's error rate, by payments
      * and by BRL
      ******************************************************************
       5400-IMPRIMIR-AMOSTRA.
           MOVE ZEROS TO WS-TAXA-QTD
           MOVE ZEROS TO WS-TAXA-VALOR
           IF WS-SMP-QTD (WS-SMP-IDX) > ZEROS
               COMPUTE WS-TAXA-QTD ROUNDED
                   = WS-SMP-QTD-ERRO (WS-SMP-IDX) * 100
                   / WS-SMP-QTD (WS-SMP-IDX)
           END-IF
           IF WS-SMP-VALOR (WS-SMP-IDX) > ZEROS
               COMPUTE WS-TAXA-VALOR ROUNDED
                   = WS-SMP-VALOR-ERRO (WS-SMP-IDX) * 100
                   / WS-SMP-VALOR (WS-SMP-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TAXA-VALOR
               END-COMPUTE
           END-IF

           MOVE WS-SMP-PERIODO (WS-SMP-IDX)  TO WS-REPORT-SMP-PERIODO
           MOVE WS-SMP-EMPRESA (WS-SMP-IDX)  TO WS-REPORT-SMP-EMPRESA
           MOVE WS-SMP-QTD (WS-SMP-IDX)      TO WS-REPORT-SMP-QTD
           MOVE WS-SMP-QTD-ERRO (WS-SMP-IDX) TO WS-REPORT-SMP-QTD-ERRO
           MOVE WS-TAXA-QTD                  TO WS-REPORT-SMP-TAXA-QTD
           MOVE WS-REPORT-SMP-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-SMP-VALOR (WS-SMP-IDX)      TO WS-REPORT-SMPV-VALOR
           MOVE WS-SMP-VALOR-ERRO (WS-SMP-IDX) TO WS-REPORT-SMPV-ERRO
           MOVE WS-TAXA-VALOR                  TO WS-REPORT-SMPV-TAXA
           MOVE WS-REPORT-SMPV-LINHA TO ACHA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRAVAR-AUDIT - one change to the trail: which finding,
      * status before and after, who and when, and the text written
      ******************************************************************
       6000-GRAVAR-AUDIT.
           MOVE SPACES                        TO ACHA-AUDIT-REG
           MOVE WS-ACAO-AUDIT                 TO AA-ACAO
           MOVE WS-ACH-DATA-RUN (WS-ACH-IDX)  TO AA-DATA-RUN
           MOVE WS-ACH-CHAVE (WS-ACH-IDX)     TO AA-CHAVE
           MOVE WS-ACH-SEQ (WS-ACH-IDX)       TO AA-SEQ
           MOVE WS-SITU-ANT-AUDIT             TO AA-SITU-ANT
           MOVE WS-ACH-SITUACAO (WS-ACH-IDX)  TO AA-SITU-NOVA
           MOVE AT-OPERADOR                   TO AA-OPERADOR
           MOVE AT-DESCRICAO                  TO AA-TEXTO
           ACCEPT AA-DATA FROM DATE YYYYMMDD
           ACCEPT AA-HORA FROM TIME
           WRITE ACHA-AUDIT-REG
           IF WS-FS-ACHA-AUDIT NOT = '00'
               MOVE 'ACHAAUD' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-ACHA-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE - close the files and report what was done
      ******************************************************************
       9000-FINALIZE.
           IF WS-FS-ACHA-TRANS = '00' OR '10'
               CLOSE ACHA-TRANS
           END-IF
           CLOSE ACHA-AUDIT
           CLOSE REJEICOES
           CLOSE ACHA-RPT
           CLOSE JOB-LOG
           DISPLAY 'PAGTOS NAS AMOSTRAS...: ' WS-QTD-AMOSTRA-LIDOS
           DISPLAY 'ACHADOS NO CADASTRO...: ' WS-QTD-MASTER-LIDOS
           DISPLAY 'TRANSACOES LIDAS......: ' WS-QTD-TRANS-LIDAS
           DISPLAY 'ACHADOS ABERTOS.......: ' WS-QTD-INCLUIDOS
           DISPLAY 'ACHADOS MOVIMENTADOS..: ' WS-QTD-ALTERADOS
           DISPLAY 'TRANSACOES REJEITADAS.: ' WS-QTD-REJEITADOS
           DISPLAY 'ACHADOS GRAVADOS......: ' WS-QTD-GRAVADOS
           DISPLAY 'EM ABERTO NA DATA.....: ' WS-QTD-EM-ABERTO
           DISPLAY 'COM PRAZO VENCIDO.....: ' WS-QTD-VENCIDOS.
       9000-EXIT.
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
       END PROGRAM PROGACHA.
