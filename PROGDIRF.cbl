      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: year-end withholding run - one comprovante anual de
      *          rendimentos e retencoes per vendor and company for
      *          the calendar year named on DIRFPARM (the previous
      *          year when absent), with the vendor's CNPJ and razao
      *          social from FORNCAD and, month by month, the gross
      *          paid, each tax withheld and the net; the same totals
      *          go out on the fixed-layout DIRFDECL extract for the
      *          annual declaration to the tax authority.  The net
      *          comes from the settled (C/L) payments on PAGHIST, the
      *          taxes from the IMPAPAG accruals; a payment reversed
      *          through PROGREV (V) or returned by the bank (D) is
      *          left out together with the tax accrued on it.  A
      *          control page proves that what the statements declare
      *          plus what was netted out adds up to the year's
      *          IMPAPAG totals, tax by tax - replacing the February
      *          spreadsheet built from twelve PROGIRRF printouts.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the annual withholding run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDIRF IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-DIRF    ASSIGN TO "DIRFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-DIRF.
           SELECT IMPOSTO-PAGAR ASSIGN TO "IMPAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPOSTO.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT SORT-WORK    ASSIGN TO "DIRFSORT".
           SELECT DIRF-RPT     ASSIGN TO "DIRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIRF-RPT.
           SELECT DIRF-DECL    ASSIGN TO "DIRFDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIRF-DECL.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-DIRF
           RECORDING MODE IS F.
       01  PARM-DIRF-REG.
           05  DP-ANO                    PIC 9(04).

      ******************************************************************
      * One tax-payable accrual exactly as PROGCOMM's
      * 2026-GRAVAR-IMPOSTO lays it out.
      ******************************************************************
       FD  IMPOSTO-PAGAR
           RECORDING MODE IS F.
       01  IMPOSTO-PAGAR-REG.
           05  IP-DATA                   PIC 9(08).
           05  IP-DATA-R REDEFINES IP-DATA.
               10  IP-ANO                PIC 9(04).
               10  IP-MES                PIC 9(02).
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

       FD  PAGTO-HIST
           RECORDING MODE IS F.
       01  PAGTO-HIST-REG.
           05  PH-CHAVE-HIST.
               10  PH-DATA-RUN           PIC 9(08).
               10  PH-DATA-RUN-R REDEFINES PH-DATA-RUN.
                   15  PH-ANO-RUN        PIC 9(04).
                   15  PH-MES-RUN        PIC 9(02).
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
               88  PH-PAGO               VALUES 'C' 'L'.
               88  PH-ESTORNADO          VALUES 'V' 'D'.
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

      ******************************************************************
      * Sort record - company, vendor and month in front, then what
      * the item is: a settled payment's net (P) or a tax accrued on
      * it (I, with the tax's slot in WS-TABELA-IMPOSTOS), in BRL.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-REG.
           05  SR-EMPRESA                PIC 9(02).
           05  SR-FORN-ID                PIC 9(05).
           05  SR-MES                    PIC 9(02).
           05  SR-TIPO                   PIC X(01).
               88  SR-PAGAMENTO          VALUE 'P'.
               88  SR-IMPOSTO            VALUE 'I'.
           05  SR-IMP-SUB                PIC 9(02).
           05  SR-VALOR                  PIC 9(11)V99.

       FD  DIRF-RPT
           RECORDING MODE IS F.
       01  DIRF-RPT-REG                  PIC X(80).

       FD  DIRF-DECL
           RECORDING MODE IS F.
       01  DIRF-DECL-REG                 PIC X(100).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-IMPOSTO        PIC X(01) VALUE 'N'.
               88  FIM-IMPOSTO       VALUE 'S'.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S'.
           05  WS-BENEFICIARIO       PIC X(01) VALUE 'N'.
               88  HA-BENEFICIARIO   VALUE 'S' FALSE 'N'.
           05  WS-ACUMULO-ESTORNADO  PIC X(01) VALUE 'N'.
               88  ACUMULO-ESTORNADO VALUE 'S' FALSE 'N'.
           05  WS-IMP-ACHADO         PIC X(01) VALUE 'N'.
               88  IMPOSTO-ACHADO    VALUE 'S' FALSE 'N'.
           05  WS-FORN-CADASTRADO    PIC X(01) VALUE 'N'.
               88  FORN-CADASTRADO   VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PAGTOS         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PAGTOS-ESTORNO PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ACUM-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ACUM-ANO       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ACUM-ESTORNO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-COMPROVANTES   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CADASTRO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DECL-REGS      PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-ESTORNADO    PIC 9(11)V99 VALUE ZEROS.
           05  WS-DECL-TOT-BRUTO     PIC 9(13)V99 VALUE ZEROS.
           05  WS-DECL-TOT-RETIDO    PIC 9(13)V99 VALUE ZEROS.

       77 WS-FS-PARM-DIRF           PIC X(02) VALUE SPACES.
       77 WS-FS-IMPOSTO             PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-DIRF-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-DIRF-DECL           PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-ANO                    PIC 9(04) VALUE ZEROS.
       77 WS-DATA-INICIO            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM               PIC 9(08) VALUE ZEROS.
       77 WS-EMPRESA-ATUAL          PIC 9(02) VALUE 1.
       77 WS-VALOR-BRL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-SUB-MES                PIC 9(02) COMP VALUE ZEROS.
       77 WS-SUB-IMP                PIC 9(02) COMP VALUE ZEROS.
      *    An accrual is written when PROGCOMM confirms the payment,
      *    stamped with the machine date, which can run a few days
      *    past the business date the payment carries on PAGHIST.
       77 WS-JANELA-ESTORNO         PIC 9(02) VALUE 5.

       01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO           PIC 9(04).
           05  WS-HOJE-MMDD          PIC 9(04).

      ******************************************************************
      * Taxes met on the year's accruals - what IMPAPAG holds for the
      * year, what was netted out with reversed/returned payments and
      * what the statements declare; the control page proves the
      * first is the sum of the other two.
      ******************************************************************
       01  WS-TABELA-IMPOSTOS.
           05  WS-IMP-ITEM           OCCURS 10 TIMES
                                     INDEXED BY WS-IMP-IDX.
               10  WS-IMP-NOME       PIC X(04).
               10  WS-IMP-IMPAPAG    PIC 9(11)V99 COMP-3.
               10  WS-IMP-ESTORNADO  PIC 9(11)V99 COMP-3.
               10  WS-IMP-DECLARADO  PIC 9(11)V99 COMP-3.
       77 WS-QTD-IMP-ITENS          PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * Payments of the year reversed (V) or returned (D) - the
      * accruals they carried are netted out of the statements.
      ******************************************************************
       01  WS-TABELA-ESTORNOS.
           05  WS-EST-ITEM           OCCURS 3000 TIMES
                                     INDEXED BY WS-EST-IDX.
               10  WS-EST-CHAVE      PIC 9(06).
               10  WS-EST-FORN-ID    PIC 9(05).
               10  WS-EST-DATA       PIC 9(08).
       77 WS-QTD-EST-ITENS          PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * One vendor/company under construction - the net and each
      * tax per month, then the year's totals.
      ******************************************************************
       01  WS-BENEF-EMPRESA         PIC 9(02) VALUE ZEROS.
       01  WS-BENEF-FORN-ID         PIC 9(05) VALUE ZEROS.
       01  WS-BENEF-RAZAO           PIC X(30) VALUE SPACES.
       01  WS-BENEF-CNPJ            PIC X(14) VALUE SPACES.
       01  WS-ACUMULADOR.
           05  WS-ACM-MES            OCCURS 12 TIMES.
               10  WS-ACM-LIQUIDO    PIC 9(11)V99 COMP-3.
               10  WS-ACM-IMPOSTO    PIC 9(11)V99 COMP-3
                                     OCCURS 10 TIMES.
           05  WS-ACM-ANO-IMPOSTO    PIC 9(11)V99 COMP-3
                                     OCCURS 10 TIMES.
           05  WS-ACM-ANO-BRUTO      PIC 9(13)V99 COMP-3.
           05  WS-ACM-ANO-RETIDO     PIC 9(13)V99 COMP-3.
           05  WS-ACM-ANO-LIQUIDO    PIC 9(13)V99 COMP-3.
       01  WS-MES-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01  WS-MES-RETIDO            PIC 9(11)V99 VALUE ZEROS.
       01  WS-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.

           COPY PAYTAX.

           COPY DATCOMM.

      ******************************************************************
      * DIRFDECL - fixed 100-byte records: a header, per vendor/
      * company/month the gross, tax withheld and net (type 1) and
      * each tax withheld that month (type 2), then a trailer.
      ******************************************************************
       01  WS-DECL-HEADER.
           05  DH-TIPO               PIC X(01) VALUE '0'.
           05  DH-ANO                PIC 9(04).
           05  DH-DATA-GERACAO       PIC 9(08).
           05  FILLER                PIC X(87) VALUE SPACES.

       01  WS-DECL-BENEF.
           05  DB-TIPO               PIC X(01) VALUE '1'.
           05  DB-ANO                PIC 9(04).
           05  DB-EMPRESA            PIC 9(02).
           05  DB-FORN-ID            PIC 9(05).
           05  DB-CNPJ               PIC X(14).
           05  DB-MES                PIC 9(02).
           05  DB-BRUTO              PIC 9(11)V99.
           05  DB-RETIDO             PIC 9(11)V99.
           05  DB-LIQUIDO            PIC 9(11)V99.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-DECL-IMPOSTO.
           05  DI-TIPO               PIC X(01) VALUE '2'.
           05  DI-ANO                PIC 9(04).
           05  DI-EMPRESA            PIC 9(02).
           05  DI-FORN-ID            PIC 9(05).
           05  DI-CNPJ               PIC X(14).
           05  DI-MES                PIC 9(02).
           05  DI-IMPOSTO            PIC X(04).
           05  DI-RETIDO             PIC 9(11)V99.
           05  FILLER                PIC X(55) VALUE SPACES.

       01  WS-DECL-TRAILER.
           05  DT-TIPO               PIC X(01) VALUE '9'.
           05  DT-ANO                PIC 9(04).
           05  DT-QTD-REGISTROS      PIC 9(07).
           05  DT-TOTAL-BRUTO        PIC 9(13)V99.
           05  DT-TOTAL-RETIDO       PIC 9(13)V99.
           05  FILLER                PIC X(58) VALUE SPACES.

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
      * Statement and control-page lines.
      ******************************************************************
       01  WS-REPORT-SEPARADOR.
           05  FILLER                PIC X(40)
               VALUE '========================================'.
           05  FILLER                PIC X(40)
               VALUE '========================================'.

       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'COMPROVANTE ANUAL DE RENDIMENTOS E RETEN'.
           05  FILLER                PIC X(23)
               VALUE 'COES - ANO-CALENDARIO: '.
           05  WS-REPORT-ANO         PIC 9(04).
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-REPORT-FONTE-LINHA.
           05  FILLER                PIC X(24)
               VALUE 'FONTE PAGADORA: EMPRESA '.
           05  WS-REPORT-EMPRESA     PIC 9(02).
           05  FILLER                PIC X(54) VALUE SPACES.

       01  WS-REPORT-BENEF-LINHA.
           05  FILLER                PIC X(14) VALUE 'BENEFICIARIO: '.
           05  WS-REPORT-FORN-ID     PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-RAZAO       PIC X(30).
           05  FILLER                PIC X(07) VALUE ' CNPJ: '.
           05  WS-REPORT-CNPJ        PIC X(14).
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-REPORT-CAB-MES.
           05  FILLER                PIC X(40)
               VALUE '  MES    RENDIMENTO BRUTO     IMPOSTO RE'.
           05  FILLER                PIC X(40)
               VALUE 'TIDO      VALOR LIQUIDO                 '.

       01  WS-REPORT-MES-LINHA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-REPORT-MES-LBL     PIC X(03).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-REPORT-MES-BRUTO   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-REPORT-MES-RETIDO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-REPORT-MES-LIQUIDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(17) VALUE SPACES.

       01  WS-REPORT-IMP-LINHA.
           05  FILLER                PIC X(23) VALUE SPACES.
           05  WS-REPORT-IMP-NOME    PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-IMP-VALOR   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       01  WS-REPORT-CAB-CONTROLE.
           05  FILLER                PIC X(40)
               VALUE 'PAGINA DE CONTROLE - RETENCOES DO ANO   '.
           05  WS-REPORT-CTL-ANO     PIC 9(04).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-REPORT-CAB-CTL-COL.
           05  FILLER                PIC X(40)
               VALUE 'IMPO    IMPAPAG NO ANO        ESTORNADOS'.
           05  FILLER                PIC X(40)
               VALUE '         DECLARADO SITUACAO             '.

       01  WS-REPORT-CTL-LINHA.
           05  WS-REPORT-CTL-IMP     PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CTL-IMPAPAG PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CTL-ESTORNO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CTL-DECLAR  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-CTL-SITUACAO PIC X(15).

       01  WS-REPORT-CTL-QTD-LINHA.
           05  WS-REPORT-CTL-ROTULO  PIC X(30).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-CTL-QTD     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-NOMES-MESES.
           05  FILLER                PIC X(36)
               VALUE 'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  WS-NOMES-MESES-R REDEFINES WS-NOMES-MESES.
           05  WS-NOME-MES           PIC X(03) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - sort the year's settled payments and accruals
      * by company and vendor, write one statement per vendor, then
      * the control page
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SR-EMPRESA
                                SR-FORN-ID
                                SR-MES
               INPUT  PROCEDURE IS 2000-CLASSIFICAR
                                   THRU 2000-FIM
               OUTPUT PROCEDURE IS 2500-EMITIR
                                   THRU 2500-FIM

           PERFORM 2900-PAGINA-CONTROLE THRU 2900-EXIT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the calendar year (DIRFPARM, or the year
      * before the run), the rates, the history, the accruals, the
      * vendor master, the statements and the declaration extract
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
           COMPUTE WS-ANO = WS-HOJE-ANO - 1
           OPEN INPUT PARM-DIRF
           IF WS-FS-PARM-DIRF = '00'
               READ PARM-DIRF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-ANO NUMERIC AND DP-ANO > ZEROS
                           MOVE DP-ANO TO WS-ANO
                       END-IF
               END-READ
               CLOSE PARM-DIRF
           END-IF
           COMPUTE WS-DATA-INICIO = WS-ANO * 10000 + 0101
           COMPUTE WS-DATA-FIM    = WS-ANO * 10000 + 1231

           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT

           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT IMPOSTO-PAGAR
           IF WS-FS-IMPOSTO NOT = '00'
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT DIRF-RPT
           IF WS-FS-DIRF-RPT NOT = '00'
               MOVE 'DIRFRPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-DIRF-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT DIRF-DECL
           IF WS-FS-DIRF-DECL NOT = '00'
               MOVE 'DIRFDECL' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-DIRF-DECL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-ANO       TO DH-ANO
           MOVE WS-DATA-HOJE TO DH-DATA-GERACAO
           MOVE WS-DECL-HEADER TO DIRF-DECL-REG
           PERFORM 5200-WRITE-DECL THRU 5200-EXIT.
       1000-EXIT.
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
      * 2000-CLASSIFICAR - sort input: the year's history first (it
      * also tells which payments were reversed or returned), then
      * the year's accruals
      ******************************************************************
       2000-CLASSIFICAR.
           MOVE WS-DATA-INICIO TO PH-DATA-RUN
           MOVE ZEROS          TO PH-CHAVE
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START
           PERFORM 2100-LER-PAGTO-HIST THRU 2100-EXIT
               UNTIL FIM-PAGTO-HIST

           PERFORM 2200-LER-ACUMULO THRU 2200-EXIT
               UNTIL FIM-IMPOSTO.
       2000-FIM.
           EXIT.

      ******************************************************************
      * 2100-LER-PAGTO-HIST - one payment of the year: a settled one
      * releases its net for the vendor's month; a reversed or
      * returned one is remembered so the tax accrued on it is netted
      * out too.  Credit notes and the tax guides themselves (keys
      * 990001 up) are no vendor income.
      ******************************************************************
       2100-LER-PAGTO-HIST.
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
           IF PH-DATA-RUN > WS-DATA-FIM
               SET FIM-PAGTO-HIST TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-QTD-HIST-LIDOS

           IF PH-TP-CREDITO OR PH-CHAVE NOT < 990001
               GO TO 2100-EXIT
           END-IF

           IF PH-ESTORNADO
               PERFORM 2110-GUARDAR-ESTORNO THRU 2110-EXIT
               GO TO 2100-EXIT
           END-IF
           IF NOT PH-PAGO
               GO TO 2100-EXIT
           END-IF

           MOVE 1 TO WS-TAXA-APLICADA
           IF PH-MOEDA NOT = 'BRL' AND WS-QTD-TAXAS > ZEROS
               SET WS-TAXA-IDX TO 1
               SEARCH WS-TAXA-ITEM
                   AT END
                       MOVE 1 TO WS-TAXA-APLICADA
                   WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = PH-MOEDA
                       MOVE WS-TAXA-VALOR (WS-TAXA-IDX)
                                             TO WS-TAXA-APLICADA
               END-SEARCH
           END-IF
           COMPUTE WS-VALOR-BRL ROUNDED = PH-VALOR * WS-TAXA-APLICADA

           MOVE 1 TO WS-EMPRESA-ATUAL
           IF PH-EMPRESA NUMERIC AND PH-EMPRESA > ZEROS
               MOVE PH-EMPRESA TO WS-EMPRESA-ATUAL
           END-IF
           MOVE WS-EMPRESA-ATUAL TO SR-EMPRESA
           MOVE PH-FORN-ID       TO SR-FORN-ID
           MOVE PH-MES-RUN       TO SR-MES
           MOVE 'P'              TO SR-TIPO
           MOVE ZEROS            TO SR-IMP-SUB
           MOVE WS-VALOR-BRL     TO SR-VALOR
           RELEASE SORT-WORK-REG
           ADD 1 TO WS-QTD-PAGTOS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-GUARDAR-ESTORNO - remember a reversed/returned payment
      ******************************************************************
       2110-GUARDAR-ESTORNO.
           IF WS-QTD-EST-ITENS >= 3000
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-EST-ITENS
           SET WS-EST-IDX TO WS-QTD-EST-ITENS
           MOVE PH-CHAVE    TO WS-EST-CHAVE (WS-EST-IDX)
           MOVE PH-FORN-ID  TO WS-EST-FORN-ID (WS-EST-IDX)
           MOVE PH-DATA-RUN TO WS-EST-DATA (WS-EST-IDX)
           ADD 1 TO WS-QTD-PAGTOS-ESTORNO.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LER-ACUMULO - one accrual: every accrual of the year
      * counts in its tax's IMPAPAG total; one on a reversed/returned
      * payment goes to the netted-out column, the rest is released
      * for the vendor's month
      ******************************************************************
       2200-LER-ACUMULO.
           READ IMPOSTO-PAGAR
               AT END
                   SET FIM-IMPOSTO TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF WS-FS-IMPOSTO NOT = '00'
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-IMPOSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ACUM-LIDOS
           IF IP-ANO NOT = WS-ANO
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-ACUM-ANO

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
               = IP-VALOR-RETIDO * WS-TAXA-APLICADA

           PERFORM 2230-ACHAR-IMPOSTO THRU 2230-EXIT
           ADD WS-VALOR-BRL TO WS-IMP-IMPAPAG (WS-IMP-IDX)

           SET ACUMULO-ESTORNADO TO FALSE
           IF WS-QTD-EST-ITENS > ZEROS
               PERFORM 2220-CONFERIR-ESTORNO THRU 2220-EXIT
                   VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-QTD-EST-ITENS
                      OR ACUMULO-ESTORNADO
           END-IF
           IF ACUMULO-ESTORNADO
               ADD WS-VALOR-BRL TO WS-IMP-ESTORNADO (WS-IMP-IDX)
               ADD WS-VALOR-BRL TO WS-TOTAL-ESTORNADO
               ADD 1 TO WS-QTD-ACUM-ESTORNO
               GO TO 2200-EXIT
           END-IF

           MOVE 1 TO WS-EMPRESA-ATUAL
           IF IP-EMPRESA NUMERIC AND IP-EMPRESA > ZEROS
               MOVE IP-EMPRESA TO WS-EMPRESA-ATUAL
           END-IF
           MOVE WS-EMPRESA-ATUAL TO SR-EMPRESA
           MOVE IP-FORN-ID       TO SR-FORN-ID
           MOVE IP-MES           TO SR-MES
           MOVE 'I'              TO SR-TIPO
           SET WS-SUB-IMP        TO WS-IMP-IDX
           MOVE WS-SUB-IMP       TO SR-IMP-SUB
           MOVE WS-VALOR-BRL     TO SR-VALOR
           RELEASE SORT-WORK-REG.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2220-CONFERIR-ESTORNO - the accrual belongs to a reversed or
      * returned payment when key and vendor agree and it was written
      * within the window after the payment's business date
      ******************************************************************
       2220-CONFERIR-ESTORNO.
           IF WS-EST-CHAVE (WS-EST-IDX) NOT = IP-CHAVE
              OR WS-EST-FORN-ID (WS-EST-IDX) NOT = IP-FORN-ID
               GO TO 2220-EXIT
           END-IF
           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE WS-EST-DATA (WS-EST-IDX) TO DSRV-DATA
           MOVE IP-DATA                  TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO = ZEROS
              AND DSRV-DIAS-DIFERENCA NOT < ZEROS
              AND DSRV-DIAS-DIFERENCA NOT > WS-JANELA-ESTORNO
               SET ACUMULO-ESTORNADO TO TRUE
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2230-ACHAR-IMPOSTO - find (or open) the accrual's tax entry
      ******************************************************************
       2230-ACHAR-IMPOSTO.
           SET IMPOSTO-ACHADO TO FALSE
           IF WS-QTD-IMP-ITENS > ZEROS
               SET WS-IMP-IDX TO 1
               SEARCH WS-IMP-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-IMP-NOME (WS-IMP-IDX) = IP-IMPOSTO
                       SET IMPOSTO-ACHADO TO TRUE
               END-SEARCH
           END-IF
           IF NOT IMPOSTO-ACHADO
               IF WS-QTD-IMP-ITENS >= 10
                   MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
                   MOVE 'TABELA'  TO WS-ERRO-OPERACAO
                   MOVE 'OV'      TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               ADD 1 TO WS-QTD-IMP-ITENS
               SET WS-IMP-IDX TO WS-QTD-IMP-ITENS
               MOVE IP-IMPOSTO TO WS-IMP-NOME (WS-IMP-IDX)
               MOVE ZEROS      TO WS-IMP-IMPAPAG (WS-IMP-IDX)
               MOVE ZEROS      TO WS-IMP-ESTORNADO (WS-IMP-IDX)
               MOVE ZEROS      TO WS-IMP-DECLARADO (WS-IMP-IDX)
           END-IF.
       2230-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EMITIR - sort output: gather each vendor/company's year
      * and write its statement when the vendor changes
      ******************************************************************
       2500-EMITIR.
           PERFORM 2510-RETORNAR-ITEM THRU 2510-EXIT
               UNTIL FIM-SORT
           IF HA-BENEFICIARIO
               PERFORM 2600-EMITIR-COMPROVANTE THRU 2600-EXIT
           END-IF.
       2500-FIM.
           EXIT.

      ******************************************************************
      * 2510-RETORNAR-ITEM - one sorted item into the vendor's month
      ******************************************************************
       2510-RETORNAR-ITEM.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 2510-EXIT
           END-RETURN

           IF NOT HA-BENEFICIARIO
              OR SR-EMPRESA NOT = WS-BENEF-EMPRESA
              OR SR-FORN-ID NOT = WS-BENEF-FORN-ID
               IF HA-BENEFICIARIO
                   PERFORM 2600-EMITIR-COMPROVANTE THRU 2600-EXIT
               END-IF
               INITIALIZE WS-ACUMULADOR
               MOVE SR-EMPRESA TO WS-BENEF-EMPRESA
               MOVE SR-FORN-ID TO WS-BENEF-FORN-ID
               SET HA-BENEFICIARIO TO TRUE
           END-IF

           MOVE SR-MES TO WS-SUB-MES
           IF SR-PAGAMENTO
               ADD SR-VALOR TO WS-ACM-LIQUIDO (WS-SUB-MES)
           ELSE
               MOVE SR-IMP-SUB TO WS-SUB-IMP
               ADD SR-VALOR TO WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP)
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-EMITIR-COMPROVANTE - the vendor's statement: heading with
      * the FORNCAD identification, one line per month with activity
      * (gross = net paid + taxes withheld) and its taxes, the year's
      * totals, and the matching declaration records
      ******************************************************************
       2600-EMITIR-COMPROVANTE.
           PERFORM 2610-LER-FORNECEDOR THRU 2610-EXIT
           ADD 1 TO WS-QTD-COMPROVANTES

           MOVE WS-REPORT-SEPARADOR TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-ANO TO WS-REPORT-ANO
           MOVE WS-REPORT-TITULO TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-BENEF-EMPRESA TO WS-REPORT-EMPRESA
           MOVE WS-REPORT-FONTE-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-BENEF-FORN-ID TO WS-REPORT-FORN-ID
           MOVE WS-BENEF-RAZAO   TO WS-REPORT-RAZAO
           MOVE WS-BENEF-CNPJ    TO WS-REPORT-CNPJ
           MOVE WS-REPORT-BENEF-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CAB-MES TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 2620-EMITIR-MES THRU 2620-EXIT
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12

           MOVE 'ANO'              TO WS-REPORT-MES-LBL
           MOVE WS-ACM-ANO-BRUTO   TO WS-REPORT-MES-BRUTO
           MOVE WS-ACM-ANO-RETIDO  TO WS-REPORT-MES-RETIDO
           MOVE WS-ACM-ANO-LIQUIDO TO WS-REPORT-MES-LIQUIDO
           MOVE WS-REPORT-MES-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           IF WS-QTD-IMP-ITENS > ZEROS
               PERFORM 2640-EMITIR-IMPOSTO-ANO THRU 2640-EXIT
                   VARYING WS-SUB-IMP FROM 1 BY 1
                   UNTIL WS-SUB-IMP > WS-QTD-IMP-ITENS
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-LER-FORNECEDOR - the vendor's CNPJ and razao social
      ******************************************************************
       2610-LER-FORNECEDOR.
           MOVE WS-BENEF-FORN-ID TO FC-FORN-ID
           READ FORNECEDOR-CADASTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   MOVE '*** FORNECEDOR NAO CADASTRADO'
                                         TO WS-BENEF-RAZAO
                   MOVE SPACES TO WS-BENEF-CNPJ
                   DISPLAY 'COMPROVANTE SEM CADASTRO DE FORNECEDOR: '
                       WS-BENEF-FORN-ID
                   GO TO 2610-EXIT
           END-READ
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE FC-RAZAO-SOCIAL TO WS-BENEF-RAZAO
           MOVE FC-CNPJ         TO WS-BENEF-CNPJ.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2620-EMITIR-MES - one month of the statement, skipped when the
      * vendor had nothing that month
      ******************************************************************
       2620-EMITIR-MES.
           MOVE ZEROS TO WS-MES-RETIDO
           IF WS-QTD-IMP-ITENS > ZEROS
               PERFORM 2625-SOMAR-IMPOSTO THRU 2625-EXIT
                   VARYING WS-SUB-IMP FROM 1 BY 1
                   UNTIL WS-SUB-IMP > WS-QTD-IMP-ITENS
           END-IF
           IF WS-MES-RETIDO = ZEROS
              AND WS-ACM-LIQUIDO (WS-SUB-MES) = ZEROS
               GO TO 2620-EXIT
           END-IF
           COMPUTE WS-MES-BRUTO
               = WS-ACM-LIQUIDO (WS-SUB-MES) + WS-MES-RETIDO
           ADD WS-MES-BRUTO                TO WS-ACM-ANO-BRUTO
           ADD WS-MES-RETIDO               TO WS-ACM-ANO-RETIDO
           ADD WS-ACM-LIQUIDO (WS-SUB-MES) TO WS-ACM-ANO-LIQUIDO

           MOVE WS-NOME-MES (WS-SUB-MES)   TO WS-REPORT-MES-LBL
           MOVE WS-MES-BRUTO               TO WS-REPORT-MES-BRUTO
           MOVE WS-MES-RETIDO              TO WS-REPORT-MES-RETIDO
           MOVE WS-ACM-LIQUIDO (WS-SUB-MES) TO WS-REPORT-MES-LIQUIDO
           MOVE WS-REPORT-MES-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-ANO                     TO DB-ANO
           MOVE WS-BENEF-EMPRESA           TO DB-EMPRESA
           MOVE WS-BENEF-FORN-ID           TO DB-FORN-ID
           MOVE WS-BENEF-CNPJ              TO DB-CNPJ
           MOVE WS-SUB-MES                 TO DB-MES
           MOVE WS-MES-BRUTO               TO DB-BRUTO
           MOVE WS-MES-RETIDO              TO DB-RETIDO
           MOVE WS-ACM-LIQUIDO (WS-SUB-MES) TO DB-LIQUIDO
           MOVE WS-DECL-BENEF TO DIRF-DECL-REG
           PERFORM 5200-WRITE-DECL THRU 5200-EXIT
           ADD WS-MES-BRUTO  TO WS-DECL-TOT-BRUTO
           ADD WS-MES-RETIDO TO WS-DECL-TOT-RETIDO

           IF WS-QTD-IMP-ITENS > ZEROS
               PERFORM 2630-EMITIR-IMPOSTO-MES THRU 2630-EXIT
                   VARYING WS-SUB-IMP FROM 1 BY 1
                   UNTIL WS-SUB-IMP > WS-QTD-IMP-ITENS
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      * 2625-SOMAR-IMPOSTO - add one tax into the month's withholding
      ******************************************************************
       2625-SOMAR-IMPOSTO.
           ADD WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP) TO WS-MES-RETIDO.
       2625-EXIT.
           EXIT.

      ******************************************************************
      * 2630-EMITIR-IMPOSTO-MES - one tax withheld in the month, on the
      * statement and on the declaration
      ******************************************************************
       2630-EMITIR-IMPOSTO-MES.
           IF WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP) = ZEROS
               GO TO 2630-EXIT
           END-IF
           ADD WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP)
                               TO WS-ACM-ANO-IMPOSTO (WS-SUB-IMP)
           ADD WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP)
                               TO WS-IMP-DECLARADO (WS-SUB-IMP)

           MOVE WS-IMP-NOME (WS-SUB-IMP) TO WS-REPORT-IMP-NOME
           MOVE WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP)
                                         TO WS-REPORT-IMP-VALOR
           MOVE WS-REPORT-IMP-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-ANO                   TO DI-ANO
           MOVE WS-BENEF-EMPRESA         TO DI-EMPRESA
           MOVE WS-BENEF-FORN-ID         TO DI-FORN-ID
           MOVE WS-BENEF-CNPJ            TO DI-CNPJ
           MOVE WS-SUB-MES               TO DI-MES
           MOVE WS-IMP-NOME (WS-SUB-IMP) TO DI-IMPOSTO
           MOVE WS-ACM-IMPOSTO (WS-SUB-MES, WS-SUB-IMP) TO DI-RETIDO
           MOVE WS-DECL-IMPOSTO TO DIRF-DECL-REG
           PERFORM 5200-WRITE-DECL THRU 5200-EXIT.
       2630-EXIT.
           EXIT.

      ******************************************************************
      * 2640-EMITIR-IMPOSTO-ANO - one tax's total for the year
      ******************************************************************
       2640-EMITIR-IMPOSTO-ANO.
           IF WS-ACM-ANO-IMPOSTO (WS-SUB-IMP) = ZEROS
               GO TO 2640-EXIT
           END-IF
           MOVE WS-IMP-NOME (WS-SUB-IMP)        TO WS-REPORT-IMP-NOME
           MOVE WS-ACM-ANO-IMPOSTO (WS-SUB-IMP) TO WS-REPORT-IMP-VALOR
           MOVE WS-REPORT-IMP-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2640-EXIT.
           EXIT.

      ******************************************************************
      * 2900-PAGINA-CONTROLE - per tax, the year's IMPAPAG total must
      * equal what was netted out with reversed/returned payments plus
      * what the statements declare; then the run's counts
      ******************************************************************
       2900-PAGINA-CONTROLE.
           MOVE WS-REPORT-SEPARADOR TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-ANO TO WS-REPORT-CTL-ANO
           MOVE WS-REPORT-CAB-CONTROLE TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CAB-CTL-COL TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-QTD-IMP-ITENS > ZEROS
               PERFORM 2910-CONTROLE-IMPOSTO THRU 2910-EXIT
                   VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-QTD-IMP-ITENS
           END-IF

           MOVE SPACES TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'ACUMULOS IMPAPAG NO ANO' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-ACUM-ANO TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT
           MOVE 'ACUMULOS ESTORNADOS' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-ACUM-ESTORNO TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT
           MOVE 'PAGAMENTOS LIQUIDOS NO ANO' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-PAGTOS TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT
           MOVE 'PAGAMENTOS ESTORNADOS/DEVOLV.' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-PAGTOS-ESTORNO TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT
           MOVE 'COMPROVANTES EMITIDOS' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-COMPROVANTES TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT
           MOVE 'FORNECEDORES SEM CADASTRO' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-SEM-CADASTRO TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT

           MOVE WS-ANO              TO DT-ANO
           COMPUTE DT-QTD-REGISTROS = WS-QTD-DECL-REGS + 1
           MOVE WS-DECL-TOT-BRUTO   TO DT-TOTAL-BRUTO
           MOVE WS-DECL-TOT-RETIDO  TO DT-TOTAL-RETIDO
           MOVE WS-DECL-TRAILER TO DIRF-DECL-REG
           PERFORM 5200-WRITE-DECL THRU 5200-EXIT

           MOVE 'REGISTROS NA DECLARACAO' TO WS-REPORT-CTL-ROTULO
           MOVE WS-QTD-DECL-REGS TO WS-REPORT-CTL-QTD
           PERFORM 2920-CONTROLE-QTD THRU 2920-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2910-CONTROLE-IMPOSTO - one tax's proof line
      ******************************************************************
       2910-CONTROLE-IMPOSTO.
           COMPUTE WS-DIFERENCA = WS-IMP-IMPAPAG (WS-IMP-IDX)
                                - WS-IMP-ESTORNADO (WS-IMP-IDX)
                                - WS-IMP-DECLARADO (WS-IMP-IDX)
           MOVE WS-IMP-NOME (WS-IMP-IDX)      TO WS-REPORT-CTL-IMP
           MOVE WS-IMP-IMPAPAG (WS-IMP-IDX)   TO WS-REPORT-CTL-IMPAPAG
           MOVE WS-IMP-ESTORNADO (WS-IMP-IDX) TO WS-REPORT-CTL-ESTORNO
           MOVE WS-IMP-DECLARADO (WS-IMP-IDX) TO WS-REPORT-CTL-DECLAR
           IF WS-DIFERENCA = ZEROS
               MOVE 'CONFERE        ' TO WS-REPORT-CTL-SITUACAO
           ELSE
               MOVE '*** DIVERGENTE ' TO WS-REPORT-CTL-SITUACAO
               DISPLAY 'CONTROLE DIVERGENTE NO IMPOSTO: '
                   WS-IMP-NOME (WS-IMP-IDX) ' DIFERENCA: ' WS-DIFERENCA
           END-IF
           MOVE WS-REPORT-CTL-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 2920-CONTROLE-QTD - one count line of the control page
      ******************************************************************
       2920-CONTROLE-QTD.
           MOVE WS-REPORT-CTL-QTD-LINHA TO DIRF-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2920-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report the run
      ******************************************************************
       3000-FINALIZE.
           CLOSE PAGTO-HIST
           CLOSE IMPOSTO-PAGAR
           CLOSE FORNECEDOR-CADASTRO
           CLOSE DIRF-RPT
           CLOSE DIRF-DECL
           CLOSE JOB-LOG
           DISPLAY 'ANO-CALENDARIO........: ' WS-ANO
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS
           DISPLAY 'ACUMULOS NO ANO.......: ' WS-QTD-ACUM-ANO
           DISPLAY 'ACUMULOS ESTORNADOS...: ' WS-QTD-ACUM-ESTORNO
           DISPLAY 'COMPROVANTES EMITIDOS.: ' WS-QTD-COMPROVANTES
           DISPLAY 'REGISTROS DECLARACAO..: ' WS-QTD-DECL-REGS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE DIRF-RPT-REG
           IF WS-FS-DIRF-RPT NOT = '00'
               MOVE 'DIRFRPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-DIRF-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-DECL - write one declaration record and count it
      ******************************************************************
       5200-WRITE-DECL.
           WRITE DIRF-DECL-REG
           IF WS-FS-DIRF-DECL NOT = '00'
               MOVE 'DIRFDECL' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-DIRF-DECL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-DECL-REGS.
       5200-EXIT.
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
       END PROGRAM PROGDIRF.
