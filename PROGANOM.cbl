      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: payment anomaly screen ahead of the funding scheduler
      *          and the confirmation - each transaction the three-way
      *          match passes on (PAGCASAD) is compared, in BRL, with
      *          its vendor's profile on the confirmed and settled
      *          PAGHIST history (how many payments, their average and
      *          maximum, and how often they come).  A payment is held
      *          on the PAGSUSP hold file for the PROGLIBR desk when
      *            - it falls within ANOMPARM days of a bank-detail
      *              change approved through PROGFAPR, domestic or
      *              overseas account alike (motivo 25);
      *            - it is the first payment to a vendor registered
      *              within ANOMPARM days and is above the new-vendor
      *              limit (motivo 24);
      *            - the vendor has enough history and the amount is
      *              above both the historical maximum and a multiple
      *              of the average (motivo 23);
      *            - it is one of several invoices from the vendor on
      *              the day, each under the APPRLIM approval limit,
      *              that together run past it (motivo 26).
      *          A payment caught more than once is held under the
      *          first of those; the ANOMRPT alert report lists every
      *          reason with the figures behind it.  Everything else
      *          goes on to PROGFUND on PAGVERIF.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the payment anomaly screen.
      * 15/10/2026 RFS  FORNADTR layout carries the overseas account
      *                 fields PROGFAPR appends; an approved SWIFT or
      *                 foreign-account change counts as an account
      *                 change for motivo 25.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGANOM IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-TRANS  ASSIGN TO "PAGCASAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-TRANS.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT FORN-AUDIT   ASSIGN TO "FORNADTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORN-AUDIT.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT LIMITE-APROVACAO ASSIGN TO "APPRLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITE.
           SELECT PARM-ANOMALIA ASSIGN TO "ANOMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-ANOM.
           SELECT PAGTO-VERIF  ASSIGN TO "PAGVERIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-VERIF.
           SELECT PAGTO-SUSP   ASSIGN TO "PAGSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-SUSP.
           SELECT ANOM-RPT     ASSIGN TO "ANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOM-RPT.
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

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

      ******************************************************************
      * PROGFAPR's decision trail - one line per approved (A) or
      * rejected (R) bank-detail change, with the decision date.
      ******************************************************************
       FD  FORN-AUDIT
           RECORDING MODE IS F.
       01  FORN-AUDIT-REG.
           05  FA-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  FA-DECISAO                PIC X(01).
               88  FA-APROVADA           VALUE 'A'.
           05  FILLER                    PIC X(01).
           05  FA-BANCO-ANT              PIC 9(03).
           05  FA-AGENCIA-ANT            PIC 9(04).
           05  FA-CONTA-ANT              PIC 9(10).
           05  FILLER                    PIC X(01).
           05  FA-BANCO-NOVO             PIC 9(03).
           05  FA-AGENCIA-NOVA           PIC 9(04).
           05  FA-CONTA-NOVA             PIC 9(10).
           05  FILLER                    PIC X(01).
           05  FA-SOLICITANTE            PIC X(08).
           05  FILLER                    PIC X(01).
           05  FA-APROVADOR              PIC X(08).
           05  FILLER                    PIC X(01).
           05  FA-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  FA-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  FA-SWIFT-ANT              PIC X(11).
           05  FA-CONTA-EXT-ANT          PIC X(34).
           05  FA-SWIFT-INT-ANT          PIC X(11).
           05  FILLER                    PIC X(01).
           05  FA-SWIFT-NOVO             PIC X(11).
           05  FA-CONTA-EXT-NOVA         PIC X(34).
           05  FA-SWIFT-INT-NOVO         PIC X(11).

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
               88  PH-CONFIRMADO         VALUE 'C'.
               88  PH-LIQUIDADO          VALUE 'L'.
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

      ******************************************************************
      * Approval limit - the same single record PROGCOMM reads: the
      * amount (in BRL) above which a confirmation needs a second
      * operator.  A missing file falls back to the built-in default.
      ******************************************************************
       FD  LIMITE-APROVACAO
           RECORDING MODE IS F.
       01  LIMITE-APROVACAO-REG.
           05  AL-LIMITE                 PIC 9(09)V99.

      ******************************************************************
      * Screening parameters - a single optional record; a field left
      * at zeros (or a missing file) keeps its built-in default.
      ******************************************************************
       FD  PARM-ANOMALIA
           RECORDING MODE IS F.
       01  PARM-ANOMALIA-REG.
           05  AN-FATOR-MEDIA            PIC 9(03)V9.
           05  AN-MIN-HISTORICO          PIC 9(03).
           05  AN-LIMITE-NOVO            PIC 9(09)V99.
           05  AN-DIAS-NOVO              PIC 9(03).
           05  AN-DIAS-CONTA             PIC 9(03).

       FD  PAGTO-VERIF
           RECORDING MODE IS F.
       01  PAGTO-VERIF-REG.
           05  PV-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==PV-FORN-ID==
                         ==PG-FORN-NOME== BY ==PV-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==PV-NOTA-FISC==
                         ==PG-VALOR==     BY ==PV-VALOR==
                         ==PG-MOEDA==     BY ==PV-MOEDA==
                         ==PG-VENCTO==    BY ==PV-VENCTO==
                         ==PG-TIPO==      BY ==PV-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PV-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PV-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PV-EMPRESA==
                         ==PG-PARCELA==   BY ==PV-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PV-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PV-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PV-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PV-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PV-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PV-DATA-EMISSAO==.
           05  PV-PAGTO                  PIC X(01).
           05  PV-ACAO                   PIC X(01).
           05  PV-MOTIVO-CORRECAO        PIC X(02).

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

       FD  ANOM-RPT
           RECORDING MODE IS F.
       01  ANOM-RPT-REG                  PIC X(132).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-TRANS          PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-TRANS   VALUE 'S' FALSE 'N'.
           05  WS-EOF-FORN           PIC X(01) VALUE 'N'.
               88  FIM-FORNECEDORES  VALUE 'S' FALSE 'N'.
           05  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
               88  FIM-TROCAS        VALUE 'S' FALSE 'N'.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S' FALSE 'N'.
           05  WS-FORN-SITUACAO      PIC X(01) VALUE 'N'.
               88  FORN-ACHADO       VALUE 'S' FALSE 'N'.
           05  WS-ALERTA-VALOR       PIC X(01) VALUE 'N'.
               88  ALERTA-FORA-PERFIL VALUE 'S' FALSE 'N'.
           05  WS-ALERTA-NOVO        PIC X(01) VALUE 'N'.
               88  ALERTA-FORN-NOVO  VALUE 'S' FALSE 'N'.
           05  WS-ALERTA-CONTA       PIC X(01) VALUE 'N'.
               88  ALERTA-TROCA-CONTA VALUE 'S' FALSE 'N'.
           05  WS-ALERTA-FRACAO      PIC X(01) VALUE 'N'.
               88  ALERTA-FRACIONADO VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-VERIFICADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-TRIADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CADASTRO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RETIDOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MOT-23         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MOT-24         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MOT-25         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MOT-26         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-TROCAS         PIC 9(05) VALUE ZEROS.

       77 WS-FS-PAGTO-TRANS         PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-FORN-AUDIT          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-LIMITE              PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-ANOM           PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-VERIF         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-SUSP          PIC X(02) VALUE SPACES.
       77 WS-FS-ANOM-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.

      ******************************************************************
      * Screening parameters and their built-in defaults: the multiple
      * of the vendor's average a payment must pass (and the fewest
      * past payments that make an average worth trusting), the limit
      * for a new vendor's first payment and how many days a vendor
      * counts as new, and how many days after an approved bank
      * change a payment is held.  The approval limit is PROGCOMM's.
      ******************************************************************
       77 WS-FATOR-MEDIA            PIC 9(03)V9 VALUE 5.
       77 WS-MIN-HISTORICO          PIC 9(03) VALUE 3.
       77 WS-LIMITE-NOVO            PIC 9(09)V99 VALUE 10000.
       77 WS-DIAS-NOVO              PIC 9(03) VALUE 90.
       77 WS-DIAS-CONTA             PIC 9(03) VALUE 30.
       77 WS-LIMITE-APROVACAO       PIC 9(09)V99 VALUE 10000.

       77 WS-DATA-RUN               PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-RETENCAO        PIC X(02) VALUE SPACES.
       77 WS-FORN-BUSCA             PIC 9(05) VALUE ZEROS.
       77 WS-MOEDA-CONV             PIC X(03) VALUE SPACES.
       77 WS-VALOR-BRL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-MEDIA-HIST             PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIMITE-PERFIL          PIC 9(13)V99 VALUE ZEROS.
       77 WS-INTERVALO-MEDIO        PIC 9(05) VALUE ZEROS.
       77 WS-DATA-DE                PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE               PIC 9(08) VALUE ZEROS.
       77 WS-DIAS                   PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-CADASTRO          PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-TROCA             PIC S9(07) VALUE ZEROS.

      ******************************************************************
      * Vendors loaded from FORNCAD in key order, each with its
      * registration date, its latest approved bank change (and who
      * approved it), its payment profile off the history in BRL and
      * what it bills today under the approval limit.
      ******************************************************************
       01  WS-TABELA-FORN.
           05  WS-FRN-ITEM           OCCURS 1 TO 9000 TIMES
                                     DEPENDING ON WS-QTD-FORN
                                     ASCENDING KEY IS WS-FRN-ID
                                     INDEXED BY WS-FRN-IDX.
               10  WS-FRN-ID         PIC 9(05).
               10  WS-FRN-CADASTRO   PIC 9(08).
               10  WS-FRN-DATA-CONTA PIC 9(08).
               10  WS-FRN-APROVADOR  PIC X(08).
               10  WS-FRN-HIST-QTD   PIC 9(05) COMP.
               10  WS-FRN-HIST-SOMA  PIC 9(13)V99 COMP-3.
               10  WS-FRN-HIST-MAXIMO PIC 9(11)V99 COMP-3.
               10  WS-FRN-HIST-PRIMEIRO PIC 9(08).
               10  WS-FRN-HIST-ULTIMO PIC 9(08).
               10  WS-FRN-DIA-QTD    PIC 9(05) COMP.
               10  WS-FRN-DIA-SOMA   PIC 9(13)V99 COMP-3.
               10  WS-FRN-DIA-NOTA   PIC X(10).
               10  WS-FRN-DIA-NOTAS  PIC X(01).
                   88  WS-FRN-VARIAS-NOTAS VALUE 'S'.
       77 WS-QTD-FORN               PIC 9(05) VALUE ZEROS.

      ******************************************************************
      * Currency conversion-rate table - shared definitions in the
      * PAYTAX copybook; a currency with no rate converts 1:1.
      ******************************************************************
           COPY PAYTAX.

           COPY PAYMOT.

           COPY RUNCOMM.

           COPY DATCOMM.

      ******************************************************************
      * Alert report - one line per held payment (key, vendor, invoice,
      * amount, its BRL value and the motivo it is held under), the
      * vendor's history profile under it, then one line per reason
      * the payment was caught with the figures that caught it.
      ******************************************************************
       01  WS-RPT-TITULO.
           05  FILLER                PIC X(44)
               VALUE 'ALERTAS DA TRIAGEM DE ANOMALIAS DE PAGAMENTO'.
           05  FILLER                PIC X(10) VALUE ' - DATA: '.
           05  WS-RPT-DATA           PIC 9(08).
           05  FILLER                PIC X(70) VALUE SPACES.

       01  WS-RPT-CABECALHO.
           05  FILLER                PIC X(13) VALUE 'CHAVE  FORN  '.
           05  FILLER                PIC X(31) VALUE 'NOME'.
           05  FILLER                PIC X(11) VALUE 'NOTA'.
           05  FILLER                PIC X(04) VALUE 'MOE '.
           05  FILLER                PIC X(15) VALUE '          VALOR'.
           05  FILLER                PIC X(16) VALUE '      VALOR BRL '.
           05  FILLER                PIC X(20)
               VALUE ' MOTIVO DA RETENCAO'.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  WS-RPT-DETALHE.
           05  WS-RPT-CHAVE          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-FORN-ID        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-FORN-NOME      PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-NOTA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-MOEDA          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-VALOR          PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-VALOR-BRL      PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-RPT-MOTIVO         PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RPT-MOTIVO-DESC    PIC X(30).
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-RPT-PERFIL.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE 'HISTORICO: '.
           05  WS-RPT-HIST-QTD       PIC ZZZZ9.
           05  FILLER                PIC X(15) VALUE ' PAGTOS, MEDIA '.
           05  WS-RPT-HIST-MEDIA     PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(09) VALUE ', MAXIMO '.
           05  WS-RPT-HIST-MAXIMO    PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(05) VALUE ', DE '.
           05  WS-RPT-HIST-PRIMEIRO  PIC 9(08).
           05  FILLER                PIC X(03) VALUE ' A '.
           05  WS-RPT-HIST-ULTIMO    PIC 9(08).
           05  FILLER                PIC X(18)
               VALUE ', A CADA (DIAS): '.
           05  WS-RPT-HIST-INTERVALO PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-RPT-SEM-HISTORICO.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(45)
               VALUE 'HISTORICO: NENHUM PAGAMENTO ANTERIOR A VISTA'.
           05  FILLER                PIC X(73) VALUE SPACES.

       01  WS-RPT-ALERTA-23.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE '23 VALOR BRL '.
           05  WS-RPT-23-VALOR       PIC ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(10) VALUE ' PASSA DE '.
           05  WS-RPT-23-FATOR       PIC ZZ9.9.
           05  FILLER                PIC X(15) VALUE ' X A MEDIA (= '.
           05  WS-RPT-23-LIMITE      PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                PIC X(32)
               VALUE ') E O MAIOR PAGTO DO HISTORICO'.
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-RPT-ALERTA-24.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(31)
               VALUE '24 FORNECEDOR CADASTRADO EM   '.
           05  WS-RPT-24-CADASTRO    PIC 9(08).
           05  FILLER                PIC X(02) VALUE ' ('.
           05  WS-RPT-24-DIAS        PIC ZZZZ9.
           05  FILLER                PIC X(35)
               VALUE ' DIAS), 1O PAGTO ACIMA DO LIMITE '.
           05  WS-RPT-24-LIMITE      PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(25) VALUE SPACES.

       01  WS-RPT-ALERTA-25.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(31)
               VALUE '25 CONTA BANCARIA ALTERADA EM '.
           05  WS-RPT-25-DATA        PIC 9(08).
           05  FILLER                PIC X(02) VALUE ' ('.
           05  WS-RPT-25-DIAS        PIC ZZZZ9.
           05  FILLER                PIC X(28)
               VALUE ' DIAS ATRAS), APROVADA POR '.
           05  WS-RPT-25-APROVADOR   PIC X(08).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-RPT-ALERTA-26.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(03) VALUE '26 '.
           05  WS-RPT-26-QTD         PIC ZZZZ9.
           05  FILLER                PIC X(39)
               VALUE ' PAGTOS DO DIA ABAIXO DO LIMITE SOMAM '.
           05  WS-RPT-26-SOMA        PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                PIC X(23)
               VALUE ' - LIMITE DE APROVACAO '.
           05  WS-RPT-26-LIMITE      PIC ZZZZZZZZ9.99.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  WS-RPT-TOT-ROTULO     PIC X(30).
           05  WS-RPT-TOT-QTD        PIC ZZZZZZ9.
           05  FILLER                PIC X(95) VALUE SPACES.

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
           PERFORM 1100-LER-PARAMETROS   THRU 1100-EXIT
           PERFORM 1200-CARREGAR-FORNECEDORES THRU 1200-EXIT
           PERFORM 1300-CARREGAR-TROCAS  THRU 1300-EXIT
           PERFORM 1400-CARREGAR-TAXAS   THRU 1400-EXIT
           PERFORM 1500-APURAR-HISTORICO THRU 1500-EXIT
           PERFORM 1600-APURAR-DIA       THRU 1600-EXIT
           PERFORM 1700-ABRIR-SAIDAS     THRU 1700-EXIT
           PERFORM 2000-TRIAR-TRANS      THRU 2000-EXIT
               UNTIL FIM-PAGTO-TRANS
           PERFORM 5400-TOTAIS           THRU 5400-EXIT
           PERFORM 3000-FINALIZE         THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - register with the run control; the run date
      * it answers is the date every day count is taken against
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
           MOVE 'PROGANOM' TO RCTL-PROGRAMA
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
           MOVE RCTL-DATA TO WS-DATA-RUN
           MOVE RCTL-DATA TO WS-RPT-DATA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-PARAMETROS - the ANOMPARM overrides and PROGCOMM's
      * approval limit; whatever is missing keeps its default
      ******************************************************************
       1100-LER-PARAMETROS.
           OPEN INPUT PARM-ANOMALIA
           IF WS-FS-PARM-ANOM = '00'
               READ PARM-ANOMALIA
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-APLICAR-PARAMETROS THRU 1110-EXIT
               END-READ
               CLOSE PARM-ANOMALIA
           END-IF

           OPEN INPUT LIMITE-APROVACAO
           IF WS-FS-LIMITE = '00'
               READ LIMITE-APROVACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AL-LIMITE TO WS-LIMITE-APROVACAO
               END-READ
               CLOSE LIMITE-APROVACAO
           END-IF
           DISPLAY 'FATOR SOBRE A MEDIA...: ' WS-FATOR-MEDIA
           DISPLAY 'HISTORICO MINIMO......: ' WS-MIN-HISTORICO
           DISPLAY 'LIMITE FORN. NOVO.....: ' WS-LIMITE-NOVO
           DISPLAY 'DIAS FORN. NOVO.......: ' WS-DIAS-NOVO
           DISPLAY 'DIAS APOS TROCA CONTA.: ' WS-DIAS-CONTA
           DISPLAY 'LIMITE DE APROVACAO...: ' WS-LIMITE-APROVACAO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-APLICAR-PARAMETROS - take each ANOMPARM field that is
      * filled in
      ******************************************************************
       1110-APLICAR-PARAMETROS.
           IF AN-FATOR-MEDIA NUMERIC AND AN-FATOR-MEDIA > ZEROS
               MOVE AN-FATOR-MEDIA TO WS-FATOR-MEDIA
           END-IF
           IF AN-MIN-HISTORICO NUMERIC AND AN-MIN-HISTORICO > ZEROS
               MOVE AN-MIN-HISTORICO TO WS-MIN-HISTORICO
           END-IF
           IF AN-LIMITE-NOVO NUMERIC AND AN-LIMITE-NOVO > ZEROS
               MOVE AN-LIMITE-NOVO TO WS-LIMITE-NOVO
           END-IF
           IF AN-DIAS-NOVO NUMERIC AND AN-DIAS-NOVO > ZEROS
               MOVE AN-DIAS-NOVO TO WS-DIAS-NOVO
           END-IF
           IF AN-DIAS-CONTA NUMERIC AND AN-DIAS-CONTA > ZEROS
               MOVE AN-DIAS-CONTA TO WS-DIAS-CONTA
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-FORNECEDORES - every vendor on FORNCAD into the
      * table, in key order for the binary search
      ******************************************************************
       1200-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE ZEROS TO FC-FORN-ID
           START FORNECEDOR-CADASTRO KEY NOT < FC-FORN-ID
               INVALID KEY
                   SET FIM-FORNECEDORES TO TRUE
           END-START
           PERFORM 1210-LER-FORNECEDOR THRU 1210-EXIT
               UNTIL FIM-FORNECEDORES
           CLOSE FORNECEDOR-CADASTRO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LER-FORNECEDOR - one vendor into the table
      ******************************************************************
       1210-LER-FORNECEDOR.
           READ FORNECEDOR-CADASTRO NEXT RECORD
               AT END
                   SET FIM-FORNECEDORES TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-FORN >= 9000
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-FORN
           SET WS-FRN-IDX TO WS-QTD-FORN
           MOVE FC-FORN-ID      TO WS-FRN-ID (WS-FRN-IDX)
           IF FC-DATA-CADASTRO NUMERIC
               MOVE FC-DATA-CADASTRO TO WS-FRN-CADASTRO (WS-FRN-IDX)
           ELSE
               MOVE ZEROS       TO WS-FRN-CADASTRO (WS-FRN-IDX)
           END-IF
           MOVE ZEROS           TO WS-FRN-DATA-CONTA (WS-FRN-IDX)
           MOVE SPACES          TO WS-FRN-APROVADOR (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-HIST-QTD (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-HIST-SOMA (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-HIST-MAXIMO (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-HIST-PRIMEIRO (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-HIST-ULTIMO (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-DIA-QTD (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-DIA-SOMA (WS-FRN-IDX)
           MOVE SPACES          TO WS-FRN-DIA-NOTA (WS-FRN-IDX)
           MOVE 'N'             TO WS-FRN-DIA-NOTAS (WS-FRN-IDX).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-TROCAS - the latest approved bank change of each
      * vendor off PROGFAPR's trail; no trail means no change on record
      ******************************************************************
       1300-CARREGAR-TROCAS.
           IF WS-QTD-FORN = ZEROS
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT FORN-AUDIT
           IF WS-FS-FORN-AUDIT NOT = '00'
               DISPLAY 'TRILHA DE APROVACOES INDISPONIVEL, STATUS: '
                   WS-FS-FORN-AUDIT
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LER-TROCA THRU 1310-EXIT
               UNTIL FIM-TROCAS
           CLOSE FORN-AUDIT.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-TROCA - one decision onto its vendor; a rejection
      * changed nothing and is passed over.  An approved change of the
      * overseas account (SWIFT/BIC, foreign account or intermediary
      * bank) is an account change the same as a domestic one.
      ******************************************************************
       1310-LER-TROCA.
           READ FORN-AUDIT
               AT END
                   SET FIM-TROCAS TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF WS-FS-FORN-AUDIT NOT = '00'
               MOVE 'FORNADTR' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORN-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF NOT FA-APROVADA OR FA-DATA NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           IF FA-BANCO-NOVO = FA-BANCO-ANT
              AND FA-AGENCIA-NOVA = FA-AGENCIA-ANT
              AND FA-CONTA-NOVA = FA-CONTA-ANT
              AND FA-SWIFT-NOVO = FA-SWIFT-ANT
              AND FA-CONTA-EXT-NOVA = FA-CONTA-EXT-ANT
              AND FA-SWIFT-INT-NOVO = FA-SWIFT-INT-ANT
               GO TO 1310-EXIT
           END-IF
           MOVE FA-FORN-ID TO WS-FORN-BUSCA
           PERFORM 2100-BUSCAR-FORNECEDOR THRU 2100-EXIT
           IF NOT FORN-ACHADO
               GO TO 1310-EXIT
           END-IF
           IF FA-DATA > WS-FRN-DATA-CONTA (WS-FRN-IDX)
               MOVE FA-DATA      TO WS-FRN-DATA-CONTA (WS-FRN-IDX)
               MOVE FA-APROVADOR TO WS-FRN-APROVADOR (WS-FRN-IDX)
           END-IF
           ADD 1 TO WS-QTD-TROCAS.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-TAXAS - load the currency conversion-rate table
      ******************************************************************
       1400-CARREGAR-TAXAS.
           OPEN INPUT TAXA-CAMBIO
           IF WS-FS-TAXA-CAMBIO = '00'
               SET WS-TAXA-IDX TO 1
               PERFORM 1410-LER-TAXA THRU 1410-EXIT
                   UNTIL WS-FS-TAXA-CAMBIO = '10'
                      OR WS-TAXA-IDX > 30
               CLOSE TAXA-CAMBIO
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-LER-TAXA - read one currency/rate pair into the table
      ******************************************************************
       1410-LER-TAXA.
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
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1500-APURAR-HISTORICO - one pass over the history builds each
      * vendor's profile: confirmed and settled payments only (credit
      * notes and the tax guides' 99xxxx keys are not the vendor's
      * billing), each in BRL, with the first and last run dates
      ******************************************************************
       1500-APURAR-HISTORICO.
           IF WS-QTD-FORN = ZEROS
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               DISPLAY 'HISTORICO INDISPONIVEL, STATUS: '
                   WS-FS-PAGTO-HIST
               GO TO 1500-EXIT
           END-IF

           MOVE ZEROS TO PH-CHAVE-HIST
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START
           PERFORM 1510-LER-HISTORICO THRU 1510-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-LER-HISTORICO - one history record onto its vendor
      ******************************************************************
       1510-LER-HISTORICO.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-HIST-LIDOS
           IF PH-TP-CREDITO OR PH-CHAVE >= 990001
              OR NOT (PH-CONFIRMADO OR PH-LIQUIDADO)
               GO TO 1510-EXIT
           END-IF
           MOVE PH-FORN-ID TO WS-FORN-BUSCA
           PERFORM 2100-BUSCAR-FORNECEDOR THRU 2100-EXIT
           IF NOT FORN-ACHADO
               GO TO 1510-EXIT
           END-IF

           MOVE PH-VALOR TO WS-VALOR-BRL
           MOVE PH-MOEDA TO WS-MOEDA-CONV
           PERFORM 2150-CONVERTER-VALOR THRU 2150-EXIT
           ADD 1            TO WS-FRN-HIST-QTD (WS-FRN-IDX)
           ADD WS-VALOR-BRL TO WS-FRN-HIST-SOMA (WS-FRN-IDX)
           IF WS-VALOR-BRL > WS-FRN-HIST-MAXIMO (WS-FRN-IDX)
               MOVE WS-VALOR-BRL TO WS-FRN-HIST-MAXIMO (WS-FRN-IDX)
           END-IF
           IF WS-FRN-HIST-PRIMEIRO (WS-FRN-IDX) = ZEROS
              OR PH-DATA-RUN < WS-FRN-HIST-PRIMEIRO (WS-FRN-IDX)
               MOVE PH-DATA-RUN TO WS-FRN-HIST-PRIMEIRO (WS-FRN-IDX)
           END-IF
           IF PH-DATA-RUN > WS-FRN-HIST-ULTIMO (WS-FRN-IDX)
               MOVE PH-DATA-RUN TO WS-FRN-HIST-ULTIMO (WS-FRN-IDX)
           END-IF.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1600-APURAR-DIA - a first pass over the day's transactions
      * adds up, per vendor, the payments that each stay under the
      * approval limit (and whether they are more than one invoice),
      * so a split shows before any of its pieces is passed on
      ******************************************************************
       1600-APURAR-DIA.
           OPEN INPUT PAGTO-TRANS
           IF WS-FS-PAGTO-TRANS NOT = '00'
               MOVE 'PAGCASAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 2900-READ-TRANS THRU 2900-EXIT
           PERFORM 1610-SOMAR-DIA THRU 1610-EXIT
               UNTIL FIM-PAGTO-TRANS
           CLOSE PAGTO-TRANS
           SET FIM-PAGTO-TRANS TO FALSE.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1610-SOMAR-DIA - one transaction onto its vendor's day total;
      * what the screen lets through untouched is left out
      ******************************************************************
       1610-SOMAR-DIA.
           IF PT-TP-CREDITO OR PT-ACAO = 'L' OR PT-CHAVE >= 990001
               GO TO 1610-READ
           END-IF
           MOVE PT-FORN-ID TO WS-FORN-BUSCA
           PERFORM 2100-BUSCAR-FORNECEDOR THRU 2100-EXIT
           IF NOT FORN-ACHADO
               GO TO 1610-READ
           END-IF
           MOVE PT-VALOR TO WS-VALOR-BRL
           MOVE PT-MOEDA TO WS-MOEDA-CONV
           PERFORM 2150-CONVERTER-VALOR THRU 2150-EXIT
           IF WS-VALOR-BRL > WS-LIMITE-APROVACAO
               GO TO 1610-READ
           END-IF
           ADD 1            TO WS-FRN-DIA-QTD (WS-FRN-IDX)
           ADD WS-VALOR-BRL TO WS-FRN-DIA-SOMA (WS-FRN-IDX)
           IF WS-FRN-DIA-NOTA (WS-FRN-IDX) = SPACES
               MOVE PT-NOTA-FISC TO WS-FRN-DIA-NOTA (WS-FRN-IDX)
           ELSE
               IF PT-NOTA-FISC NOT = WS-FRN-DIA-NOTA (WS-FRN-IDX)
                   MOVE 'S' TO WS-FRN-DIA-NOTAS (WS-FRN-IDX)
               END-IF
           END-IF.
       1610-READ.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 1700-ABRIR-SAIDAS - reopen the day's transactions for the
      * screen proper, the screened file for PROGFUND, the shared hold
      * file (the earlier steps already wrote to it, so the screen
      * appends) and the alert report
      ******************************************************************
       1700-ABRIR-SAIDAS.
           OPEN INPUT PAGTO-TRANS
           IF WS-FS-PAGTO-TRANS NOT = '00'
               MOVE 'PAGCASAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT PAGTO-VERIF
           IF WS-FS-PAGTO-VERIF NOT = '00'
               MOVE 'PAGVERIF' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-VERIF TO WS-ERRO-STATUS
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

           OPEN OUTPUT ANOM-RPT
           IF WS-FS-ANOM-RPT NOT = '00'
               MOVE 'ANOMRPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ANOM-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE WS-RPT-TITULO TO ANOM-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-RPT-CABECALHO TO ANOM-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TRIAR-TRANS - one transaction through the screen.  A
      * credit note, an item the desk already released (action L), a
      * tax guide and a vendor not on the master (the confirmation
      * rejects it) go straight on.
      ******************************************************************
       2000-TRIAR-TRANS.
           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO-RETENCAO

           IF PT-TP-CREDITO OR PT-ACAO = 'L' OR PT-CHAVE >= 990001
               ADD 1 TO WS-QTD-NAO-TRIADOS
               PERFORM 2400-GRAVAR-VERIFICADO THRU 2400-EXIT
               GO TO 2000-READ
           END-IF

           MOVE PT-FORN-ID TO WS-FORN-BUSCA
           PERFORM 2100-BUSCAR-FORNECEDOR THRU 2100-EXIT
           IF NOT FORN-ACHADO
               ADD 1 TO WS-QTD-SEM-CADASTRO
               PERFORM 2400-GRAVAR-VERIFICADO THRU 2400-EXIT
               GO TO 2000-READ
           END-IF

           PERFORM 2200-AVALIAR THRU 2200-EXIT
           IF WS-MOTIVO-RETENCAO = SPACES
               PERFORM 2400-GRAVAR-VERIFICADO THRU 2400-EXIT
           ELSE
               PERFORM 2500-GRAVAR-RETIDO THRU 2500-EXIT
               PERFORM 5200-RELATAR-ALERTA THRU 5200-EXIT
           END-IF.
       2000-READ.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-BUSCAR-FORNECEDOR - position WS-FRN-IDX on the vendor
      * named in WS-FORN-BUSCA
      ******************************************************************
       2100-BUSCAR-FORNECEDOR.
           SET FORN-ACHADO TO FALSE
           IF WS-QTD-FORN = ZEROS
               GO TO 2100-EXIT
           END-IF
           SEARCH ALL WS-FRN-ITEM
               AT END
                   CONTINUE
               WHEN WS-FRN-ID (WS-FRN-IDX) = WS-FORN-BUSCA
                   SET FORN-ACHADO TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CONVERTER-VALOR - WS-VALOR-BRL in WS-MOEDA-CONV to BRL
      ******************************************************************
       2150-CONVERTER-VALOR.
           IF WS-MOEDA-CONV = 'BRL' OR WS-QTD-TAXAS = ZEROS
               GO TO 2150-EXIT
           END-IF
           SET WS-TAXA-IDX TO 1
           SEARCH WS-TAXA-ITEM
               AT END
                   CONTINUE
               WHEN WS-TAXA-IDX > WS-QTD-TAXAS
                   CONTINUE
               WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = WS-MOEDA-CONV
                   COMPUTE WS-VALOR-BRL ROUNDED
                       = WS-VALOR-BRL * WS-TAXA-VALOR (WS-TAXA-IDX)
           END-SEARCH.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-CONTAR-DIAS - WS-DATA-ATE less WS-DATA-DE in days through
      * the date service; an invalid date answers -1 (never within a
      * window)
      ******************************************************************
       2160-CONTAR-DIAS.
           MOVE -1 TO WS-DIAS
           MOVE 'DIF'       TO DSRV-FUNCAO
           MOVE WS-DATA-DE  TO DSRV-DATA
           MOVE WS-DATA-ATE TO DSRV-DATA-2
           MOVE SPACES      TO DSRV-MOEDA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO = ZEROS
               MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS
           END-IF.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-AVALIAR - every test against the payment in BRL; each
      * one that catches it sets its alert, and the payment is held
      * under the first by priority - bank change (25), new vendor
      * (24), out of profile (23), split invoices (26)
      ******************************************************************
       2200-AVALIAR.
           SET ALERTA-FORA-PERFIL TO FALSE
           SET ALERTA-FORN-NOVO   TO FALSE
           SET ALERTA-TROCA-CONTA TO FALSE
           SET ALERTA-FRACIONADO  TO FALSE
           MOVE PT-VALOR TO WS-VALOR-BRL
           MOVE PT-MOEDA TO WS-MOEDA-CONV
           PERFORM 2150-CONVERTER-VALOR THRU 2150-EXIT

      *    Bank details changed within the window before the run
           IF WS-FRN-DATA-CONTA (WS-FRN-IDX) > ZEROS
               MOVE WS-FRN-DATA-CONTA (WS-FRN-IDX) TO WS-DATA-DE
               MOVE WS-DATA-RUN TO WS-DATA-ATE
               PERFORM 2160-CONTAR-DIAS THRU 2160-EXIT
               MOVE WS-DIAS TO WS-DIAS-TROCA
               IF WS-DIAS NOT < ZERO AND WS-DIAS NOT > WS-DIAS-CONTA
                   SET ALERTA-TROCA-CONTA TO TRUE
               END-IF
           END-IF

      *    First payment to a recently registered vendor
           IF WS-FRN-HIST-QTD (WS-FRN-IDX) = ZEROS
              AND WS-FRN-CADASTRO (WS-FRN-IDX) > ZEROS
              AND WS-VALOR-BRL > WS-LIMITE-NOVO
               MOVE WS-FRN-CADASTRO (WS-FRN-IDX) TO WS-DATA-DE
               MOVE WS-DATA-RUN TO WS-DATA-ATE
               PERFORM 2160-CONTAR-DIAS THRU 2160-EXIT
               MOVE WS-DIAS TO WS-DIAS-CADASTRO
               IF WS-DIAS NOT < ZERO AND WS-DIAS NOT > WS-DIAS-NOVO
                   SET ALERTA-FORN-NOVO TO TRUE
               END-IF
           END-IF

      *    Far above the vendor's usual range
           PERFORM 2210-CALCULAR-PERFIL THRU 2210-EXIT
           IF WS-FRN-HIST-QTD (WS-FRN-IDX) >= WS-MIN-HISTORICO
              AND WS-VALOR-BRL > WS-LIMITE-PERFIL
              AND WS-VALOR-BRL > WS-FRN-HIST-MAXIMO (WS-FRN-IDX)
               SET ALERTA-FORA-PERFIL TO TRUE
           END-IF

      *    One of several same-day invoices that together pass the
      *    approval limit each of them stays under
           IF WS-VALOR-BRL NOT > WS-LIMITE-APROVACAO
              AND WS-FRN-DIA-QTD (WS-FRN-IDX) > 1
              AND WS-FRN-VARIAS-NOTAS (WS-FRN-IDX)
              AND WS-FRN-DIA-SOMA (WS-FRN-IDX) > WS-LIMITE-APROVACAO
               SET ALERTA-FRACIONADO TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN ALERTA-TROCA-CONTA
                   MOVE '25' TO WS-MOTIVO-RETENCAO
               WHEN ALERTA-FORN-NOVO
                   MOVE '24' TO WS-MOTIVO-RETENCAO
               WHEN ALERTA-FORA-PERFIL
                   MOVE '23' TO WS-MOTIVO-RETENCAO
               WHEN ALERTA-FRACIONADO
                   MOVE '26' TO WS-MOTIVO-RETENCAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-CALCULAR-PERFIL - the vendor's average payment, the
      * out-of-profile threshold it gives and the average number of
      * days between payments (context for the report only)
      ******************************************************************
       2210-CALCULAR-PERFIL.
           MOVE ZEROS TO WS-MEDIA-HIST
           MOVE ZEROS TO WS-LIMITE-PERFIL
           MOVE ZEROS TO WS-INTERVALO-MEDIO
           IF WS-FRN-HIST-QTD (WS-FRN-IDX) = ZEROS
               GO TO 2210-EXIT
           END-IF
           COMPUTE WS-MEDIA-HIST ROUNDED
               = WS-FRN-HIST-SOMA (WS-FRN-IDX)
               / WS-FRN-HIST-QTD (WS-FRN-IDX)
           COMPUTE WS-LIMITE-PERFIL ROUNDED
               = WS-MEDIA-HIST * WS-FATOR-MEDIA
           IF WS-FRN-HIST-QTD (WS-FRN-IDX) > 1
               MOVE WS-FRN-HIST-PRIMEIRO (WS-FRN-IDX) TO WS-DATA-DE
               MOVE WS-FRN-HIST-ULTIMO (WS-FRN-IDX)   TO WS-DATA-ATE
               PERFORM 2160-CONTAR-DIAS THRU 2160-EXIT
               IF WS-DIAS > ZERO
                   COMPUTE WS-INTERVALO-MEDIO ROUNDED
                       = WS-DIAS / (WS-FRN-HIST-QTD (WS-FRN-IDX) - 1)
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-VERIFICADO - pass the transaction on to PROGFUND
      ******************************************************************
       2400-GRAVAR-VERIFICADO.
           ADD 1 TO WS-QTD-VERIFICADOS
           MOVE PAGTO-TRANS-REG TO PAGTO-VERIF-REG
           WRITE PAGTO-VERIF-REG
           IF WS-FS-PAGTO-VERIF NOT = '00'
               MOVE 'PAGVERIF' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-VERIF TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRAVAR-RETIDO - hold the payment on PAGSUSP under its
      * screening motivo, with the motivo's text as the suspicion
      * reason and the vendor's last payment as the prior date
      ******************************************************************
       2500-GRAVAR-RETIDO.
           ADD 1 TO WS-QTD-RETIDOS
           EVALUATE WS-MOTIVO-RETENCAO
               WHEN '23'
                   ADD 1 TO WS-QTD-MOT-23
               WHEN '24'
                   ADD 1 TO WS-QTD-MOT-24
               WHEN '25'
                   ADD 1 TO WS-QTD-MOT-25
               WHEN OTHER
                   ADD 1 TO WS-QTD-MOT-26
           END-EVALUATE
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
           MOVE WS-FRN-HIST-ULTIMO (WS-FRN-IDX) TO SU-DATA-PAGTO-ANT
           SET WS-MOTIVO-IDX TO 1
           SEARCH WS-MOTIVO-ITEM
               AT END
                   MOVE 'ANOMALIA NO PAGAMENTO        '
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
           DISPLAY 'PAGAMENTO RETIDO NA TRIAGEM: ' PT-CHAVE
               ' FORN ' PT-FORN-ID ' MOTIVO ' WS-MOTIVO-RETENCAO.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-TRANS - read the next matched transaction
      ******************************************************************
       2900-READ-TRANS.
           READ PAGTO-TRANS
               AT END
                   SET FIM-PAGTO-TRANS TO TRUE
           END-READ
           IF WS-FS-PAGTO-TRANS NOT = '00' AND NOT = '10'
               MOVE 'PAGCASAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - hand the screened count to the run control,
      * close the day's files and report the split
      ******************************************************************
       3000-FINALIZE.
           MOVE 'FIM' TO RCTL-FUNCAO
           MOVE WS-QTD-LIDOS       TO RCTL-QTD-ENTRADA
           MOVE WS-QTD-VERIFICADOS TO RCTL-QTD-SAIDA
           MOVE ZEROS TO RCTL-RETCODE
           CALL 'PROGRCTL' USING RCTL-COMMAREA
           IF RCTL-AVISO-CONTAGEM
               DISPLAY 'AVISO: CONTAGEM NAO CONFERE COM O PASSO '
                   'ANTERIOR'
           END-IF

           CLOSE PAGTO-TRANS
           CLOSE PAGTO-VERIF
           CLOSE PAGTO-SUSP
           CLOSE ANOM-RPT
           CLOSE JOB-LOG
           DISPLAY 'TRANSACOES LIDAS......: ' WS-QTD-LIDOS
           DISPLAY 'TRANSACOES LIBERADAS..: ' WS-QTD-VERIFICADOS
           DISPLAY '  DAS QUAIS NAO TRIADAS: ' WS-QTD-NAO-TRIADOS
           DISPLAY '  DAS QUAIS SEM CADASTRO: ' WS-QTD-SEM-CADASTRO
           DISPLAY 'PAGAMENTOS RETIDOS....: ' WS-QTD-RETIDOS
           DISPLAY 'FORNECEDORES CARREGADOS: ' WS-QTD-FORN
           DISPLAY 'TROCAS DE CONTA LIDAS.: ' WS-QTD-TROCAS
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one alert report line and check
      * the resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE ANOM-RPT-REG
           IF WS-FS-ANOM-RPT NOT = '00'
               MOVE 'ANOMRPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-ANOM-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-RELATAR-ALERTA - the held payment, its vendor's profile
      * and one line for every test that caught it
      ******************************************************************
       5200-RELATAR-ALERTA.
           MOVE PT-CHAVE           TO WS-RPT-CHAVE
           MOVE PT-FORN-ID         TO WS-RPT-FORN-ID
           MOVE PT-FORN-NOME       TO WS-RPT-FORN-NOME
           MOVE PT-NOTA-FISC       TO WS-RPT-NOTA
           MOVE PT-MOEDA           TO WS-RPT-MOEDA
           MOVE PT-VALOR           TO WS-RPT-VALOR
           MOVE WS-VALOR-BRL       TO WS-RPT-VALOR-BRL
           MOVE WS-MOTIVO-RETENCAO TO WS-RPT-MOTIVO
           MOVE SU-MOTIVO-SUSPEITA TO WS-RPT-MOTIVO-DESC
           MOVE WS-RPT-DETALHE TO ANOM-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-FRN-HIST-QTD (WS-FRN-IDX) = ZEROS
               MOVE WS-RPT-SEM-HISTORICO TO ANOM-RPT-REG
           ELSE
               MOVE WS-FRN-HIST-QTD (WS-FRN-IDX) TO WS-RPT-HIST-QTD
               MOVE WS-MEDIA-HIST TO WS-RPT-HIST-MEDIA
               MOVE WS-FRN-HIST-MAXIMO (WS-FRN-IDX)
                                   TO WS-RPT-HIST-MAXIMO
               MOVE WS-FRN-HIST-PRIMEIRO (WS-FRN-IDX)
                                   TO WS-RPT-HIST-PRIMEIRO
               MOVE WS-FRN-HIST-ULTIMO (WS-FRN-IDX)
                                   TO WS-RPT-HIST-ULTIMO
               MOVE WS-INTERVALO-MEDIO TO WS-RPT-HIST-INTERVALO
               MOVE WS-RPT-PERFIL TO ANOM-RPT-REG
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF ALERTA-TROCA-CONTA
               MOVE WS-FRN-DATA-CONTA (WS-FRN-IDX) TO WS-RPT-25-DATA
               MOVE WS-DIAS-TROCA TO WS-RPT-25-DIAS
               MOVE WS-FRN-APROVADOR (WS-FRN-IDX)
                                   TO WS-RPT-25-APROVADOR
               MOVE WS-RPT-ALERTA-25 TO ANOM-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF
           IF ALERTA-FORN-NOVO
               MOVE WS-FRN-CADASTRO (WS-FRN-IDX) TO WS-RPT-24-CADASTRO
               MOVE WS-DIAS-CADASTRO TO WS-RPT-24-DIAS
               MOVE WS-LIMITE-NOVO TO WS-RPT-24-LIMITE
               MOVE WS-RPT-ALERTA-24 TO ANOM-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF
           IF ALERTA-FORA-PERFIL
               MOVE WS-VALOR-BRL     TO WS-RPT-23-VALOR
               MOVE WS-FATOR-MEDIA   TO WS-RPT-23-FATOR
               MOVE WS-LIMITE-PERFIL TO WS-RPT-23-LIMITE
               MOVE WS-RPT-ALERTA-23 TO ANOM-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF
           IF ALERTA-FRACIONADO
               MOVE WS-FRN-DIA-QTD (WS-FRN-IDX)  TO WS-RPT-26-QTD
               MOVE WS-FRN-DIA-SOMA (WS-FRN-IDX) TO WS-RPT-26-SOMA
               MOVE WS-LIMITE-APROVACAO          TO WS-RPT-26-LIMITE
               MOVE WS-RPT-ALERTA-26 TO ANOM-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5400-TOTAIS - what the screen read, passed on and held, by
      * motivo
      ******************************************************************
       5400-TOTAIS.
           MOVE SPACES TO ANOM-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'TRANSACOES LIDAS.............' TO WS-RPT-TOT-ROTULO
           MOVE WS-QTD-LIDOS TO WS-RPT-TOT-QTD
           PERFORM 5410-LINHA-TOTAL THRU 5410-EXIT
           MOVE 'PASSADAS AO AGENDAMENTO......' TO WS-RPT-TOT-ROTULO
           MOVE WS-QTD-VERIFICADOS TO WS-RPT-TOT-QTD
           PERFORM 5410-LINHA-TOTAL THRU 5410-EXIT
           MOVE 'RETIDAS - 23 FORA DO PERFIL..' TO WS-RPT-TOT-ROTULO
           MOVE WS-QTD-MOT-23 TO WS-RPT-TOT-QTD
           PERFORM 5410-LINHA-TOTAL THRU 5410-EXIT
           MOVE 'RETIDAS - 24 FORN. NOVO......' TO WS-RPT-TOT-ROTULO
           MOVE WS-QTD-MOT-24 TO WS-RPT-TOT-QTD
           PERFORM 5410-LINHA-TOTAL THRU 5410-EXIT
           MOVE 'RETIDAS - 25 TROCA DE CONTA..' TO WS-RPT-TOT-ROTULO
           MOVE WS-QTD-MOT-25 TO WS-RPT-TOT-QTD
           PERFORM 5410-LINHA-TOTAL THRU 5410-EXIT
           MOVE 'RETIDAS - 26 FRACIONADAS.....' TO WS-RPT-TOT-ROTULO
           MOVE WS-QTD-MOT-26 TO WS-RPT-TOT-QTD
           PERFORM 5410-LINHA-TOTAL THRU 5410-EXIT.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5410-LINHA-TOTAL - write the totals line as filled in
      ******************************************************************
       5410-LINHA-TOTAL.
           MOVE WS-RPT-TOTAL TO ANOM-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5410-EXIT.
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
       END PROGRAM PROGANOM.
