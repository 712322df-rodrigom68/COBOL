      *                 pre-edit lets an L through untested, and the
      *                 confirmation is where its money finally
      *                 moves.
      * 15/10/2026 RFS  Installments held with motivo 11 when confirmed,
      *                 history and this run together, would pass the
      *                 invoice total (PAGHIST/PAGXNOTA read if
      *                 present); installment fields carried to
      *                 PAGSAIDA.
      * 15/10/2026 RFS  IMPAPAG accruals now carry the company, plus a
      *                 blank guide reference and date for PROGGUIA to
      *                 fill.
      * 15/10/2026 RFS  Court orders (penhoras): a vendor/company with
      *                 an order change awaiting PROGPAPR is held with
      *                 motivo 16, an order in force that blocks the
      *                 vendor with motivo 15; a percentage or fixed
      *                 order takes its share of the net payment up to
      *                 the ceiling, written in BRL to PENHDEPO,
      *                 rewritten on PENHCAD and listed on PENHRPT.
      * 15/10/2026 RFS  A payment coded to a cost center is now screened
      *                 before it confirms: held with motivo 22 when the
      *                 center is not on CCUSTCAD or inactive, and with
      *                 motivo 21 when, on top of what PAGHIST shows the
      *                 center already confirmed or settled in the
      *                 business month (credits netted out) and what
      *                 this run has confirmed, it would pass the
      *                 center's ORCAMENT budget for the month. A
      *                 release of the overrun under motivo 21 is the
      *                 approval.
      * 15/10/2026 RFS  FORNPEND record widened for the overseas account
      *                 fields PROGFORN now parks with a bank change.
      * 15/10/2026 RFS  A vendor advance (type A) is confirmed without
      *                 withholding or garnishment and stays out of the
      *                 cost-center budget and spend.
      * 15/10/2026 RFS  Early-payment discount: a vendor with FORNPRAZ
      *                 terms confirmed inside the discount window
      *                 (business days from PT-DATA-EMISSAO) has the
      *                 discount taken off the payment before
      *                 withholding; outside it the discount is recorded
      *                 lost.  Both go to DESCPAG, and PAGREPRT carries
      *                 the taken and lost totals.
      * 15/10/2026 RFS  The motivo 11 installment check counts
      *                 installments instead of adding net history
      *                 amounts to gross ones: held when the same
      *                 installment is already confirmed or settled, or
      *                 when one more would pass PT-QTD-PARCELAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOMM IS INITIAL PROGRAM.
           SELECT JUROS-PAGOS  ASSIGN TO "JUROSPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JUROS-PAG.
           SELECT PRAZO-CADASTRO ASSIGN TO "FORNPRAZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRAZO-CAD.
           SELECT DESCONTO-PAGOS ASSIGN TO "DESCPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESC-PAG.
           SELECT FORN-PENDENTE ASSIGN TO "FORNPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPE-FORN-ID
               FILE STATUS IS WS-FS-FORN-PEND.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT XREF-NOTA    ASSIGN TO "PAGXNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XN-CHAVE-XREF
               FILE STATUS IS WS-FS-XREF-NOTA.
           SELECT PENHORA-CADASTRO ASSIGN TO "PENHCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORA.
           SELECT PENH-PENDENTE ASSIGN TO "PENHPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-CHAVE
               FILE STATUS IS WS-FS-PENH-PEND.
           SELECT CENTRO-CUSTO ASSIGN TO "CCUSTCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTRO-CUSTO.
           SELECT ORCAMENTO    ASSIGN TO "ORCAMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORCAMENTO.
           SELECT PENH-DEPOSITO ASSIGN TO "PENHDEPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENH-DEPO.
           SELECT PENH-REPORT  ASSIGN TO "PENHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENH-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-TRANS
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
               88  PT-PENDENTE           VALUE 'P'.
               88  PT-CONFIRMADO         VALUE 'C'.
                         ==PG-TIPO==      BY ==PS-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PS-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PS-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==PS-TP-ADIANTAMENTO==
                         ==PG-EMPRESA==   BY ==PS-EMPRESA==
                         ==PG-PARCELA==   BY ==PS-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PS-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PS-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PS-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PS-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PS-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PS-DATA-EMISSAO==.
           05  PS-PAGTO                  PIC X(01).
               88  PS-PENDENTE           VALUE 'P'.
               88  PS-CONFIRMADO         VALUE 'C'.
           RECORDING MODE IS F.
       01  FORN-PENDENTE-REG.
           05  FPE-FORN-ID               PIC 9(05).
           05  FILLER                    PIC X(162).

      ******************************************************************
      * Approval limit - a single record naming the amount (in BRL,

      ******************************************************************
      * Tax payable - one accrual line per withholding, the file the
      * monthly fiscal report is built from.  The company it was
      * withheld for is stamped on it; the guide reference and date
      * stay blank until PROGGUIA pays it to the tax authority.
      ******************************************************************
       FD  IMPOSTO-PAGAR
           RECORDING MODE IS F.
           05  IP-VALOR-RETIDO           PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  IP-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  IP-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  IP-GUIA                   PIC X(10).
           05  FILLER                    PIC X(01).
           05  IP-DATA-GUIA              PIC 9(08).

      ******************************************************************
      * Interest/penalty terms - one record per vendor: the monthly
           05  FILLER                    PIC X(01).
           05  JP-MOEDA                  PIC X(03).

      ******************************************************************
      * Payment terms - one record per vendor: the early-payment
      * discount percentage, the discount window in business days
      * from the invoice issue date and the net days.  A vendor not
      * on the file earns no discount.
      ******************************************************************
       FD  PRAZO-CADASTRO
           RECORDING MODE IS F.
       01  PRAZO-CADASTRO-REG.
           05  PZ-FORN-ID                PIC 9(05).
           05  PZ-PERC-DESCONTO          PIC 9(02)V99.
           05  PZ-DIAS-DESCONTO          PIC 9(03).
           05  PZ-DIAS-LIQUIDO           PIC 9(03).

      ******************************************************************
      * Discount detail - one line per payment of a vendor with terms:
      * the discount taken (O, obtido) inside the window or the one
      * let go (P, perdido) outside it, for the discount report.
      ******************************************************************
       FD  DESCONTO-PAGOS
           RECORDING MODE IS F.
       01  DESCONTO-PAGOS-REG.
           05  DP-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  DP-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  DP-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  DP-SITUACAO               PIC X(01).
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
      * Payment history and its invoice cross-reference, read only to
      * total what earlier runs already confirmed against an invoice
      * split into installments.
      ******************************************************************
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
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       FD  XREF-NOTA
           RECORDING MODE IS F.
       01  XREF-NOTA-REG.
           05  XN-CHAVE-XREF.
               10  XN-NOTA-FISC          PIC X(10).
               10  XN-DATA-RUN           PIC 9(08).
               10  XN-CHAVE              PIC 9(06).

      ******************************************************************
      * Court orders (penhoras) in force against a vendor's payments -
      * read at start of run and rewritten as each withholding adds
      * to the amount redirected so far.  A missing master means no
      * order has ever been approved.
      ******************************************************************
       FD  PENHORA-CADASTRO
           RECORDING MODE IS F.
       01  PENHORA-CADASTRO-REG.
           COPY PENHREC.

       FD  PENH-PENDENTE
           RECORDING MODE IS F.
       01  PENH-PENDENTE-REG.
           05  PPE-CHAVE.
               10  PPE-FORN-ID           PIC 9(05).
               10  PPE-EMPRESA           PIC 9(02).
           05  FILLER                    PIC X(113).

      ******************************************************************
      * Judicial deposits - the part of a confirmed payment an order
      * redirects, in BRL, to the court's account, for PROGREMES to
      * send on its own judicial-deposit remittance.
      ******************************************************************
       FD  PENH-DEPOSITO
           RECORDING MODE IS F.
       01  PENH-DEPOSITO-REG.
           05  PD-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PD-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  PD-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  PD-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  PD-NUM-ORDEM              PIC X(20).
           05  FILLER                    PIC X(01).
           05  PD-BANCO-JUD              PIC 9(03).
           05  PD-AGENCIA-JUD            PIC 9(04).
           05  PD-CONTA-JUD              PIC 9(10).
           05  FILLER                    PIC X(01).
           05  PD-VALOR                  PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  PD-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  PD-VENCTO                 PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PD-NOTA-FISC              PIC X(10).

       FD  PENH-REPORT
           RECORDING MODE IS F.
       01  PENH-REPORT-REG               PIC X(132).

      ******************************************************************
      * Cost centers and their monthly budgets, loaded at start of run
      * for the cost-center and budget screens.
      ******************************************************************
       FD  CENTRO-CUSTO
           RECORDING MODE IS F.
       01  CENTRO-CUSTO-REG.
           COPY CCUSREC.

       FD  ORCAMENTO
           RECORDING MODE IS F.
       01  ORCAMENTO-REG.
           COPY ORCREC.

       WORKING-STORAGE SECTION.
           COPY PAYSTAT.

               88  OPERADOR-VALIDO   VALUE 'S' FALSE 'N'.
           05  WS-APROV-SITUACAO     PIC X(01) VALUE 'N'.
               88  APROVACAO-NEGADA  VALUE 'S' FALSE 'N'.
           05  WS-HIST-SITUACAO      PIC X(01) VALUE 'N'.
               88  HA-HISTORICO      VALUE 'S' FALSE 'N'.
           05  WS-EOF-XREF-NOTA      PIC X(01) VALUE 'N'.
               88  FIM-XREF-NOTA     VALUE 'S' FALSE 'N'.
           05  WS-PARC-REPETIDA      PIC X(01) VALUE 'N'.
               88  PARCELA-REPETIDA  VALUE 'S' FALSE 'N'.
           05  WS-PENHORA-SITUACAO   PIC X(01) VALUE 'N'.
               88  HA-PENHORAS       VALUE 'S' FALSE 'N'.
           05  WS-EOF-PENHORA        PIC X(01) VALUE 'N'.
               88  FIM-PENHORAS      VALUE 'S' FALSE 'N'.
           05  WS-PENH-ACHADA        PIC X(01) VALUE 'N'.
               88  PENHORA-ACHADA    VALUE 'S' FALSE 'N'.
           05  WS-CENTROS-CARGA      PIC X(01) VALUE 'N'.
               88  HA-CENTROS        VALUE 'S' FALSE 'N'.
           05  WS-EOF-HIST-MES       PIC X(01) VALUE 'N'.
               88  FIM-HIST-MES      VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-IMPOSTO      PIC 9(11)V99 VALUE ZEROS.
           05  WS-QTD-ENCARGOS       PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-ENCARGOS     PIC 9(11)V99 VALUE ZEROS.
           05  WS-QTD-PENHORAS       PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-PENHORA      PIC 9(11)V99 VALUE ZEROS.
           05  WS-QTD-DESCONTOS      PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-DESCONTOS    PIC 9(11)V99 VALUE ZEROS.
           05  WS-QTD-DESC-PERDIDOS  PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-DESC-PERDIDOS PIC 9(11)V99 VALUE ZEROS.

      ******************************************************************
      * Per-company confirmation totals - the two legal entities the
       77 WS-FS-IMPOSTO             PIC X(02) VALUE SPACES.
       77 WS-FS-JUROS-CAD           PIC X(02) VALUE SPACES.
       77 WS-FS-JUROS-PAG           PIC X(02) VALUE SPACES.
       77 WS-FS-PRAZO-CAD           PIC X(02) VALUE SPACES.
       77 WS-FS-DESC-PAG            PIC X(02) VALUE SPACES.
       77 WS-FS-FORN-PEND           PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-EFET           PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-TOLE           PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-XREF-NOTA           PIC X(02) VALUE SPACES.
       77 WS-FS-PENHORA             PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-PEND           PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-DEPO           PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-CENTRO-CUSTO        PIC X(02) VALUE SPACES.
       77 WS-FS-ORCAMENTO           PIC X(02) VALUE SPACES.
       77 WS-TOLERANCIA-DIAS        PIC 9(03) VALUE 5.
       77 WS-TAXA-SITUACAO          PIC X(01) VALUE 'N'.
           88  TAXA-DISPONIVEL      VALUE 'S' FALSE 'N'.
       77 WS-ENCARGO-CONVERTIDO     PIC 9(09)V99 COMP-3 VALUE ZERO.
       77 WS-DATA-NEGOCIO           PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * Early-payment discount terms loaded from FORNPRAZ at start of
      * run.
      ******************************************************************
       01  WS-TABELA-PRAZOS.
           05  WS-PRZ-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-PRZ-IDX.
               10  WS-PRZ-FORN-ID    PIC 9(05).
               10  WS-PRZ-PERC-DESC  PIC 9(02)V99.
               10  WS-PRZ-DIAS-DESC  PIC 9(03).
               10  WS-PRZ-DIAS-LIQ   PIC 9(03).
       77 WS-QTD-PRAZO-REGRAS       PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-SITUACAO         PIC X(01) VALUE 'N'.
           88  PRAZO-ACHADO         VALUE 'S' FALSE 'N'.
       77 WS-VALOR-DESCONTO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-DESCONTO-CONVERTIDO    PIC 9(09)V99 COMP-3 VALUE ZERO.
       77 WS-DATA-LIMITE-DESC       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PAGTO             PIC 9(05) VALUE ZEROS.

      ******************************************************************
      * Charge-record keys live in their own 8xxxxx range, next to
      * the 9xxxxx range PROGGERA reserves for generated occurrences,
       77 WS-PEND-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PENDENTES        VALUE 'S' FALSE 'N'.

      ******************************************************************
      * Court orders loaded from PENHCAD at start of run, with what
      * each one has withheld so far and in this run, and the vendor/
      * company pairs whose order is still waiting for PROGPAPR on
      * PENHPEND.
      ******************************************************************
       01  WS-TABELA-PENHORAS.
           05  WS-PNH-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-PNH-IDX.
               10  WS-PNH-FORN-ID    PIC 9(05).
               10  WS-PNH-EMPRESA    PIC 9(02).
               10  WS-PNH-NUM-ORDEM  PIC X(20).
               10  WS-PNH-TIPO       PIC X(01).
                   88  WS-PNH-TP-BLOQUEIO   VALUE 'B'.
                   88  WS-PNH-TP-PERCENTUAL VALUE 'P'.
                   88  WS-PNH-TP-FIXO       VALUE 'F'.
               10  WS-PNH-PERCENTUAL PIC 9(03)V99.
               10  WS-PNH-VALOR-FIXO PIC 9(09)V99.
               10  WS-PNH-TETO       PIC 9(11)V99.
               10  WS-PNH-BANCO-JUD  PIC 9(03).
               10  WS-PNH-AGENCIA-JUD PIC 9(04).
               10  WS-PNH-CONTA-JUD  PIC 9(10).
               10  WS-PNH-DATA-INICIO PIC 9(08).
               10  WS-PNH-DATA-FIM   PIC 9(08).
               10  WS-PNH-RETIDO-ACUM PIC 9(11)V99.
               10  WS-PNH-RETIDO-RUN PIC 9(11)V99.
       77 WS-QTD-PENHORAS-CAD       PIC 9(03) VALUE ZEROS.

       01  WS-TABELA-PENH-PEND.
           05  WS-PPE-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-PPE-IDX.
               10  WS-PPE-FORN-ID    PIC 9(05).
               10  WS-PPE-EMPRESA    PIC 9(02).
       77 WS-QTD-PENH-PEND          PIC 9(03) VALUE ZEROS.
       77 WS-PENH-VALOR             PIC 9(09)V99 VALUE ZEROS.
       77 WS-PENH-CONVERTIDO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-PENH-SALDO             PIC 9(11)V99 VALUE ZEROS.

      ******************************************************************
      * Installments confirmed so far in this run, so a later
      * installment of the same invoice in the same file is measured
      * against them before PAGHIST has seen any of it.
      ******************************************************************
       01  WS-TABELA-PARCELAS-RUN.
           05  WS-PRU-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-PRU-IDX.
               10  WS-PRU-FORN-ID    PIC 9(05).
               10  WS-PRU-NOTA-FISC  PIC X(10).
               10  WS-PRU-PARCELA    PIC 9(02).
       77 WS-QTD-PARCELAS-RUN       PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Latest history status per payment key for the invoice under
      * test - a key can appear once per run it went through (C, then
      * L / V / D), and only the last one says where it stands.
      ******************************************************************
       01  WS-TABELA-PARCELAS-HIST.
           05  WS-PHI-ITEM           OCCURS 50 TIMES
                                     INDEXED BY WS-PHI-IDX.
               10  WS-PHI-CHAVE      PIC 9(06).
               10  WS-PHI-PAGTO      PIC X(01).
               10  WS-PHI-PARCELA    PIC 9(02).
       77 WS-QTD-PARCELAS-HIST      PIC 9(03) VALUE ZEROS.
       77 WS-PARC-JA-CONFIRMADO     PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Cost centers from CCUSTCAD with the business month's budget
      * off ORCAMENT and what the month has spent against it - the
      * PAGHIST confirmations and settlements dated in the month (credit
      * notes netted out) plus what this run confirms as it goes, all
      * in BRL.  A center with no budget line for the month has no
      * budget control.
      ******************************************************************
       01  WS-TABELA-CENTROS.
           05  WS-CCU-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-CCU-IDX.
               10  WS-CCU-CODIGO     PIC X(06).
               10  WS-CCU-SITUACAO   PIC X(01).
               10  WS-CCU-TEM-ORCAMENTO PIC X(01).
                   88  WS-CCU-COM-ORCAMENTO VALUE 'S'.
               10  WS-CCU-ORCADO     PIC 9(11)V99 COMP-3.
               10  WS-CCU-GASTO      PIC S9(11)V99 COMP-3.
       77 WS-QTD-CENTROS            PIC 9(03) VALUE ZEROS.
       77 WS-ANO-MES-NEGOCIO        PIC 9(06) VALUE ZEROS.
       77 WS-CCU-VALOR              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-CCU-PREVISTO           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77 WS-MOEDA-CONVERTER        PIC X(03) VALUE SPACES.
       77 WS-VALOR-CONVERTER        PIC 9(09)V99 VALUE ZEROS.

       01  WS-TABELA-OPERADORES.
           05  WS-OPER-ITEM          OCCURS 50 TIMES
                                     INDEXED BY WS-OPER-IDX.
           05  WS-REPORT-IMPOSTO     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-REPORT-DESCONTO-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'DESCONTO FINANCEIRO OBTIDO.'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-DESCONTO    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-REPORT-PERDIDO-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'DESCONTO FINANCEIRO PERDIDO'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-PERDIDO     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-REPORT-ENCARGO-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'ENCARGOS POR ATRASO........'.
           05  WS-REPORT-ENCARGO     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-REPORT-PENHORA-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'DEPOSITO JUDICIAL (PENHORA)'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-PENHORA     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-REPORT-CREDITO-LINHA.
           05  FILLER                PIC X(27)
               VALUE 'TOTAL DE CREDITOS CONF.....'.
           05  WS-REPORT-QTD-LIDOS   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

      ******************************************************************
      * Court-order report - one line per order on PENHCAD: the
      * ceiling, what was withheld to date and in this run, and the
      * balance still to redirect.
      ******************************************************************
       01  WS-PENH-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'RELATORIO DE PENHORAS - POSICAO DO RUN  '.
           05  FILLER                PIC X(13) VALUE 'DATA NEGOCIO:'.
           05  WS-PENH-TIT-DATA      PIC 9(08).
           05  FILLER                PIC X(71) VALUE SPACES.

       01  WS-PENH-CABEC.
           05  FILLER                PIC X(44) VALUE
               'ORDEM                FORN  EM T             '.
           05  FILLER                PIC X(44) VALUE
               ' TETO  RETIDO ACUMULADO     RETIDO NO RUN   '.
           05  FILLER                PIC X(44) VALUE
               '          SALDO SITUACAO                    '.

       01  WS-PENH-DETALHE.
           05  WS-PENH-DET-ORDEM     PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-FORN      PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-EMPRESA   PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-TIPO      PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-TETO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-ACUM      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-RUN       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-SALDO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PENH-DET-SITUACAO  PIC X(10).
           05  FILLER                PIC X(18) VALUE SPACES.

       01  WS-PENH-TOTAL.
           05  FILLER                PIC X(27)
               VALUE 'TOTAL DEPOSITADO NO RUN....'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-PENH-TOT-VALOR     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(12) VALUE 'DEPOSITOS: '.
           05  WS-PENH-TOT-QTD       PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(65) VALUE SPACES.

      ******************************************************************
      * Table of valid correction-reason codes - why a payment was
      * reversed or held instead of confirmed - shared vocabulary
           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT
           PERFORM 1250-CARREGAR-RETENCAO THRU 1250-EXIT
           PERFORM 1270-CARREGAR-JUROS THRU 1270-EXIT
           PERFORM 1285-CARREGAR-PRAZOS THRU 1285-EXIT
           PERFORM 1290-CARREGAR-PENDENTES THRU 1290-EXIT
           PERFORM 1350-ZERAR-EMPRESAS THRU 1350-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
           PERFORM 1400-CARREGAR-OPERADORES THRU 1400-EXIT
           PERFORM 1450-CARREGAR-LIMITE THRU 1450-EXIT

      *    History is optional here - the first run of a new system
      *    has none, and only the installment screen needs it.
           SET HA-HISTORICO TO FALSE
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST = '00'
               OPEN INPUT XREF-NOTA
               IF WS-FS-XREF-NOTA = '00'
                   SET HA-HISTORICO TO TRUE
               ELSE
                   CLOSE PAGTO-HIST
               END-IF
           END-IF

           OPEN EXTEND IMPOSTO-PAGAR
           IF WS-FS-IMPOSTO NOT = '00'
               CLOSE IMPOSTO-PAGAR
               MOVE WS-FS-JUROS-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND DESCONTO-PAGOS
           IF WS-FS-DESC-PAG NOT = '00'
               CLOSE DESCONTO-PAGOS
               OPEN OUTPUT DESCONTO-PAGOS
           END-IF
           IF WS-FS-DESC-PAG NOT = '00'
               MOVE 'DESCPAG'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-DESC-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 1500-CARREGAR-PENHORAS THRU 1500-EXIT
           PERFORM 1550-CARREGAR-PENH-PEND THRU 1550-EXIT
           PERFORM 1600-CARREGAR-CENTROS THRU 1600-EXIT

      *    The judicial deposits follow PAGSAIDA - a restart carries
      *    on the same file.
           IF HA-CKPT-ANTERIOR
               OPEN EXTEND PENH-DEPOSITO
           ELSE
               OPEN OUTPUT PENH-DEPOSITO
           END-IF
           IF WS-FS-PENH-DEPO NOT = '00'
               MOVE 'PENHDEPO' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-DEPO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT PENH-REPORT
           IF WS-FS-PENH-RPT NOT = '00'
               MOVE 'PENHRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 2100-READ-TRANS THRU 2100-EXIT

           IF HA-CKPT-ANTERIOR
       1280-EXIT.
           EXIT.

      ******************************************************************
      * 1285-CARREGAR-PRAZOS - load the early-payment discount terms.
      * A missing file leaves the table empty and no discount is ever
      * taken or reported lost.
      ******************************************************************
       1285-CARREGAR-PRAZOS.
           OPEN INPUT PRAZO-CADASTRO
           IF WS-FS-PRAZO-CAD = '00'
               PERFORM 1286-LER-PRAZO THRU 1286-EXIT
                   UNTIL WS-FS-PRAZO-CAD = '10'
                      OR WS-QTD-PRAZO-REGRAS >= 200
               CLOSE PRAZO-CADASTRO
           END-IF.
       1285-EXIT.
           EXIT.

      ******************************************************************
      * 1286-LER-PRAZO - read one vendor's payment terms into the table
      ******************************************************************
       1286-LER-PRAZO.
           READ PRAZO-CADASTRO
               AT END
                   MOVE '10' TO WS-FS-PRAZO-CAD
               NOT AT END
                   ADD 1 TO WS-QTD-PRAZO-REGRAS
                   SET WS-PRZ-IDX TO WS-QTD-PRAZO-REGRAS
                   MOVE PZ-FORN-ID TO WS-PRZ-FORN-ID (WS-PRZ-IDX)
                   MOVE PZ-PERC-DESCONTO
                                   TO WS-PRZ-PERC-DESC (WS-PRZ-IDX)
                   MOVE PZ-DIAS-DESCONTO
                                   TO WS-PRZ-DIAS-DESC (WS-PRZ-IDX)
                   MOVE PZ-DIAS-LIQUIDO
                                   TO WS-PRZ-DIAS-LIQ (WS-PRZ-IDX)
           END-READ
           IF WS-FS-PRAZO-CAD NOT = '00' AND NOT = '10'
               MOVE 'FORNPRAZ' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PRAZO-CAD TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1286-EXIT.
           EXIT.

      ******************************************************************
      * 1350-ZERAR-EMPRESAS - zero one company's accumulators
      ******************************************************************
       1295-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CARREGAR-PENHORAS - every approved court order into the
      * table.  The master stays open I-O so each withholding can be
      * added to the order's running total as it happens.
      ******************************************************************
       1500-CARREGAR-PENHORAS.
           SET HA-PENHORAS TO FALSE
           SET FIM-PENHORAS TO FALSE
           OPEN I-O PENHORA-CADASTRO
           IF WS-FS-PENHORA = '35'
               GO TO 1500-EXIT
           END-IF
           IF WS-FS-PENHORA NOT = '00'
               MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           SET HA-PENHORAS TO TRUE
           MOVE LOW-VALUES TO PN-CHAVE
           START PENHORA-CADASTRO KEY NOT < PN-CHAVE
               INVALID KEY
                   SET FIM-PENHORAS TO TRUE
           END-START
           PERFORM 1510-LER-PENHORA THRU 1510-EXIT
               UNTIL FIM-PENHORAS.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-LER-PENHORA - one court order into the table
      ******************************************************************
       1510-LER-PENHORA.
           READ PENHORA-CADASTRO NEXT RECORD
               AT END
                   SET FIM-PENHORAS TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF WS-FS-PENHORA NOT = '00'
               MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-PENHORAS-CAD >= 200
               MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-PENHORAS-CAD
           SET WS-PNH-IDX TO WS-QTD-PENHORAS-CAD
           MOVE PN-FORN-ID     TO WS-PNH-FORN-ID (WS-PNH-IDX)
           MOVE PN-EMPRESA     TO WS-PNH-EMPRESA (WS-PNH-IDX)
           MOVE PN-NUM-ORDEM   TO WS-PNH-NUM-ORDEM (WS-PNH-IDX)
           MOVE PN-TIPO        TO WS-PNH-TIPO (WS-PNH-IDX)
           MOVE PN-PERCENTUAL  TO WS-PNH-PERCENTUAL (WS-PNH-IDX)
           MOVE PN-VALOR-FIXO  TO WS-PNH-VALOR-FIXO (WS-PNH-IDX)
           MOVE PN-TETO        TO WS-PNH-TETO (WS-PNH-IDX)
           MOVE PN-BANCO-JUD   TO WS-PNH-BANCO-JUD (WS-PNH-IDX)
           MOVE PN-AGENCIA-JUD TO WS-PNH-AGENCIA-JUD (WS-PNH-IDX)
           MOVE PN-CONTA-JUD   TO WS-PNH-CONTA-JUD (WS-PNH-IDX)
           MOVE PN-DATA-INICIO TO WS-PNH-DATA-INICIO (WS-PNH-IDX)
           MOVE PN-DATA-FIM    TO WS-PNH-DATA-FIM (WS-PNH-IDX)
           MOVE PN-RETIDO-ACUM TO WS-PNH-RETIDO-ACUM (WS-PNH-IDX)
           MOVE ZEROS          TO WS-PNH-RETIDO-RUN (WS-PNH-IDX).
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1550-CARREGAR-PENH-PEND - the vendor/company pairs whose court
      * order is waiting for a second operator; a missing pending
      * master means nothing is waiting
      ******************************************************************
       1550-CARREGAR-PENH-PEND.
           OPEN INPUT PENH-PENDENTE
           IF WS-FS-PENH-PEND NOT = '00'
               GO TO 1550-EXIT
           END-IF
           MOVE '00' TO WS-FS-PENH-PEND
           MOVE LOW-VALUES TO PPE-CHAVE
           START PENH-PENDENTE KEY NOT < PPE-CHAVE
               INVALID KEY
                   MOVE '10' TO WS-FS-PENH-PEND
           END-START
           PERFORM 1560-LER-PENH-PEND THRU 1560-EXIT
               UNTIL WS-FS-PENH-PEND = '10'
           CLOSE PENH-PENDENTE.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1560-LER-PENH-PEND - one pending court order into the table
      ******************************************************************
       1560-LER-PENH-PEND.
           READ PENH-PENDENTE NEXT RECORD
               AT END
                   MOVE '10' TO WS-FS-PENH-PEND
                   GO TO 1560-EXIT
           END-READ
           IF WS-FS-PENH-PEND NOT = '00'
               MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-PENH-PEND >= 200
               MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-PENH-PEND
           SET WS-PPE-IDX TO WS-QTD-PENH-PEND
           MOVE PPE-FORN-ID TO WS-PPE-FORN-ID (WS-PPE-IDX)
           MOVE PPE-EMPRESA TO WS-PPE-EMPRESA (WS-PPE-IDX).
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CARREGAR-CENTROS - the cost-center table, the business
      * month's budgets and what PAGHIST shows already spent against
      * them.  Without a CCUSTCAD master the suite is not coding cost
      * centers yet and both screens stand down.
      ******************************************************************
       1600-CARREGAR-CENTROS.
           MOVE WS-DATA-NEGOCIO (1:6) TO WS-ANO-MES-NEGOCIO
           OPEN INPUT CENTRO-CUSTO
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               DISPLAY 'CADASTRO DE CENTROS DE CUSTO INDISPONIVEL, '
                   'STATUS: ' WS-FS-CENTRO-CUSTO
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-LER-CENTRO THRU 1610-EXIT
               UNTIL WS-FS-CENTRO-CUSTO = '10'
           CLOSE CENTRO-CUSTO
           IF WS-QTD-CENTROS = ZEROS
               GO TO 1600-EXIT
           END-IF
           SET HA-CENTROS TO TRUE

           OPEN INPUT ORCAMENTO
           IF WS-FS-ORCAMENTO = '00'
               PERFORM 1620-LER-ORCAMENTO THRU 1620-EXIT
                   UNTIL WS-FS-ORCAMENTO = '10'
               CLOSE ORCAMENTO
           END-IF

           IF HA-HISTORICO
               SET FIM-HIST-MES TO FALSE
               MOVE WS-ANO-MES-NEGOCIO TO PH-DATA-RUN (1:6)
               MOVE '01'               TO PH-DATA-RUN (7:2)
               MOVE ZEROS              TO PH-CHAVE
               START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
                   INVALID KEY
                       SET FIM-HIST-MES TO TRUE
               END-START
               PERFORM 1630-LER-HIST-MES THRU 1630-EXIT
                   UNTIL FIM-HIST-MES
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1610-LER-CENTRO - read one cost center into the table
      ******************************************************************
       1610-LER-CENTRO.
           READ CENTRO-CUSTO
               AT END
                   MOVE '10' TO WS-FS-CENTRO-CUSTO
                   GO TO 1610-EXIT
           END-READ
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CENTRO-CUSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-CENTROS >= 500
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CENTROS
           SET WS-CCU-IDX TO WS-QTD-CENTROS
           MOVE CC-CODIGO   TO WS-CCU-CODIGO (WS-CCU-IDX)
           MOVE CC-SITUACAO TO WS-CCU-SITUACAO (WS-CCU-IDX)
           MOVE 'N'         TO WS-CCU-TEM-ORCAMENTO (WS-CCU-IDX)
           MOVE ZEROS       TO WS-CCU-ORCADO (WS-CCU-IDX)
           MOVE ZEROS       TO WS-CCU-GASTO (WS-CCU-IDX).
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 1620-LER-ORCAMENTO - one budget line; only the business
      * month's lines for centers on the master count
      ******************************************************************
       1620-LER-ORCAMENTO.
           READ ORCAMENTO
               AT END
                   MOVE '10' TO WS-FS-ORCAMENTO
                   GO TO 1620-EXIT
           END-READ
           IF WS-FS-ORCAMENTO NOT = '00'
               MOVE 'ORCAMENT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ORCAMENTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF OR-ANO-MES NOT = WS-ANO-MES-NEGOCIO
               GO TO 1620-EXIT
           END-IF
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   CONTINUE
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = OR-CENTRO-CUSTO
                   MOVE 'S' TO WS-CCU-TEM-ORCAMENTO (WS-CCU-IDX)
                   MOVE OR-VALOR-ORCADO TO WS-CCU-ORCADO (WS-CCU-IDX)
           END-SEARCH.
       1620-EXIT.
           EXIT.

      ******************************************************************
      * 1630-LER-HIST-MES - one PAGHIST record of the business month:
      * a payment confirmed or settled counts against its center, a
      * credit note comes off it; a vendor advance is not spend - its
      * invoices count when they come.  A key carries one C row per
      * confirmation (the settlement and the bank return rewrite that
      * same row), so counting the C and L rows counts each payment
      * once.  The first record past the month ends the scan.
      ******************************************************************
       1630-LER-HIST-MES.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-HIST-MES TO TRUE
                   GO TO 1630-EXIT
           END-READ
           IF PH-DATA-RUN (1:6) NOT = WS-ANO-MES-NEGOCIO
               SET FIM-HIST-MES TO TRUE
               GO TO 1630-EXIT
           END-IF
           IF PH-CENTRO-CUSTO = SPACES
              OR PH-TP-ADIANTAMENTO
              OR (PH-PAGTO NOT = 'C' AND PH-PAGTO NOT = 'L')
               GO TO 1630-EXIT
           END-IF
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   GO TO 1630-EXIT
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = PH-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH
           MOVE PH-MOEDA TO WS-MOEDA-CONVERTER
           MOVE PH-VALOR TO WS-VALOR-CONVERTER
           PERFORM 1640-CONVERTER-BRL THRU 1640-EXIT
           IF PH-TP-CREDITO
               SUBTRACT WS-CCU-VALOR FROM WS-CCU-GASTO (WS-CCU-IDX)
           ELSE
               ADD WS-CCU-VALOR TO WS-CCU-GASTO (WS-CCU-IDX)
           END-IF.
       1630-EXIT.
           EXIT.

      ******************************************************************
      * 1640-CONVERTER-BRL - WS-VALOR-CONVERTER in WS-MOEDA-CONVERTER
      * to BRL in WS-CCU-VALOR at the rate on the table today; a
      * currency with no rate converts 1:1, as PAYTAX has it
      ******************************************************************
       1640-CONVERTER-BRL.
           MOVE WS-VALOR-CONVERTER TO WS-CCU-VALOR
           IF WS-MOEDA-CONVERTER = 'BRL' OR WS-QTD-TAXAS = ZEROS
               GO TO 1640-EXIT
           END-IF
           SET WS-TAXA-IDX TO 1
           SEARCH WS-TAXA-ITEM
               AT END
                   CONTINUE
               WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = WS-MOEDA-CONVERTER
                   COMPUTE WS-CCU-VALOR ROUNDED
                       = WS-VALOR-CONVERTER
                       * WS-TAXA-VALOR (WS-TAXA-IDX)
           END-SEARCH.
       1640-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-OPERADORES - load the authorized-operator table
      * for the run.  A missing file just leaves the table empty; the
           IF PS-EMPRESA = ZEROS
               MOVE 1 TO PS-EMPRESA
           END-IF
           MOVE PT-PARCELA     TO PS-PARCELA
           MOVE PT-QTD-PARCELAS TO PS-QTD-PARCELAS
           MOVE PT-VALOR-NOTA  TO PS-VALOR-NOTA
           MOVE PT-LINHA-DIGITAVEL TO PS-LINHA-DIGITAVEL
           MOVE PT-NUM-PEDIDO TO PS-NUM-PEDIDO
           MOVE PT-CENTRO-CUSTO TO PS-CENTRO-CUSTO
           MOVE PT-DATA-EMISSAO TO PS-DATA-EMISSAO
           MOVE SPACES         TO PS-MOTIVO-CORRECAO

           DISPLAY 'SITUACAO DO PAGTO DO ATUAL.: ' PT-PAGTO
                       ADD 1 TO WS-QTD-RETIDOS
                       GO TO 2000-GRAVAR
                   END-IF
      *            An installment may not take the invoice past its
      *            plan once the earlier installments are counted.
                   IF PT-PARCELA > ZEROS
                      AND NOT PT-TP-CREDITO
                       PERFORM 2040-VALIDAR-PARCELAS THRU 2040-EXIT
                   END-IF
                   IF PAGAMENTO-RETIDO
                       SET PAGTO-PENDENTE TO TRUE
                       MOVE WS-MOTIVO-RETENCAO TO PS-MOTIVO-CORRECAO
                       DISPLAY 'PAGAMENTO RETIDO, PARCELAS > NOTA: '
                           PT-CHAVE ' NOTA: ' PT-NOTA-FISC
                       ADD 1 TO WS-QTD-RETIDOS
                       GO TO 2000-GRAVAR
                   END-IF
      *            The cost center must be on the master and active,
      *            and an expense may not run its center past the
      *            month's budget unless the desk approved the overrun.
                   IF HA-CENTROS
                       PERFORM 2050-VALIDAR-CENTRO THRU 2050-EXIT
                   END-IF
                   IF PAGAMENTO-RETIDO
                       SET PAGTO-PENDENTE TO TRUE
                       MOVE WS-MOTIVO-RETENCAO TO PS-MOTIVO-CORRECAO
                       DISPLAY 'PAGAMENTO RETIDO, CENTRO DE CUSTO: '
                           PT-CHAVE ' CENTRO: ' PT-CENTRO-CUSTO
                           ' MOTIVO: ' WS-MOTIVO-RETENCAO
                       ADD 1 TO WS-QTD-RETIDOS
                       GO TO 2000-GRAVAR
                   END-IF
                   SET PAGTO-CONFIRMADO TO TRUE
                   DISPLAY 'NOVA SITUACAO DO PAGTO.: ' PAGTO-STATUS-COD
      *            A confirmed credit note never joins the control
                       ADD 1 TO WS-QTD-CREDITOS
                       ADD WS-VALOR-CONVERTIDO TO WS-TOTAL-CREDITOS
                   ELSE
      *                A vendor advance is withheld and garnished on
      *                the invoices later cleared against it, not on
      *                the money sent ahead of them.
                       IF NOT PT-TP-ADIANTAMENTO
      *                    The early-payment discount comes off first -
      *                    the tax base stays the invoice amount.
                           PERFORM 2060-APLICAR-DESCONTO THRU 2060-EXIT
                           PERFORM 2025-RETER-IMPOSTO THRU 2025-EXIT
                           PERFORM 2029-APLICAR-PENHORA THRU 2029-EXIT
                       END-IF
                       PERFORM 2027-CALCULAR-ENCARGO THRU 2027-EXIT
                       COMPUTE WS-VALOR-CONVERTIDO ROUNDED
                           = PS-VALOR * WS-TAXA-APLICADA
                       ADD 1 TO WS-EMP-QTD-CONF (WS-EMP-IDX)
                       ADD WS-VALOR-CONVERTIDO
                           TO WS-EMP-VALOR-CONF (WS-EMP-IDX)
                       IF PT-PARCELA > ZEROS
                           PERFORM 2045-REGISTRAR-PARCELA THRU 2045-EXIT
                       END-IF
                   END-IF
                   IF HA-CENTROS AND PT-CENTRO-CUSTO NOT = SPACES
                      AND NOT PT-TP-ADIANTAMENTO
                       PERFORM 2055-REGISTRAR-GASTO THRU 2055-EXIT
                   END-IF
               WHEN OTHER
                   SET PAGTO-REJEITADO TO TRUE
           MOVE PT-VALOR                     TO IP-BASE
           MOVE WS-VALOR-IMPOSTO             TO IP-VALOR-RETIDO
           MOVE PT-MOEDA                     TO IP-MOEDA
           MOVE PT-EMPRESA                   TO IP-EMPRESA
           IF IP-EMPRESA = ZEROS
               MOVE 1 TO IP-EMPRESA
           END-IF
           MOVE SPACES                       TO IP-GUIA
           MOVE ZEROS                        TO IP-DATA-GUIA
           WRITE IMPOSTO-PAGAR-REG
           IF WS-FS-IMPOSTO NOT = '00'
               MOVE 'IMPAPAG' TO WS-ERRO-ARQUIVO
           IF PS-EMPRESA = ZEROS
               MOVE 1 TO PS-EMPRESA
           END-IF
           MOVE ZEROS                TO PS-PARCELA
           MOVE ZEROS                TO PS-QTD-PARCELAS
           MOVE ZEROS                TO PS-VALOR-NOTA
           MOVE SPACES               TO PS-LINHA-DIGITAVEL
           MOVE SPACES               TO PS-NUM-PEDIDO
           MOVE PT-CENTRO-CUSTO      TO PS-CENTRO-CUSTO
           MOVE WS-DATA-NEGOCIO      TO PS-DATA-EMISSAO
           MOVE 'C'                  TO PS-PAGTO
           MOVE SPACES               TO PS-MOTIVO-CORRECAO
           WRITE PAGTO-SAIDA-REG
       2028-EXIT.
           EXIT.

      ******************************************************************
      * 2029-APLICAR-PENHORA - a percentage or fixed-amount order in
      * force on the vendor takes its share of the net payment (after
      * withholding tax) up to what is left of the order's ceiling.
      * The share leaves PS-VALOR - the vendor is paid the rest - and
      * goes, in BRL, to PENHDEPO for the court's account.  The
      * order's running total on PENHCAD is rewritten at once so the
      * ceiling holds across runs.
      ******************************************************************
       2029-APLICAR-PENHORA.
           MOVE PS-EMPRESA TO WS-EMPRESA-ATUAL
           PERFORM 2034-LOCALIZAR-PENHORA THRU 2034-EXIT
           IF NOT PENHORA-ACHADA
              OR WS-PNH-TP-BLOQUEIO (WS-PNH-IDX)
               GO TO 2029-EXIT
           END-IF
           IF WS-PNH-RETIDO-ACUM (WS-PNH-IDX)
              NOT < WS-PNH-TETO (WS-PNH-IDX)
               GO TO 2029-EXIT
           END-IF
           COMPUTE WS-PENH-SALDO = WS-PNH-TETO (WS-PNH-IDX)
               - WS-PNH-RETIDO-ACUM (WS-PNH-IDX)

      *    The fixed amount is set in BRL; the payment may not be.
           IF WS-PNH-TP-PERCENTUAL (WS-PNH-IDX)
               COMPUTE WS-PENH-VALOR ROUNDED
                   = PS-VALOR * WS-PNH-PERCENTUAL (WS-PNH-IDX) / 100
           ELSE
               COMPUTE WS-PENH-VALOR ROUNDED
                   = WS-PNH-VALOR-FIXO (WS-PNH-IDX) / WS-TAXA-APLICADA
           END-IF
           IF WS-PENH-VALOR > PS-VALOR
               MOVE PS-VALOR TO WS-PENH-VALOR
           END-IF
           COMPUTE WS-PENH-CONVERTIDO ROUNDED
               = WS-PENH-VALOR * WS-TAXA-APLICADA
           IF WS-PENH-CONVERTIDO > WS-PENH-SALDO
               MOVE WS-PENH-SALDO TO WS-PENH-CONVERTIDO
               COMPUTE WS-PENH-VALOR ROUNDED
                   = WS-PENH-SALDO / WS-TAXA-APLICADA
               IF WS-PENH-VALOR > PS-VALOR
                   MOVE PS-VALOR TO WS-PENH-VALOR
               END-IF
           END-IF
           IF WS-PENH-VALOR = ZEROS
               GO TO 2029-EXIT
           END-IF

           SUBTRACT WS-PENH-VALOR FROM PS-VALOR
           ADD WS-PENH-CONVERTIDO TO WS-PNH-RETIDO-ACUM (WS-PNH-IDX)
           ADD WS-PENH-CONVERTIDO TO WS-PNH-RETIDO-RUN (WS-PNH-IDX)
           ADD 1 TO WS-QTD-PENHORAS
           ADD WS-PENH-CONVERTIDO TO WS-TOTAL-PENHORA

           MOVE SPACES TO PENH-DEPOSITO-REG
           MOVE WS-DATA-NEGOCIO TO PD-DATA
           MOVE PT-CHAVE        TO PD-CHAVE
           MOVE PT-FORN-ID      TO PD-FORN-ID
           MOVE PS-EMPRESA      TO PD-EMPRESA
           MOVE WS-PNH-NUM-ORDEM (WS-PNH-IDX)   TO PD-NUM-ORDEM
           MOVE WS-PNH-BANCO-JUD (WS-PNH-IDX)   TO PD-BANCO-JUD
           MOVE WS-PNH-AGENCIA-JUD (WS-PNH-IDX) TO PD-AGENCIA-JUD
           MOVE WS-PNH-CONTA-JUD (WS-PNH-IDX)   TO PD-CONTA-JUD
           MOVE WS-PENH-CONVERTIDO TO PD-VALOR
           MOVE 'BRL'           TO PD-MOEDA
           MOVE PS-VENCTO       TO PD-VENCTO
           MOVE PT-NOTA-FISC    TO PD-NOTA-FISC
           WRITE PENH-DEPOSITO-REG
           IF WS-FS-PENH-DEPO NOT = '00'
               MOVE 'PENHDEPO' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-DEPO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE PD-FORN-ID TO PN-FORN-ID
           MOVE PD-EMPRESA TO PN-EMPRESA
           READ PENHORA-CADASTRO
               INVALID KEY
                   MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                   MOVE 'READ'    TO WS-ERRO-OPERACAO
                   MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-READ
           MOVE WS-PNH-RETIDO-ACUM (WS-PNH-IDX) TO PN-RETIDO-ACUM
           REWRITE PENHORA-CADASTRO-REG
           IF WS-FS-PENHORA NOT = '00'
               MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
               MOVE 'REWRIT'  TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           DISPLAY 'PENHORA DEPOSITADA....: ' PT-CHAVE
               ' ORDEM: ' PD-NUM-ORDEM ' VALOR: ' PD-VALOR.
       2029-EXIT.
           EXIT.

      ******************************************************************
      * 2030-VALIDAR-FORNECEDOR - look the transaction's vendor up on
      * the FORNCAD master.  A vendor with no master record, or one
           END-READ
           IF NOT PAGAMENTO-RETIDO
               PERFORM 2032-VALIDAR-PENDENCIA THRU 2032-EXIT
           END-IF
           IF NOT PAGAMENTO-RETIDO
              AND NOT PT-TP-CREDITO
               PERFORM 2033-VALIDAR-PENHORA THRU 2033-EXIT
           END-IF.
       2030-EXIT.
           EXIT.
       2032-EXIT.
           EXIT.

      ******************************************************************
      * 2033-VALIDAR-PENHORA - a court-order change for the vendor and
      * company still waiting for its second operator holds the
      * payment with motivo 16 (nothing is paid on an order half
      * approved); an order in force that blocks the vendor outright
      * holds it with motivo 15
      ******************************************************************
       2033-VALIDAR-PENHORA.
           MOVE PT-EMPRESA TO WS-EMPRESA-ATUAL
           IF WS-EMPRESA-ATUAL = ZEROS
               MOVE 1 TO WS-EMPRESA-ATUAL
           END-IF
           IF WS-QTD-PENH-PEND > ZEROS
               SET WS-PPE-IDX TO 1
               SEARCH WS-PPE-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-PPE-FORN-ID (WS-PPE-IDX) = PT-FORN-ID
                    AND WS-PPE-EMPRESA (WS-PPE-IDX) = WS-EMPRESA-ATUAL
                       SET PAGAMENTO-RETIDO TO TRUE
                       MOVE '16' TO WS-MOTIVO-RETENCAO
                       GO TO 2033-EXIT
               END-SEARCH
           END-IF
           PERFORM 2034-LOCALIZAR-PENHORA THRU 2034-EXIT
           IF PENHORA-ACHADA
              AND WS-PNH-TP-BLOQUEIO (WS-PNH-IDX)
               SET PAGAMENTO-RETIDO TO TRUE
               MOVE '15' TO WS-MOTIVO-RETENCAO
           END-IF.
       2033-EXIT.
           EXIT.

      ******************************************************************
      * 2034-LOCALIZAR-PENHORA - the order on the vendor and company
      * in WS-EMPRESA-ATUAL, if it is in force on the business date
      * (started, and with no end date or an end date not yet past)
      ******************************************************************
       2034-LOCALIZAR-PENHORA.
           SET PENHORA-ACHADA TO FALSE
           IF WS-QTD-PENHORAS-CAD = ZEROS
               GO TO 2034-EXIT
           END-IF
           SET WS-PNH-IDX TO 1
           SEARCH WS-PNH-ITEM
               AT END
                   GO TO 2034-EXIT
               WHEN WS-PNH-IDX > WS-QTD-PENHORAS-CAD
                   GO TO 2034-EXIT
               WHEN WS-PNH-FORN-ID (WS-PNH-IDX) = PT-FORN-ID
                AND WS-PNH-EMPRESA (WS-PNH-IDX) = WS-EMPRESA-ATUAL
                   CONTINUE
           END-SEARCH
           IF WS-PNH-DATA-INICIO (WS-PNH-IDX) > WS-DATA-NEGOCIO
               GO TO 2034-EXIT
           END-IF
           IF WS-PNH-DATA-FIM (WS-PNH-IDX) NOT = ZEROS
              AND WS-PNH-DATA-FIM (WS-PNH-IDX) < WS-DATA-NEGOCIO
               GO TO 2034-EXIT
           END-IF
           SET PENHORA-ACHADA TO TRUE.
       2034-EXIT.
           EXIT.

      ******************************************************************
      * 2035-VALIDAR-VENCTO - screen the due date through the shared
      * date service: a payment due on a weekend or holiday, or
       2035-EXIT.
           EXIT.

      ******************************************************************
      * 2040-VALIDAR-PARCELAS - an installment is held with motivo 11
      * when it would carry the invoice past its plan: its own number
      * already confirmed, or one installment more than
      * PT-QTD-PARCELAS.  Counted against it: installments of the
      * same vendor and invoice that PAGHIST shows confirmed or
      * settled (latest status per key), and those already confirmed
      * earlier in this run.  Without a history master only the run
      * itself is counted.  The plan adds up to the invoice total at
      * capture, so counting installments keeps the invoice within
      * it without setting a net history amount against a gross one.
      ******************************************************************
       2040-VALIDAR-PARCELAS.
           MOVE ZEROS TO WS-PARC-JA-CONFIRMADO
           SET PARCELA-REPETIDA TO FALSE
           MOVE ZEROS TO WS-QTD-PARCELAS-HIST
           INITIALIZE WS-TABELA-PARCELAS-HIST

           IF HA-HISTORICO
               SET FIM-XREF-NOTA TO FALSE
               MOVE PT-NOTA-FISC TO XN-NOTA-FISC
               MOVE ZEROS        TO XN-DATA-RUN
               MOVE ZEROS        TO XN-CHAVE
               START XREF-NOTA KEY NOT < XN-CHAVE-XREF
                   INVALID KEY
                       SET FIM-XREF-NOTA TO TRUE
               END-START
               PERFORM 2041-LER-XREF-NOTA THRU 2041-EXIT
                   UNTIL FIM-XREF-NOTA
               PERFORM 2043-SOMAR-HISTORICO THRU 2043-EXIT
                   VARYING WS-PHI-IDX FROM 1 BY 1
                   UNTIL WS-PHI-IDX > WS-QTD-PARCELAS-HIST
           END-IF

           PERFORM 2044-SOMAR-RUN THRU 2044-EXIT
               VARYING WS-PRU-IDX FROM 1 BY 1
               UNTIL WS-PRU-IDX > WS-QTD-PARCELAS-RUN

           IF PARCELA-REPETIDA
              OR WS-PARC-JA-CONFIRMADO + 1 > PT-QTD-PARCELAS
               SET PAGAMENTO-RETIDO TO TRUE
               MOVE '11' TO WS-MOTIVO-RETENCAO
           END-IF.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2041-LER-XREF-NOTA - next PAGXNOTA entry for the invoice; the
      * first entry for another invoice ends the scan
      ******************************************************************
       2041-LER-XREF-NOTA.
           READ XREF-NOTA NEXT RECORD
               AT END
                   SET FIM-XREF-NOTA TO TRUE
                   GO TO 2041-EXIT
           END-READ
           IF XN-NOTA-FISC NOT = PT-NOTA-FISC
               SET FIM-XREF-NOTA TO TRUE
               GO TO 2041-EXIT
           END-IF
           MOVE XN-DATA-RUN TO PH-DATA-RUN
           MOVE XN-CHAVE    TO PH-CHAVE
           READ PAGTO-HIST
               INVALID KEY
                   GO TO 2041-EXIT
           END-READ
           IF PH-FORN-ID NOT = PT-FORN-ID
              OR PH-PARCELA = ZEROS
              OR PH-CHAVE = PT-CHAVE
               GO TO 2041-EXIT
           END-IF
           PERFORM 2042-GUARDAR-HISTORICO THRU 2042-EXIT.
       2041-EXIT.
           EXIT.

      ******************************************************************
      * 2042-GUARDAR-HISTORICO - keep the latest status per key; the
      * cross-reference runs in date order, so a later run simply
      * overwrites what an earlier one left
      ******************************************************************
       2042-GUARDAR-HISTORICO.
           SET WS-PHI-IDX TO 1
           SEARCH WS-PHI-ITEM
               AT END
                   IF WS-QTD-PARCELAS-HIST >= 50
                       MOVE 'PAGHIST'  TO WS-ERRO-ARQUIVO
                       MOVE 'TABELA'   TO WS-ERRO-OPERACAO
                       MOVE 'OV'       TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   ADD 1 TO WS-QTD-PARCELAS-HIST
                   SET WS-PHI-IDX TO WS-QTD-PARCELAS-HIST
                   MOVE PH-CHAVE TO WS-PHI-CHAVE (WS-PHI-IDX)
               WHEN WS-PHI-CHAVE (WS-PHI-IDX) = PH-CHAVE
                   CONTINUE
           END-SEARCH
           MOVE PH-PAGTO   TO WS-PHI-PAGTO (WS-PHI-IDX)
           MOVE PH-PARCELA TO WS-PHI-PARCELA (WS-PHI-IDX).
       2042-EXIT.
           EXIT.

      ******************************************************************
      * 2043-SOMAR-HISTORICO - confirmed and settled keys count
      ******************************************************************
       2043-SOMAR-HISTORICO.
           IF WS-PHI-PAGTO (WS-PHI-IDX) = 'C'
              OR WS-PHI-PAGTO (WS-PHI-IDX) = 'L'
               ADD 1 TO WS-PARC-JA-CONFIRMADO
               IF WS-PHI-PARCELA (WS-PHI-IDX) = PT-PARCELA
                   SET PARCELA-REPETIDA TO TRUE
               END-IF
           END-IF.
       2043-EXIT.
           EXIT.

      ******************************************************************
      * 2044-SOMAR-RUN - installments of the invoice confirmed earlier
      * in this run
      ******************************************************************
       2044-SOMAR-RUN.
           IF WS-PRU-FORN-ID (WS-PRU-IDX) = PT-FORN-ID
              AND WS-PRU-NOTA-FISC (WS-PRU-IDX) = PT-NOTA-FISC
               ADD 1 TO WS-PARC-JA-CONFIRMADO
               IF WS-PRU-PARCELA (WS-PRU-IDX) = PT-PARCELA
                   SET PARCELA-REPETIDA TO TRUE
               END-IF
           END-IF.
       2044-EXIT.
           EXIT.

      ******************************************************************
      * 2045-REGISTRAR-PARCELA - a confirmed installment joins the
      * run table by its number
      ******************************************************************
       2045-REGISTRAR-PARCELA.
           IF WS-QTD-PARCELAS-RUN >= 500
               MOVE 'PAGTRANS' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-PARCELAS-RUN
           SET WS-PRU-IDX TO WS-QTD-PARCELAS-RUN
           MOVE PT-FORN-ID   TO WS-PRU-FORN-ID (WS-PRU-IDX)
           MOVE PT-NOTA-FISC TO WS-PRU-NOTA-FISC (WS-PRU-IDX)
           MOVE PT-PARCELA   TO WS-PRU-PARCELA (WS-PRU-IDX).
       2045-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VALIDAR-CENTRO - a payment coded to a cost center is held
      * with motivo 22 when the center is not on CCUSTCAD or no longer
      * active, and with motivo 21 when its BRL amount on top of what
      * the center has spent this month would pass the month's budget.
      * An item the desk released under motivo 21 is the approved
      * overrun and passes the budget screen; a credit note only
      * lowers the spend and is never held for budget, and a vendor
      * advance is not spend until its invoices arrive.  An uncoded
      * payment is not screened.
      ******************************************************************
       2050-VALIDAR-CENTRO.
           IF PT-CENTRO-CUSTO = SPACES
               GO TO 2050-EXIT
           END-IF
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   SET PAGAMENTO-RETIDO TO TRUE
                   MOVE '22' TO WS-MOTIVO-RETENCAO
                   GO TO 2050-EXIT
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = PT-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH
           IF WS-CCU-SITUACAO (WS-CCU-IDX) NOT = 'A'
               SET PAGAMENTO-RETIDO TO TRUE
               MOVE '22' TO WS-MOTIVO-RETENCAO
               GO TO 2050-EXIT
           END-IF

           IF PT-TP-CREDITO OR PT-TP-ADIANTAMENTO
              OR NOT WS-CCU-COM-ORCAMENTO (WS-CCU-IDX)
               GO TO 2050-EXIT
           END-IF
           IF PT-ACAO-LIBERADO AND PT-MOTIVO-CORRECAO = '21'
               GO TO 2050-EXIT
           END-IF

           COMPUTE WS-CCU-PREVISTO ROUNDED
               = WS-CCU-GASTO (WS-CCU-IDX)
               + PT-VALOR * WS-TAXA-APLICADA
           IF WS-CCU-PREVISTO > WS-CCU-ORCADO (WS-CCU-IDX)
               SET PAGAMENTO-RETIDO TO TRUE
               MOVE '21' TO WS-MOTIVO-RETENCAO
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2055-REGISTRAR-GASTO - a confirmed payment joins its center's
      * spend for the rest of the run at its gross BRL amount; a
      * confirmed credit note comes off it
      ******************************************************************
       2055-REGISTRAR-GASTO.
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   GO TO 2055-EXIT
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = PT-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH
           COMPUTE WS-CCU-VALOR ROUNDED = PT-VALOR * WS-TAXA-APLICADA
           IF PT-TP-CREDITO
               SUBTRACT WS-CCU-VALOR FROM WS-CCU-GASTO (WS-CCU-IDX)
           ELSE
               ADD WS-CCU-VALOR TO WS-CCU-GASTO (WS-CCU-IDX)
           END-IF.
       2055-EXIT.
           EXIT.

      ******************************************************************
      * 2060-APLICAR-DESCONTO - a payment of a vendor with FORNPRAZ
      * terms confirmed on or before the last business day of its
      * discount window (counted from the invoice issue date) takes
      * the discount: it leaves PS-VALOR, the way withholding does.
      * Confirmed after the window, the same discount is recorded as
      * lost.  Either way the detail goes to DESCPAG.  A legacy record
      * with no issue date cannot be judged and is left alone.
      ******************************************************************
       2060-APLICAR-DESCONTO.
           MOVE ZEROS TO WS-VALOR-DESCONTO
           SET PRAZO-ACHADO TO FALSE
           IF WS-QTD-PRAZO-REGRAS > ZEROS
               SET WS-PRZ-IDX TO 1
               SEARCH WS-PRZ-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-PRZ-FORN-ID (WS-PRZ-IDX) = PT-FORN-ID
                       SET PRAZO-ACHADO TO TRUE
               END-SEARCH
           END-IF
           IF NOT PRAZO-ACHADO
               GO TO 2060-EXIT
           END-IF
           IF WS-PRZ-PERC-DESC (WS-PRZ-IDX) = ZEROS
              OR PT-DATA-EMISSAO = ZEROS
               GO TO 2060-EXIT
           END-IF

           MOVE 'ADU' TO DSRV-FUNCAO
           MOVE PT-DATA-EMISSAO TO DSRV-DATA
           MOVE WS-PRZ-DIAS-DESC (WS-PRZ-IDX) TO DSRV-QTD-DIAS
           MOVE PT-MOEDA TO DSRV-MOEDA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO NOT = ZEROS
               GO TO 2060-EXIT
           END-IF
           MOVE DSRV-DATA-RESULT TO WS-DATA-LIMITE-DESC

           MOVE ZEROS TO WS-DIAS-PAGTO
           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE PT-DATA-EMISSAO TO DSRV-DATA
           MOVE WS-DATA-NEGOCIO TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO = ZEROS
              AND DSRV-DIAS-DIFERENCA > ZEROS
               MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS-PAGTO
           END-IF

           COMPUTE WS-VALOR-DESCONTO ROUNDED
               = PT-VALOR * WS-PRZ-PERC-DESC (WS-PRZ-IDX) / 100
           IF WS-VALOR-DESCONTO = ZEROS
               GO TO 2060-EXIT
           END-IF
           COMPUTE WS-DESCONTO-CONVERTIDO ROUNDED
               = WS-VALOR-DESCONTO * WS-TAXA-APLICADA

           MOVE SPACES TO DESCONTO-PAGOS-REG
           IF WS-DATA-NEGOCIO > WS-DATA-LIMITE-DESC
               MOVE 'P' TO DP-SITUACAO
               ADD 1 TO WS-QTD-DESC-PERDIDOS
               ADD WS-DESCONTO-CONVERTIDO TO WS-TOTAL-DESC-PERDIDOS
               DISPLAY 'DESCONTO PERDIDO......: ' PT-CHAVE
                   ' LIMITE: ' WS-DATA-LIMITE-DESC
                   ' VALOR: ' WS-VALOR-DESCONTO
           ELSE
               MOVE 'O' TO DP-SITUACAO
               SUBTRACT WS-VALOR-DESCONTO FROM PS-VALOR
               ADD 1 TO WS-QTD-DESCONTOS
               ADD WS-DESCONTO-CONVERTIDO TO WS-TOTAL-DESCONTOS
               DISPLAY 'DESCONTO OBTIDO.......: ' PT-CHAVE
                   ' LIMITE: ' WS-DATA-LIMITE-DESC
                   ' VALOR: ' WS-VALOR-DESCONTO
           END-IF
           PERFORM 2065-GRAVAR-DESCONTO THRU 2065-EXIT.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2065-GRAVAR-DESCONTO - one discount detail line
      ******************************************************************
       2065-GRAVAR-DESCONTO.
           MOVE WS-DATA-NEGOCIO       TO DP-DATA
           MOVE PT-CHAVE              TO DP-CHAVE
           MOVE PT-FORN-ID            TO DP-FORN-ID
           MOVE PT-DATA-EMISSAO       TO DP-DATA-EMISSAO
           MOVE WS-DATA-LIMITE-DESC   TO DP-DATA-LIMITE
           MOVE WS-DIAS-PAGTO         TO DP-DIAS-PAGTO
           MOVE WS-PRZ-DIAS-LIQ (WS-PRZ-IDX)  TO DP-DIAS-LIQUIDO
           MOVE WS-PRZ-PERC-DESC (WS-PRZ-IDX) TO DP-PERC-DESCONTO
           MOVE PT-VALOR              TO DP-VALOR-ORIGINAL
           MOVE WS-VALOR-DESCONTO     TO DP-VALOR-DESCONTO
           MOVE PT-MOEDA              TO DP-MOEDA
           WRITE DESCONTO-PAGOS-REG
           IF WS-FS-DESC-PAG NOT = '00'
               MOVE 'DESCPAG'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-DESC-PAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2065-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-CHECKPOINT - record the restart point for this run:
      * the key just processed, and the counters/total as of that key
      ******************************************************************
       3000-FINALIZE.
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           PERFORM 5200-IMPRIMIR-PENHORAS THRU 5200-EXIT
           CLOSE PAGTO-TRANS
           CLOSE FORNECEDOR-CADASTRO
           CLOSE PAGTO-SAIDA
           CLOSE PAGTO-AUDIT
           CLOSE IMPOSTO-PAGAR
           CLOSE JUROS-PAGOS
           CLOSE DESCONTO-PAGOS
           IF HA-HISTORICO
               CLOSE PAGTO-HIST
               CLOSE XREF-NOTA
           END-IF
           IF HA-PENHORAS
               CLOSE PENHORA-CADASTRO
           END-IF
           CLOSE PENH-DEPOSITO
           CLOSE PENH-REPORT
           CLOSE PAGTO-REPORT
           PERFORM 3100-CLEAR-CHECKPOINT THRU 3100-EXIT
           CLOSE PAYRUN-LOG
           DISPLAY 'CREDITOS CONFIRMADOS..: ' WS-QTD-CREDITOS
           DISPLAY 'RETENCOES DE IMPOSTO..: ' WS-QTD-RETENCOES
           DISPLAY 'ENCARGOS POR ATRASO...: ' WS-QTD-ENCARGOS
           DISPLAY 'DESCONTOS OBTIDOS.....: ' WS-QTD-DESCONTOS
           DISPLAY 'DESCONTOS PERDIDOS....: ' WS-QTD-DESC-PERDIDOS
           DISPLAY 'DEPOSITOS JUDICIAIS...: ' WS-QTD-PENHORAS
           CLOSE JOB-LOG.
       3000-EXIT.
           EXIT.
           MOVE WS-REPORT-IMPOSTO-LINHA TO PAGTO-REPORT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-TOTAL-DESCONTOS    TO WS-REPORT-DESCONTO
           MOVE WS-REPORT-DESCONTO-LINHA TO PAGTO-REPORT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-TOTAL-DESC-PERDIDOS TO WS-REPORT-PERDIDO
           MOVE WS-REPORT-PERDIDO-LINHA TO PAGTO-REPORT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-TOTAL-ENCARGOS     TO WS-REPORT-ENCARGO
           MOVE WS-REPORT-ENCARGO-LINHA TO PAGTO-REPORT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-TOTAL-PENHORA      TO WS-REPORT-PENHORA
           MOVE WS-REPORT-PENHORA-LINHA TO PAGTO-REPORT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 5050-IMPRIMIR-EMPRESA THRU 5050-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > 2
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5200-IMPRIMIR-PENHORAS - the court-order report: one line per
      * order on PENHCAD and the run's deposit total
      ******************************************************************
       5200-IMPRIMIR-PENHORAS.
           MOVE WS-DATA-NEGOCIO TO WS-PENH-TIT-DATA
           MOVE WS-PENH-TITULO TO PENH-REPORT-REG
           PERFORM 5250-WRITE-PENH-LINE THRU 5250-EXIT
           MOVE WS-PENH-CABEC TO PENH-REPORT-REG
           PERFORM 5250-WRITE-PENH-LINE THRU 5250-EXIT
           PERFORM 5210-IMPRIMIR-ORDEM THRU 5210-EXIT
               VARYING WS-PNH-IDX FROM 1 BY 1
               UNTIL WS-PNH-IDX > WS-QTD-PENHORAS-CAD
           MOVE WS-TOTAL-PENHORA TO WS-PENH-TOT-VALOR
           MOVE WS-QTD-PENHORAS  TO WS-PENH-TOT-QTD
           MOVE WS-PENH-TOTAL TO PENH-REPORT-REG
           PERFORM 5250-WRITE-PENH-LINE THRU 5250-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5210-IMPRIMIR-ORDEM - one order: ceiling, withheld to date and
      * in this run, balance, and where it stands on the business date
      ******************************************************************
       5210-IMPRIMIR-ORDEM.
           MOVE WS-PNH-NUM-ORDEM (WS-PNH-IDX)  TO WS-PENH-DET-ORDEM
           MOVE WS-PNH-FORN-ID (WS-PNH-IDX)    TO WS-PENH-DET-FORN
           MOVE WS-PNH-EMPRESA (WS-PNH-IDX)    TO WS-PENH-DET-EMPRESA
           MOVE WS-PNH-TIPO (WS-PNH-IDX)       TO WS-PENH-DET-TIPO
           MOVE WS-PNH-TETO (WS-PNH-IDX)       TO WS-PENH-DET-TETO
           MOVE WS-PNH-RETIDO-ACUM (WS-PNH-IDX) TO WS-PENH-DET-ACUM
           MOVE WS-PNH-RETIDO-RUN (WS-PNH-IDX) TO WS-PENH-DET-RUN
           MOVE ZEROS TO WS-PENH-SALDO
           IF WS-PNH-TETO (WS-PNH-IDX)
              > WS-PNH-RETIDO-ACUM (WS-PNH-IDX)
               COMPUTE WS-PENH-SALDO = WS-PNH-TETO (WS-PNH-IDX)
                   - WS-PNH-RETIDO-ACUM (WS-PNH-IDX)
           END-IF
           MOVE WS-PENH-SALDO TO WS-PENH-DET-SALDO
           EVALUATE TRUE
               WHEN WS-PNH-DATA-INICIO (WS-PNH-IDX) > WS-DATA-NEGOCIO
                   MOVE 'FUTURA'    TO WS-PENH-DET-SITUACAO
               WHEN WS-PNH-DATA-FIM (WS-PNH-IDX) NOT = ZEROS
                AND WS-PNH-DATA-FIM (WS-PNH-IDX) < WS-DATA-NEGOCIO
                   MOVE 'ENCERRADA' TO WS-PENH-DET-SITUACAO
               WHEN WS-PNH-TP-BLOQUEIO (WS-PNH-IDX)
                   MOVE 'BLOQUEIO'  TO WS-PENH-DET-SITUACAO
               WHEN WS-PENH-SALDO = ZEROS
                   MOVE 'QUITADA'   TO WS-PENH-DET-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVA'     TO WS-PENH-DET-SITUACAO
           END-EVALUATE
           MOVE WS-PENH-DETALHE TO PENH-REPORT-REG
           PERFORM 5250-WRITE-PENH-LINE THRU 5250-EXIT.
       5210-EXIT.
           EXIT.

      ******************************************************************
      * 5250-WRITE-PENH-LINE - write one court-order report line and
      * check the resulting status
      ******************************************************************
       5250-WRITE-PENH-LINE.
           WRITE PENH-REPORT-REG
           IF WS-FS-PENH-RPT NOT = '00'
               MOVE 'PENHRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one summary-report line and
      * check the resulting status
