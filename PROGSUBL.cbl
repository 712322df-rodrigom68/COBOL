      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: accounts-payable open-items subledger - rebuilt each
      *          night, after the history roll-in, from where the
      *          items a vendor is owed actually sit: held for the
      *          desk on PAGSUSP, deferred by the funding limit on
      *          PAGADIAD, retained or confirmed and awaiting the
      *          bank on PAGHIST, and the open credits on CREDABER.
      *          The PAGHIST rows and the cancellations on the
      *          PAGAUDIT trail go through a sort by payment key and
      *          date so the latest event decides where each item
      *          stands; a settled, rejected, reversed or corrected
      *          item is closed.  Every open item is written to
      *          ITEMABER (layout in ITEMREC) with its invoice issue
      *          date, the date it entered the cycle, its due date,
      *          status and BRL value, and a second sort prints the
      *          SUBLRPT vendor balance report - per vendor and
      *          company, the items with the balance and its aging
      *          by invoice date (0-30, 31-60, 61-90, over 90 days),
      *          and the totals per status.  An item captured before
      *          the issue date was is aged from its entry date and
      *          flagged.  Amounts are valued in BRL at the TAXAEFET
      *          rates in force on the as-of date (TAXACAMB without
      *          the effective master).  PROGCFOR proves the items
      *          already on the ledger against the payables control
      *          account at month end.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the open-items subledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSUBL IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT PAGTO-AUDIT  ASSIGN TO "PAGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-AUDIT.
           SELECT PAGTO-SUSP   ASSIGN TO "PAGSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-SUSP.
           SELECT PAGTO-ADIADO ASSIGN TO "PAGADIAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-ADIADO.
           SELECT CREDITOS-ABERTOS ASSIGN TO "CREDABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT TAXA-EFETIVA ASSIGN TO "TAXAEFET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-EFET.
           SELECT PARM-DATA    ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-DATA.
           SELECT ITENS-ABERTOS ASSIGN TO "ITEMABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ITENS.
           SELECT SUBL-RPT     ASSIGN TO "SUBLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUBL-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
           SELECT SORT-EVENTOS ASSIGN TO "SUBLSRT1".
           SELECT SORT-ITENS   ASSIGN TO "SUBLSRT2".
       DATA DIVISION.
       FILE SECTION.
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
               88  PH-PENDENTE           VALUE 'P'.
               88  PH-CONFIRMADO         VALUE 'C'.
               88  PH-DEVOLVIDO          VALUE 'D'.
           05  PH-MOTIVO-CORRECAO        PIC X(02).

      ******************************************************************
      * The payment audit trail, in the layout PROGCOMM writes - only
      * the cancellations (anything going to R) are of interest here.
      ******************************************************************
       FD  PAGTO-AUDIT
           RECORDING MODE IS F.
       01  PAGTO-AUDIT-REG.
           05  AU-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  AU-SITU-ANT               PIC X(01).
           05  FILLER                    PIC X(01).
           05  AU-SITU-NOVA              PIC X(01).
           05  FILLER                    PIC X(01).
           05  AU-MOTIVO-COD             PIC X(02).
           05  FILLER                    PIC X(01).
           05  AU-MOTIVO-DESC            PIC X(30).
           05  FILLER                    PIC X(01).
           05  AU-DATA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  AU-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  AU-USUARIO                PIC X(08).
           05  FILLER                    PIC X(01).
           05  AU-APROVADOR              PIC X(08).

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
                         ==PG-TP-ADIANTAMENTO==
                             BY ==SU-TP-ADIANTAMENTO==
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

      ******************************************************************
      * The funding-limit deferrals - PAGTO-TRANS records, as PAYFUND
      * writes them for the next cycle.
      ******************************************************************
       FD  PAGTO-ADIADO
           RECORDING MODE IS F.
       01  PAGTO-ADIADO-REG.
           05  DF-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==DF-FORN-ID==
                         ==PG-FORN-NOME== BY ==DF-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==DF-NOTA-FISC==
                         ==PG-VALOR==     BY ==DF-VALOR==
                         ==PG-MOEDA==     BY ==DF-MOEDA==
                         ==PG-VENCTO==    BY ==DF-VENCTO==
                         ==PG-TIPO==      BY ==DF-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==DF-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==DF-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==DF-TP-ADIANTAMENTO==
                         ==PG-EMPRESA==   BY ==DF-EMPRESA==
                         ==PG-PARCELA==   BY ==DF-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==DF-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==DF-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==DF-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==DF-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==DF-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==DF-DATA-EMISSAO==.
           05  DF-PAGTO                  PIC X(01).
           05  DF-ACAO                   PIC X(01).
           05  DF-MOTIVO-CORRECAO        PIC X(02).

      ******************************************************************
      * Open credits - one record per vendor/currency with credit not
      * yet consumed by a remittance, as the remittance keeps them.
      ******************************************************************
       FD  CREDITOS-ABERTOS
           RECORDING MODE IS F.
       01  CREDITOS-ABERTOS-REG.
           05  CA-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  CA-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  CA-VALOR-ABERTO           PIC 9(09)V99.

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

       FD  TAXA-EFETIVA
           RECORDING MODE IS F.
       01  TAXA-EFETIVA-REG.
           05  TE-MOEDA                  PIC X(03).
           05  TE-DATA-VIGENCIA          PIC 9(08).
           05  TE-TAXA                   PIC 9(04)V9(06).

       FD  PARM-DATA
           RECORDING MODE IS F.
       01  PARM-DATA-REG                 PIC X(10).

      ******************************************************************
      * The subledger itself - one record per open item, rewritten
      * whole each night.
      ******************************************************************
       FD  ITENS-ABERTOS
           RECORDING MODE IS F.
       01  ITENS-ABERTOS-REG.
           COPY ITEMREC.

       FD  SUBL-RPT
           RECORDING MODE IS F.
       01  SUBL-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

      ******************************************************************
      * First sort - every event of every payment key, in date order,
      * the history rows ahead of the same day's cancellations and
      * both ahead of the files as they stand tonight.  An audit
      * line carries no item data (SE-SEM-DADOS).
      ******************************************************************
       SD  SORT-EVENTOS.
       01  SORT-EVENTOS-REG.
           05  SE-CHAVE                  PIC 9(06).
           05  SE-DATA                   PIC 9(08).
           05  SE-ORDEM                  PIC 9(01).
           05  SE-SITUACAO               PIC X(01).
           05  SE-DADOS                  PIC X(01).
               88  SE-COM-DADOS          VALUE 'S'.
               88  SE-SEM-DADOS          VALUE 'N'.
           05  SE-FORN-ID                PIC 9(05).
           05  SE-FORN-NOME              PIC X(20).
           05  SE-EMPRESA                PIC 9(02).
           05  SE-NOTA-FISC              PIC X(10).
           05  SE-PARCELA                PIC 9(02).
           05  SE-TIPO                   PIC X(01).
           05  SE-MOEDA                  PIC X(03).
           05  SE-VALOR                  PIC 9(09)V99.
           05  SE-DATA-EMISSAO           PIC 9(08).
           05  SE-VENCTO                 PIC 9(08).

      ******************************************************************
      * Second sort - the open items by vendor, company and the date
      * they are aged from, for the balance report.
      ******************************************************************
       SD  SORT-ITENS.
       01  SORT-ITENS-REG.
           COPY ITEMREC
               REPLACING ==IT-CHAVE==        BY ==SI-CHAVE==
                         ==IT-FORN-ID==      BY ==SI-FORN-ID==
                         ==IT-FORN-NOME==    BY ==SI-FORN-NOME==
                         ==IT-EMPRESA==      BY ==SI-EMPRESA==
                         ==IT-NOTA-FISC==    BY ==SI-NOTA-FISC==
                         ==IT-PARCELA==      BY ==SI-PARCELA==
                         ==IT-TIPO==         BY ==SI-TIPO==
                         ==IT-MOEDA==        BY ==SI-MOEDA==
                         ==IT-VALOR==        BY ==SI-VALOR==
                         ==IT-VALOR-BRL==    BY ==SI-VALOR-BRL==
                         ==IT-DATA-EMISSAO== BY ==SI-DATA-EMISSAO==
                         ==IT-DATA-ENTRADA== BY ==SI-DATA-ENTRADA==
                         ==IT-VENCTO==       BY ==SI-VENCTO==
                         ==IT-SITUACAO==     BY ==SI-SITUACAO==
                         ==IT-DATA-SITUACAO==
                             BY ==SI-DATA-SITUACAO==.
           05  SI-DATA-AGING             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S'.
           05  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
               88  FIM-AUDITORIA     VALUE 'S'.
           05  WS-EOF-SUSP           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-SUSP    VALUE 'S'.
           05  WS-EOF-ADIADO         PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-ADIADO  VALUE 'S'.
           05  WS-EOF-CREDITOS       PIC X(01) VALUE 'N'.
               88  FIM-CREDITOS      VALUE 'S'.
           05  WS-EOF-ITENS          PIC X(01) VALUE 'N'.
               88  FIM-ITENS         VALUE 'S'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-PARM-EXISTE        PIC X(01) VALUE 'N'.
               88  HA-PARM-DATA      VALUE 'S'.
           05  WS-GRUPO-SIT          PIC X(01) VALUE 'N'.
               88  HA-GRUPO          VALUE 'S' FALSE 'N'.
           05  WS-ITM-DADOS-SIT      PIC X(01) VALUE 'N'.
               88  ITM-COM-DADOS     VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AUDIT-LIDAS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SUSP-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADIADOS-LIDOS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CRED-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CHAVES         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ITENS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORNECEDORES   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-EMISSAO    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DATA-INVAL     PIC 9(07) VALUE ZEROS.

      ******************************************************************
      * The item under work while its key's events come off the
      * first sort - the last event carrying item data supplies the
      * data, the last event of all decides the status.
      ******************************************************************
       01  WS-ITEM-ATUAL.
           05  WS-ITM-CHAVE          PIC 9(06) VALUE ZEROS.
           05  WS-ITM-FORN-ID        PIC 9(05) VALUE ZEROS.
           05  WS-ITM-FORN-NOME      PIC X(20) VALUE SPACES.
           05  WS-ITM-EMPRESA        PIC 9(02) VALUE ZEROS.
           05  WS-ITM-NOTA-FISC      PIC X(10) VALUE SPACES.
           05  WS-ITM-PARCELA        PIC 9(02) VALUE ZEROS.
           05  WS-ITM-TIPO           PIC X(01) VALUE SPACES.
           05  WS-ITM-MOEDA          PIC X(03) VALUE SPACES.
           05  WS-ITM-VALOR          PIC 9(09)V99 VALUE ZEROS.
           05  WS-ITM-DATA-EMISSAO   PIC 9(08) VALUE ZEROS.
           05  WS-ITM-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
           05  WS-ITM-VENCTO         PIC 9(08) VALUE ZEROS.
           05  WS-ITM-SITUACAO       PIC X(01) VALUE SPACES.
               88  WS-ITM-ABERTO     VALUES 'S' 'A' 'R' 'C' 'D'.
           05  WS-ITM-DATA-SITUACAO  PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * The vendor/company group under print on the second sort.
      ******************************************************************
       01  WS-GRUPO-ATUAL.
           05  WS-GRP-FORN-ID        PIC 9(05) VALUE ZEROS.
           05  WS-GRP-EMPRESA        PIC 9(02) VALUE ZEROS.
           05  WS-GRP-QTD            PIC 9(05) VALUE ZEROS.
           05  WS-GRP-SALDO          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GRP-FAIXA-VALOR    PIC 9(11)V99 COMP-3
                                     OCCURS 4 TIMES.

      ******************************************************************
      * Totals per status - the description table below carries the
      * status code in its first byte, in the same order.
      ******************************************************************
       01  WS-TABELA-SITUACOES.
           05  WS-SIT-ITEM           OCCURS 6 TIMES
                                     INDEXED BY WS-SIT-IDX.
               10  WS-SIT-QTD        PIC 9(07) COMP-3.
               10  WS-SIT-VALOR      PIC 9(13)V99 COMP-3.

       01  WS-TABELA-SIT-DESC.
           05  FILLER                PIC X(28)
               VALUE 'SSUSPENSOS PARA A MESA.....'.
           05  FILLER                PIC X(28)
               VALUE 'AADIADOS PELO LIMITE.......'.
           05  FILLER                PIC X(28)
               VALUE 'RRETIDOS NA CONFIRMACAO....'.
           05  FILLER                PIC X(28)
               VALUE 'CCONFIRMADOS A LIQUIDAR....'.
           05  FILLER                PIC X(28)
               VALUE 'DDEVOLVIDOS PELO BANCO.....'.
           05  FILLER                PIC X(28)
               VALUE 'NCREDITOS EM ABERTO (-)....'.
       01  WS-TABELA-SIT-DESC-R REDEFINES WS-TABELA-SIT-DESC.
           05  WS-SIT-DESC-ITEM      OCCURS 6 TIMES
                                     INDEXED BY WS-SDS-IDX.
               10  WS-SIT-DESC-COD   PIC X(01).
               10  WS-SIT-DESC       PIC X(27).

      ******************************************************************
      * Aging buckets by invoice issue date - count and BRL amount
      * per band of days the invoice has been out.  Band 1 = 0-30
      * days, 2 = 31-60 days, 3 = 61-90 days, 4 = over 90 days.  The
      * open credits are not aged.
      ******************************************************************
       01  WS-TABELA-FAIXAS.
           05  WS-FAIXA-ITEM         OCCURS 4 TIMES
                                     INDEXED BY WS-FAIXA-IDX.
               10  WS-FAIXA-QTD      PIC 9(07) COMP-3.
               10  WS-FAIXA-VALOR    PIC 9(13)V99 COMP-3.
       77 WS-FAIXA-NUM              PIC 9(01) VALUE ZEROS.

       01  WS-TABELA-FAIXA-DESC.
           05  FILLER                PIC X(27)
               VALUE 'EMITIDOS HA 0 A 30 DIAS....'.
           05  FILLER                PIC X(27)
               VALUE 'EMITIDOS HA 31 A 60 DIAS...'.
           05  FILLER                PIC X(27)
               VALUE 'EMITIDOS HA 61 A 90 DIAS...'.
           05  FILLER                PIC X(27)
               VALUE 'EMITIDOS HA MAIS DE 90 DIAS'.
       01  WS-TABELA-FAIXA-DESC-R REDEFINES WS-TABELA-FAIXA-DESC.
           05  WS-FAIXA-DESC         OCCURS 4 TIMES PIC X(27).

       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-AUDIT         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-SUSP          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-ADIADO        PIC X(02) VALUE SPACES.
       77 WS-FS-CREDITOS            PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-EFET           PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-DATA           PIC X(02) VALUE SPACES.
       77 WS-FS-ITENS               PIC X(02) VALUE SPACES.
       77 WS-FS-SUBL-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-EFETIVA-SIT            PIC X(01) VALUE 'N'.
           88  EFETIVA-ACHADA       VALUE 'S' FALSE 'N'.
       77 WS-MOSTRA                 PIC X(08) VALUE SPACES.
       77 WS-REF-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-EM-ABERTO         PIC S9(07) VALUE ZEROS.
       77 WS-MOEDA-ATUAL            PIC X(03) VALUE SPACES.
       77 WS-VALOR-ITEM             PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-SALDO            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-CONTABIL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WS-TOTAL-A-CONTABIL       PIC S9(13)V99 COMP-3 VALUE ZEROS.

      ******************************************************************
      * As-of date (PARM-DATA, same DD/MM/AAAA layout the other
      * programs read - defaults to today).
      ******************************************************************
       01  WS-REF-DATA                   PIC X(10) VALUE SPACES.
       01  WS-REF-DATA-R REDEFINES WS-REF-DATA.
           05  WS-REF-DIA                PIC 99.
           05  FILLER                    PIC X.
           05  WS-REF-MES                PIC 99.
           05  FILLER                    PIC X.
           05  WS-REF-ANO                PIC 9(04).

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
      * Report headings, detail and total lines.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'SALDOS A PAGAR POR FORNECEDOR - ITENS EM'.
           05  FILLER                PIC X(40)
               VALUE ' ABERTO E AGING POR EMISSAO DA NOTA     '.

       01  WS-REPORT-DATA-LINHA.
           05  FILLER                PIC X(14) VALUE 'DATA DE REFER.'.
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-DATA-REF    PIC 9(08).
           05  FILLER                PIC X(27)
               VALUE '   (* = SEM EMISSAO, AGING'.
           05  FILLER                PIC X(30)
               VALUE ' PELA ENTRADA NO CICLO)'.

       01  WS-REPORT-CABEC.
           05  FILLER                PIC X(40)
               VALUE 'CHAVE  NOTA FISC  PC EMISSAO   VENCTO   '.
           05  FILLER                PIC X(40)
               VALUE 'S MOE    VALOR ORIG.           VALOR BRL'.

       01  WS-REPORT-FORN-LINHA.
           05  FILLER                PIC X(11) VALUE 'FORNECEDOR='.
           05  WS-REPORT-FRN-ID      PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-FRN-NOME    PIC X(20).
           05  FILLER                PIC X(09) VALUE ' EMPRESA='.
           05  WS-REPORT-FRN-EMPRESA PIC 9(02).
           05  FILLER                PIC X(32) VALUE SPACES.

       01  WS-REPORT-DET-LINHA.
           05  WS-REPORT-DET-CHAVE   PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-NOTA    PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-PARCELA PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-EMISSAO PIC 9(08).
           05  WS-REPORT-DET-MARCA   PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-VENCTO  PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-SITU    PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-MOEDA   PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-VALOR   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-DET-BRL     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-SALDO-LINHA.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE 'SALDO DO FORNECEDOR:'.
           05  WS-REPORT-SLD-QTD     PIC ZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE ' ITENS '.
           05  FILLER                PIC X(24) VALUE SPACES.
           05  WS-REPORT-SLD-VALOR   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-AGING-LINHA.
           05  FILLER                PIC X(06) VALUE ' 0-30='.
           05  WS-REPORT-AGI-1       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '31-60='.
           05  WS-REPORT-AGI-2       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '61-90='.
           05  WS-REPORT-AGI-3       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '  +90='.
           05  WS-REPORT-AGI-4       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-DESC    PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-QTD     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TOT-VALOR   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(23) VALUE SPACES.

       01  WS-REPORT-QTD-LINHA.
           05  WS-REPORT-QTD-DESC    PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-QTD-VALOR   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-REPORT-NENHUM.
           05  FILLER                PIC X(40)
               VALUE 'NENHUM ITEM EM ABERTO                   '.
           05  FILLER                PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - every payment's events through the first sort
      * into the open items, the open credits after them, then the
      * items through the second sort into the balance report
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           SORT SORT-EVENTOS
               ON ASCENDING KEY SE-CHAVE
                                SE-DATA
                                SE-ORDEM
               INPUT  PROCEDURE IS 2000-CLASSIFICAR-EVENTOS
                                   THRU 2000-FIM
               OUTPUT PROCEDURE IS 2500-APURAR-ITENS
                                   THRU 2500-FIM
           PERFORM 2900-CREDITOS-ABERTOS THRU 2900-EXIT
           CLOSE ITENS-ABERTOS

           SORT SORT-ITENS
               ON ASCENDING KEY SI-FORN-ID
                                SI-EMPRESA
                                SI-DATA-AGING
                                SI-CHAVE
               INPUT  PROCEDURE IS 4000-CLASSIFICAR-ITENS
                                   THRU 4000-FIM
               OUTPUT PROCEDURE IS 4500-IMPRIMIR-SALDOS
                                   THRU 4500-FIM

           PERFORM 5400-IMPRIMIR-TOTAIS THRU 5400-EXIT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the as-of date, the rates, the subledger
      * and the report
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
           PERFORM 1110-ZERAR-SITUACAO THRU 1110-EXIT
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > 6

           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT

           OPEN OUTPUT ITENS-ABERTOS
           IF WS-FS-ITENS NOT = '00'
               MOVE 'ITEMABER' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ITENS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT SUBL-RPT
           IF WS-FS-SUBL-RPT NOT = '00'
               MOVE 'SUBLRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-SUBL-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-REPORT-TITULO TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-REF-DATA-NUM TO WS-REPORT-DATA-REF
           MOVE WS-REPORT-DATA-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
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
      * 1110-ZERAR-SITUACAO - zero one status total
      ******************************************************************
       1110-ZERAR-SITUACAO.
           MOVE ZEROS TO WS-SIT-QTD   (WS-SIT-IDX)
           MOVE ZEROS TO WS-SIT-VALOR (WS-SIT-IDX).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-TAXAS - the effective-dated TAXAEFET master
      * first: per currency the latest rate effective on or before
      * the as-of date.  Only when there is no effective master at
      * all does the flat TAXACAMB load still apply.
      ******************************************************************
       1200-CARREGAR-TAXAS.
           OPEN INPUT TAXA-EFETIVA
           IF WS-FS-TAXA-EFET = '00'
               PERFORM 1220-LER-EFETIVA THRU 1220-EXIT
                   UNTIL WS-FS-TAXA-EFET = '10'
               CLOSE TAXA-EFETIVA
           END-IF

           IF WS-QTD-TAXAS > ZEROS
               GO TO 1200-EXIT
           END-IF

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
      * 1210-LER-TAXA - read one flat currency/rate pair into the
      * table, dated as of the as-of date
      ******************************************************************
       1210-LER-TAXA.
           READ TAXA-CAMBIO
               AT END
                   MOVE '10' TO WS-FS-TAXA-CAMBIO
               NOT AT END
                   MOVE TC-MOEDA TO WS-TAXA-MOEDA (WS-TAXA-IDX)
                   MOVE TC-TAXA  TO WS-TAXA-VALOR (WS-TAXA-IDX)
                   MOVE WS-REF-DATA-NUM
                                 TO WS-TAXA-DATA (WS-TAXA-IDX)
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
      * 1220-LER-EFETIVA - one effective-dated record: a rate past
      * the as-of date is not yet in force; of the rest, the latest
      * per currency wins its table entry
      ******************************************************************
       1220-LER-EFETIVA.
           READ TAXA-EFETIVA
               AT END
                   MOVE '10' TO WS-FS-TAXA-EFET
                   GO TO 1220-EXIT
           END-READ
           IF WS-FS-TAXA-EFET NOT = '00'
               MOVE 'TAXAEFET' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-TAXA-EFET TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF TE-DATA-VIGENCIA > WS-REF-DATA-NUM
               GO TO 1220-EXIT
           END-IF

           SET EFETIVA-ACHADA TO FALSE
           IF WS-QTD-TAXAS > ZEROS
               SET WS-TAXA-IDX TO 1
               SEARCH WS-TAXA-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-TAXA-IDX > WS-QTD-TAXAS
                       CONTINUE
                   WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = TE-MOEDA
                       SET EFETIVA-ACHADA TO TRUE
               END-SEARCH
           END-IF

           IF EFETIVA-ACHADA
               IF TE-DATA-VIGENCIA >= WS-TAXA-DATA (WS-TAXA-IDX)
                   MOVE TE-TAXA TO WS-TAXA-VALOR (WS-TAXA-IDX)
                   MOVE TE-DATA-VIGENCIA
                                TO WS-TAXA-DATA (WS-TAXA-IDX)
               END-IF
           ELSE
               IF WS-QTD-TAXAS >= 30
                   MOVE 'TAXAEFET' TO WS-ERRO-ARQUIVO
                   MOVE 'TABELA'   TO WS-ERRO-OPERACAO
                   MOVE 'OV'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               ADD 1 TO WS-QTD-TAXAS
               SET WS-TAXA-IDX TO WS-QTD-TAXAS
               MOVE TE-MOEDA         TO WS-TAXA-MOEDA (WS-TAXA-IDX)
               MOVE TE-TAXA          TO WS-TAXA-VALOR (WS-TAXA-IDX)
               MOVE TE-DATA-VIGENCIA TO WS-TAXA-DATA (WS-TAXA-IDX)
           END-IF.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLASSIFICAR-EVENTOS - sort input: the whole PAGHIST, the
      * cancellations on the audit trail, and what sits held or
      * deferred tonight.  A missing file just contributes nothing.
      ******************************************************************
       2000-CLASSIFICAR-EVENTOS.
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST = '00'
               PERFORM 2010-LIBERAR-HISTORICO THRU 2010-EXIT
                   UNTIL FIM-PAGTO-HIST
               CLOSE PAGTO-HIST
           ELSE
               DISPLAY 'SEM HISTORICO DE PAGAMENTOS, STATUS: '
                   WS-FS-PAGTO-HIST
           END-IF

           OPEN INPUT PAGTO-AUDIT
           IF WS-FS-PAGTO-AUDIT = '00'
               PERFORM 2020-LIBERAR-AUDITORIA THRU 2020-EXIT
                   UNTIL FIM-AUDITORIA
               CLOSE PAGTO-AUDIT
           ELSE
               DISPLAY 'SEM TRILHA DE AUDITORIA, STATUS: '
                   WS-FS-PAGTO-AUDIT
           END-IF

           OPEN INPUT PAGTO-SUSP
           IF WS-FS-PAGTO-SUSP = '00'
               PERFORM 2030-LIBERAR-SUSPENSO THRU 2030-EXIT
                   UNTIL FIM-PAGTO-SUSP
               CLOSE PAGTO-SUSP
           ELSE
               DISPLAY 'SEM PAGAMENTOS SUSPENSOS, STATUS: '
                   WS-FS-PAGTO-SUSP
           END-IF

           OPEN INPUT PAGTO-ADIADO
           IF WS-FS-PAGTO-ADIADO = '00'
               PERFORM 2040-LIBERAR-ADIADO THRU 2040-EXIT
                   UNTIL FIM-PAGTO-ADIADO
               CLOSE PAGTO-ADIADO
           ELSE
               DISPLAY 'SEM PAGAMENTOS ADIADOS, STATUS: '
                   WS-FS-PAGTO-ADIADO
           END-IF.
       2000-FIM.
           EXIT.

      ******************************************************************
      * 2010-LIBERAR-HISTORICO - one history row to the sort: P is an
      * item retained on the confirmation, C confirmed and awaiting
      * the bank, D returned by the bank (the payable stands); any
      * other status closes the item (X).  Credit notes are left to
      * CREDABER, which carries what of them is still unused.
      ******************************************************************
       2010-LIBERAR-HISTORICO.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-HIST-LIDOS
           IF PH-TP-CREDITO
               GO TO 2010-EXIT
           END-IF

           MOVE PH-CHAVE        TO SE-CHAVE
           MOVE PH-DATA-RUN     TO SE-DATA
           MOVE 1               TO SE-ORDEM
           EVALUATE TRUE
               WHEN PH-PENDENTE
                   MOVE 'R' TO SE-SITUACAO
               WHEN PH-CONFIRMADO
                   MOVE 'C' TO SE-SITUACAO
               WHEN PH-DEVOLVIDO
                   MOVE 'D' TO SE-SITUACAO
               WHEN OTHER
                   MOVE 'X' TO SE-SITUACAO
           END-EVALUATE
           SET SE-COM-DADOS     TO TRUE
           MOVE PH-FORN-ID      TO SE-FORN-ID
           MOVE PH-FORN-NOME    TO SE-FORN-NOME
           MOVE PH-EMPRESA      TO SE-EMPRESA
           MOVE PH-NOTA-FISC    TO SE-NOTA-FISC
           MOVE PH-PARCELA      TO SE-PARCELA
           MOVE PH-TIPO         TO SE-TIPO
           MOVE PH-MOEDA        TO SE-MOEDA
           MOVE PH-VALOR        TO SE-VALOR
           MOVE PH-DATA-EMISSAO TO SE-DATA-EMISSAO
           MOVE PH-VENCTO       TO SE-VENCTO
           RELEASE SORT-EVENTOS-REG.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2020-LIBERAR-AUDITORIA - an audit line taking a payment to R
      * is a cancellation (the PROGLIBR / PROGREEM desk decisions
      * leave nothing else behind) and closes the item as of its
      * date; the rest of the trail says nothing about what is owed
      ******************************************************************
       2020-LIBERAR-AUDITORIA.
           READ PAGTO-AUDIT
               AT END
                   SET FIM-AUDITORIA TO TRUE
                   GO TO 2020-EXIT
           END-READ
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-AUDIT-LIDAS
           IF AU-DATA NOT NUMERIC OR AU-CHAVE NOT NUMERIC
               GO TO 2020-EXIT
           END-IF
           IF AU-SITU-NOVA NOT = 'R'
               GO TO 2020-EXIT
           END-IF

           MOVE SPACES    TO SORT-EVENTOS-REG
           MOVE AU-CHAVE  TO SE-CHAVE
           MOVE AU-DATA   TO SE-DATA
           MOVE 2         TO SE-ORDEM
           MOVE 'X'       TO SE-SITUACAO
           SET SE-SEM-DADOS TO TRUE
           MOVE ZEROS     TO SE-FORN-ID
           MOVE ZEROS     TO SE-EMPRESA
           MOVE ZEROS     TO SE-PARCELA
           MOVE ZEROS     TO SE-VALOR
           MOVE ZEROS     TO SE-DATA-EMISSAO
           MOVE ZEROS     TO SE-VENCTO
           RELEASE SORT-EVENTOS-REG.
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2030-LIBERAR-SUSPENSO - one item held for the desk, as of
      * tonight
      ******************************************************************
       2030-LIBERAR-SUSPENSO.
           READ PAGTO-SUSP
               AT END
                   SET FIM-PAGTO-SUSP TO TRUE
                   GO TO 2030-EXIT
           END-READ
           IF WS-FS-PAGTO-SUSP NOT = '00'
               MOVE 'PAGSUSP' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-SUSP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-SUSP-LIDOS
           IF SU-TP-CREDITO
               GO TO 2030-EXIT
           END-IF

           MOVE SU-CHAVE        TO SE-CHAVE
           MOVE WS-REF-DATA-NUM TO SE-DATA
           MOVE 3               TO SE-ORDEM
           MOVE 'S'             TO SE-SITUACAO
           SET SE-COM-DADOS     TO TRUE
           MOVE SU-FORN-ID      TO SE-FORN-ID
           MOVE SU-FORN-NOME    TO SE-FORN-NOME
           MOVE SU-EMPRESA      TO SE-EMPRESA
           MOVE SU-NOTA-FISC    TO SE-NOTA-FISC
           MOVE SU-PARCELA      TO SE-PARCELA
           MOVE SU-TIPO         TO SE-TIPO
           MOVE SU-MOEDA        TO SE-MOEDA
           MOVE SU-VALOR        TO SE-VALOR
           MOVE SU-DATA-EMISSAO TO SE-DATA-EMISSAO
           MOVE SU-VENCTO       TO SE-VENCTO
           RELEASE SORT-EVENTOS-REG.
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2040-LIBERAR-ADIADO - one item the funding limit deferred to
      * the next cycle, as of tonight
      ******************************************************************
       2040-LIBERAR-ADIADO.
           READ PAGTO-ADIADO
               AT END
                   SET FIM-PAGTO-ADIADO TO TRUE
                   GO TO 2040-EXIT
           END-READ
           IF WS-FS-PAGTO-ADIADO NOT = '00'
               MOVE 'PAGADIAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-ADIADO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ADIADOS-LIDOS
           IF DF-TP-CREDITO
               GO TO 2040-EXIT
           END-IF

           MOVE DF-CHAVE        TO SE-CHAVE
           MOVE WS-REF-DATA-NUM TO SE-DATA
           MOVE 3               TO SE-ORDEM
           MOVE 'A'             TO SE-SITUACAO
           SET SE-COM-DADOS     TO TRUE
           MOVE DF-FORN-ID      TO SE-FORN-ID
           MOVE DF-FORN-NOME    TO SE-FORN-NOME
           MOVE DF-EMPRESA      TO SE-EMPRESA
           MOVE DF-NOTA-FISC    TO SE-NOTA-FISC
           MOVE DF-PARCELA      TO SE-PARCELA
           MOVE DF-TIPO         TO SE-TIPO
           MOVE DF-MOEDA        TO SE-MOEDA
           MOVE DF-VALOR        TO SE-VALOR
           MOVE DF-DATA-EMISSAO TO SE-DATA-EMISSAO
           MOVE DF-VENCTO       TO SE-VENCTO
           RELEASE SORT-EVENTOS-REG.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APURAR-ITENS - sort output: each payment key's events in
      * order, the item written out when its last event leaves it
      * open
      ******************************************************************
       2500-APURAR-ITENS.
           SET FIM-SORT TO FALSE
           SET HA-GRUPO TO FALSE
           PERFORM 2510-RETORNAR-EVENTO THRU 2510-EXIT
               UNTIL FIM-SORT
           IF HA-GRUPO
               PERFORM 2600-FECHAR-ITEM THRU 2600-EXIT
           END-IF.
       2500-FIM.
           EXIT.

      ******************************************************************
      * 2510-RETORNAR-EVENTO - one event into its key's item: the
      * first event carrying data dates the item's entry into the
      * cycle, the latest data wins, the latest event sets the status
      ******************************************************************
       2510-RETORNAR-EVENTO.
           RETURN SORT-EVENTOS
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 2510-EXIT
           END-RETURN

           IF HA-GRUPO AND SE-CHAVE NOT = WS-ITM-CHAVE
               PERFORM 2600-FECHAR-ITEM THRU 2600-EXIT
           END-IF
           IF NOT HA-GRUPO
               PERFORM 2550-INICIAR-ITEM THRU 2550-EXIT
           END-IF

           IF SE-COM-DADOS
               IF NOT ITM-COM-DADOS
                   MOVE SE-DATA TO WS-ITM-DATA-ENTRADA
                   SET ITM-COM-DADOS TO TRUE
               END-IF
               MOVE SE-FORN-ID      TO WS-ITM-FORN-ID
               MOVE SE-FORN-NOME    TO WS-ITM-FORN-NOME
               MOVE SE-EMPRESA      TO WS-ITM-EMPRESA
               MOVE SE-NOTA-FISC    TO WS-ITM-NOTA-FISC
               MOVE SE-PARCELA      TO WS-ITM-PARCELA
               MOVE SE-TIPO         TO WS-ITM-TIPO
               MOVE SE-MOEDA        TO WS-ITM-MOEDA
               MOVE SE-VALOR        TO WS-ITM-VALOR
               MOVE SE-DATA-EMISSAO TO WS-ITM-DATA-EMISSAO
               MOVE SE-VENCTO       TO WS-ITM-VENCTO
           END-IF
           MOVE SE-SITUACAO TO WS-ITM-SITUACAO
           MOVE SE-DATA     TO WS-ITM-DATA-SITUACAO.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2550-INICIAR-ITEM - forget the previous key
      ******************************************************************
       2550-INICIAR-ITEM.
           SET HA-GRUPO TO TRUE
           SET ITM-COM-DADOS TO FALSE
           ADD 1 TO WS-QTD-CHAVES
           MOVE SE-CHAVE TO WS-ITM-CHAVE
           MOVE ZEROS    TO WS-ITM-FORN-ID
           MOVE SPACES   TO WS-ITM-FORN-NOME
           MOVE ZEROS    TO WS-ITM-EMPRESA
           MOVE SPACES   TO WS-ITM-NOTA-FISC
           MOVE ZEROS    TO WS-ITM-PARCELA
           MOVE SPACES   TO WS-ITM-TIPO
           MOVE SPACES   TO WS-ITM-MOEDA
           MOVE ZEROS    TO WS-ITM-VALOR
           MOVE ZEROS    TO WS-ITM-DATA-EMISSAO
           MOVE ZEROS    TO WS-ITM-DATA-ENTRADA
           MOVE ZEROS    TO WS-ITM-VENCTO
           MOVE SPACES   TO WS-ITM-SITUACAO
           MOVE ZEROS    TO WS-ITM-DATA-SITUACAO.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FECHAR-ITEM - the key's last event decided: an open item
      * goes to the subledger valued in BRL; a closed one, or a
      * cancellation with no item behind it, is dropped
      ******************************************************************
       2600-FECHAR-ITEM.
           SET HA-GRUPO TO FALSE
           IF NOT ITM-COM-DADOS OR NOT WS-ITM-ABERTO
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES               TO ITENS-ABERTOS-REG
           MOVE WS-ITM-CHAVE         TO IT-CHAVE
           MOVE WS-ITM-FORN-ID       TO IT-FORN-ID
           MOVE WS-ITM-FORN-NOME     TO IT-FORN-NOME
           MOVE WS-ITM-EMPRESA       TO IT-EMPRESA
           MOVE WS-ITM-NOTA-FISC     TO IT-NOTA-FISC
           MOVE WS-ITM-PARCELA       TO IT-PARCELA
           MOVE WS-ITM-TIPO          TO IT-TIPO
           MOVE WS-ITM-MOEDA         TO IT-MOEDA
           MOVE WS-ITM-VALOR         TO IT-VALOR
           MOVE WS-ITM-DATA-EMISSAO  TO IT-DATA-EMISSAO
           MOVE WS-ITM-DATA-ENTRADA  TO IT-DATA-ENTRADA
           MOVE WS-ITM-VENCTO        TO IT-VENCTO
           MOVE WS-ITM-SITUACAO      TO IT-SITUACAO
           MOVE WS-ITM-DATA-SITUACAO TO IT-DATA-SITUACAO
           MOVE WS-ITM-MOEDA         TO WS-MOEDA-ATUAL
           MOVE WS-ITM-VALOR         TO WS-VALOR-CONVERTIDO
           PERFORM 7100-CONVERTER-VALOR THRU 7100-EXIT
           MOVE WS-VALOR-CONVERTIDO  TO IT-VALOR-BRL
           PERFORM 2700-GRAVAR-ITEM THRU 2700-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-GRAVAR-ITEM - write one subledger record
      ******************************************************************
       2700-GRAVAR-ITEM.
           WRITE ITENS-ABERTOS-REG
           IF WS-FS-ITENS NOT = '00'
               MOVE 'ITEMABER' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ITENS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ITENS.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CREDITOS-ABERTOS - the open credits after the items: one
      * N item per vendor/currency with credit still unused.  No
      * CREDABER just means no credit is open.
      ******************************************************************
       2900-CREDITOS-ABERTOS.
           OPEN INPUT CREDITOS-ABERTOS
           IF WS-FS-CREDITOS NOT = '00'
               DISPLAY 'SEM CREDITOS EM ABERTO, STATUS: '
                   WS-FS-CREDITOS
               GO TO 2900-EXIT
           END-IF
           PERFORM 2910-LER-CREDITO THRU 2910-EXIT
               UNTIL FIM-CREDITOS
           CLOSE CREDITOS-ABERTOS.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2910-LER-CREDITO - one open credit; it has no key, company or
      * dates of its own
      ******************************************************************
       2910-LER-CREDITO.
           READ CREDITOS-ABERTOS
               AT END
                   SET FIM-CREDITOS TO TRUE
                   GO TO 2910-EXIT
           END-READ
           IF WS-FS-CREDITOS NOT = '00'
               MOVE 'CREDABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CREDITOS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CRED-LIDOS
           IF CA-VALOR-ABERTO NOT NUMERIC OR CA-VALOR-ABERTO = ZEROS
               GO TO 2910-EXIT
           END-IF

           MOVE SPACES          TO ITENS-ABERTOS-REG
           MOVE ZEROS           TO IT-CHAVE
           MOVE CA-FORN-ID      TO IT-FORN-ID
           MOVE 'CREDITOS EM ABERTO' TO IT-FORN-NOME
           MOVE ZEROS           TO IT-EMPRESA
           MOVE ZEROS           TO IT-PARCELA
           MOVE 'C'             TO IT-TIPO
           MOVE CA-MOEDA        TO IT-MOEDA
           MOVE CA-VALOR-ABERTO TO IT-VALOR
           MOVE ZEROS           TO IT-DATA-EMISSAO
           MOVE ZEROS           TO IT-DATA-ENTRADA
           MOVE ZEROS           TO IT-VENCTO
           MOVE 'N'             TO IT-SITUACAO
           MOVE WS-REF-DATA-NUM TO IT-DATA-SITUACAO
           MOVE CA-MOEDA        TO WS-MOEDA-ATUAL
           MOVE CA-VALOR-ABERTO TO WS-VALOR-CONVERTIDO
           PERFORM 7100-CONVERTER-VALOR THRU 7100-EXIT
           MOVE WS-VALOR-CONVERTIDO TO IT-VALOR-BRL
           PERFORM 2700-GRAVAR-ITEM THRU 2700-EXIT.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and show the counts
      ******************************************************************
       3000-FINALIZE.
           CLOSE SUBL-RPT
           CLOSE JOB-LOG
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS
           DISPLAY 'AUDITORIA LIDA........: ' WS-QTD-AUDIT-LIDAS
           DISPLAY 'SUSPENSOS LIDOS.......: ' WS-QTD-SUSP-LIDOS
           DISPLAY 'ADIADOS LIDOS.........: ' WS-QTD-ADIADOS-LIDOS
           DISPLAY 'CREDITOS LIDOS........: ' WS-QTD-CRED-LIDOS
           DISPLAY 'CHAVES APURADAS.......: ' WS-QTD-CHAVES
           DISPLAY 'ITENS EM ABERTO.......: ' WS-QTD-ITENS
           DISPLAY 'FORNECEDOR/EMPRESA....: ' WS-QTD-FORNECEDORES
           DISPLAY 'SALDO A PAGAR (BRL)...: ' WS-TOTAL-SALDO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLASSIFICAR-ITENS - second sort input: the subledger just
      * written, each item with the date it is aged from
      ******************************************************************
       4000-CLASSIFICAR-ITENS.
           OPEN INPUT ITENS-ABERTOS
           IF WS-FS-ITENS NOT = '00'
               MOVE 'ITEMABER' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ITENS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 4010-LIBERAR-ITEM THRU 4010-EXIT
               UNTIL FIM-ITENS
           CLOSE ITENS-ABERTOS.
       4000-FIM.
           EXIT.

      ******************************************************************
      * 4010-LIBERAR-ITEM - one item to the sort; without an issue
      * date the item is aged from its entry into the cycle
      ******************************************************************
       4010-LIBERAR-ITEM.
           READ ITENS-ABERTOS
               AT END
                   SET FIM-ITENS TO TRUE
                   GO TO 4010-EXIT
           END-READ
           IF WS-FS-ITENS NOT = '00'
               MOVE 'ITEMABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ITENS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE ITENS-ABERTOS-REG TO SORT-ITENS-REG
           IF SI-DATA-EMISSAO > ZEROS
               MOVE SI-DATA-EMISSAO TO SI-DATA-AGING
           ELSE
               MOVE SI-DATA-ENTRADA TO SI-DATA-AGING
           END-IF
           RELEASE SORT-ITENS-REG.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4500-IMPRIMIR-SALDOS - second sort output: the items of each
      * vendor and company with the group's balance and aging
      ******************************************************************
       4500-IMPRIMIR-SALDOS.
           MOVE SPACES TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CABEC TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           SET FIM-SORT TO FALSE
           SET HA-GRUPO TO FALSE
           PERFORM 4510-RETORNAR-ITEM THRU 4510-EXIT
               UNTIL FIM-SORT
           IF HA-GRUPO
               PERFORM 4600-FECHAR-FORNECEDOR THRU 4600-EXIT
           END-IF
           IF WS-QTD-ITENS = ZEROS
               MOVE WS-REPORT-NENHUM TO SUBL-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       4500-FIM.
           EXIT.

      ******************************************************************
      * 4510-RETORNAR-ITEM - one sorted item: a new vendor or company
      * closes the group before it
      ******************************************************************
       4510-RETORNAR-ITEM.
           RETURN SORT-ITENS
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 4510-EXIT
           END-RETURN

           IF HA-GRUPO
              AND (SI-FORN-ID NOT = WS-GRP-FORN-ID
                OR SI-EMPRESA NOT = WS-GRP-EMPRESA)
               PERFORM 4600-FECHAR-FORNECEDOR THRU 4600-EXIT
           END-IF
           IF NOT HA-GRUPO
               PERFORM 4550-INICIAR-FORNECEDOR THRU 4550-EXIT
           END-IF
           PERFORM 4700-IMPRIMIR-ITEM THRU 4700-EXIT.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4550-INICIAR-FORNECEDOR - the group's heading line
      ******************************************************************
       4550-INICIAR-FORNECEDOR.
           SET HA-GRUPO TO TRUE
           ADD 1 TO WS-QTD-FORNECEDORES
           MOVE SI-FORN-ID TO WS-GRP-FORN-ID
           MOVE SI-EMPRESA TO WS-GRP-EMPRESA
           MOVE ZEROS      TO WS-GRP-QTD
           MOVE ZEROS      TO WS-GRP-SALDO
           MOVE ZEROS      TO WS-GRP-FAIXA-VALOR (1)
           MOVE ZEROS      TO WS-GRP-FAIXA-VALOR (2)
           MOVE ZEROS      TO WS-GRP-FAIXA-VALOR (3)
           MOVE ZEROS      TO WS-GRP-FAIXA-VALOR (4)

           MOVE SPACES TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE SI-FORN-ID   TO WS-REPORT-FRN-ID
           MOVE SI-FORN-NOME TO WS-REPORT-FRN-NOME
           MOVE SI-EMPRESA   TO WS-REPORT-FRN-EMPRESA
           MOVE WS-REPORT-FORN-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 4600-FECHAR-FORNECEDOR - the group's balance and, when it has
      * invoices, their aging
      ******************************************************************
       4600-FECHAR-FORNECEDOR.
           SET HA-GRUPO TO FALSE
           MOVE WS-GRP-QTD   TO WS-REPORT-SLD-QTD
           MOVE WS-GRP-SALDO TO WS-REPORT-SLD-VALOR
           MOVE WS-REPORT-SALDO-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           IF WS-GRP-EMPRESA = ZEROS
               GO TO 4600-EXIT
           END-IF
           MOVE WS-GRP-FAIXA-VALOR (1) TO WS-REPORT-AGI-1
           MOVE WS-GRP-FAIXA-VALOR (2) TO WS-REPORT-AGI-2
           MOVE WS-GRP-FAIXA-VALOR (3) TO WS-REPORT-AGI-3
           MOVE WS-GRP-FAIXA-VALOR (4) TO WS-REPORT-AGI-4
           MOVE WS-REPORT-AGING-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4700-IMPRIMIR-ITEM - one item: into its status total, its
      * group's balance and (an invoice, not a credit) its aging
      * bucket by the days since it was issued, then in detail
      ******************************************************************
       4700-IMPRIMIR-ITEM.
           ADD 1 TO WS-GRP-QTD
           SET WS-SDS-IDX TO 1
           SEARCH WS-SIT-DESC-ITEM
               AT END
                   SET WS-SDS-IDX TO 1
               WHEN WS-SIT-DESC-COD (WS-SDS-IDX) = SI-SITUACAO
                   CONTINUE
           END-SEARCH
           SET WS-SIT-IDX TO WS-SDS-IDX
           ADD 1            TO WS-SIT-QTD   (WS-SIT-IDX)
           ADD SI-VALOR-BRL TO WS-SIT-VALOR (WS-SIT-IDX)

           MOVE SPACE TO WS-REPORT-DET-MARCA
           IF SI-SITUACAO = 'N'
               COMPUTE WS-VALOR-ITEM = ZERO - SI-VALOR-BRL
               ADD WS-VALOR-ITEM TO WS-GRP-SALDO
               ADD WS-VALOR-ITEM TO WS-TOTAL-SALDO
               GO TO 4700-DETALHE
           END-IF
           MOVE SI-VALOR-BRL TO WS-VALOR-ITEM
           ADD WS-VALOR-ITEM TO WS-GRP-SALDO
           ADD WS-VALOR-ITEM TO WS-TOTAL-SALDO
           IF SI-DATA-EMISSAO = ZEROS
               MOVE '*' TO WS-REPORT-DET-MARCA
               ADD 1 TO WS-QTD-SEM-EMISSAO
           END-IF

           MOVE 'DIF'           TO DSRV-FUNCAO
           MOVE SI-DATA-AGING   TO DSRV-DATA
           MOVE WS-REF-DATA-NUM TO DSRV-DATA-2
           MOVE SPACES          TO DSRV-MOEDA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO NOT = ZEROS
      *        A date the service rejects must not ride the previous
      *        item's arithmetic into a bucket.
               ADD 1 TO WS-QTD-DATA-INVAL
               DISPLAY 'DATA INVALIDA, FORA DO AGING: '
                   SI-CHAVE ' DATA: ' SI-DATA-AGING
               GO TO 4700-DETALHE
           END-IF
           MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS-EM-ABERTO
           IF WS-DIAS-EM-ABERTO < 0
               MOVE ZEROS TO WS-DIAS-EM-ABERTO
           END-IF
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
           ADD 1            TO WS-FAIXA-QTD   (WS-FAIXA-IDX)
           ADD SI-VALOR-BRL TO WS-FAIXA-VALOR (WS-FAIXA-IDX)
           ADD SI-VALOR-BRL TO WS-GRP-FAIXA-VALOR (WS-FAIXA-NUM).

       4700-DETALHE.
           MOVE SI-CHAVE      TO WS-REPORT-DET-CHAVE
           MOVE SI-NOTA-FISC  TO WS-REPORT-DET-NOTA
           MOVE SI-PARCELA    TO WS-REPORT-DET-PARCELA
           MOVE SI-DATA-AGING TO WS-REPORT-DET-EMISSAO
           MOVE SI-VENCTO     TO WS-REPORT-DET-VENCTO
           MOVE SI-SITUACAO   TO WS-REPORT-DET-SITU
           MOVE SI-MOEDA      TO WS-REPORT-DET-MOEDA
           MOVE SI-VALOR      TO WS-REPORT-DET-VALOR
           MOVE WS-VALOR-ITEM TO WS-REPORT-DET-BRL
           MOVE WS-REPORT-DET-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE SUBL-RPT-REG
           IF WS-FS-SUBL-RPT NOT = '00'
               MOVE 'SUBLRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-SUBL-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-TOTAIS - the totals per status, what of them is
      * already on the ledger, the balance owed and its aging
      ******************************************************************
       5400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5410-IMPRIMIR-SITUACAO THRU 5410-EXIT
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > 6

      *    C, D and N went through the confirmation onto the control
      *    account; S, A and R have not been posted yet.
           COMPUTE WS-TOTAL-CONTABIL = WS-SIT-VALOR (4)
                                     + WS-SIT-VALOR (5)
                                     - WS-SIT-VALOR (6)
           COMPUTE WS-TOTAL-A-CONTABIL = WS-SIT-VALOR (1)
                                       + WS-SIT-VALOR (2)
                                       + WS-SIT-VALOR (3)
           MOVE 'JA CONTABILIZADO (C+D-N)...' TO WS-REPORT-TOT-DESC
           COMPUTE WS-REPORT-TOT-QTD = WS-SIT-QTD (4) + WS-SIT-QTD (5)
                                     + WS-SIT-QTD (6)
           MOVE WS-TOTAL-CONTABIL TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'A CONTABILIZAR (S+A+R).....' TO WS-REPORT-TOT-DESC
           COMPUTE WS-REPORT-TOT-QTD = WS-SIT-QTD (1) + WS-SIT-QTD (2)
                                     + WS-SIT-QTD (3)
           MOVE WS-TOTAL-A-CONTABIL TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'SALDO A PAGAR..............' TO WS-REPORT-TOT-DESC
           MOVE WS-QTD-ITENS   TO WS-REPORT-TOT-QTD
           MOVE WS-TOTAL-SALDO TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE SPACES TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5420-IMPRIMIR-FAIXA THRU 5420-EXIT
               VARYING WS-FAIXA-IDX FROM 1 BY 1
               UNTIL WS-FAIXA-IDX > 4

           MOVE 'SEM DATA DE EMISSAO (*)....' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-SEM-EMISSAO TO WS-REPORT-QTD-VALOR
           MOVE WS-REPORT-QTD-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'DATAS INVALIDAS, FORA AGING' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-DATA-INVAL TO WS-REPORT-QTD-VALOR
           MOVE WS-REPORT-QTD-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5410-IMPRIMIR-SITUACAO - one total line per status
      ******************************************************************
       5410-IMPRIMIR-SITUACAO.
           SET WS-SDS-IDX TO WS-SIT-IDX
           MOVE WS-SIT-DESC (WS-SDS-IDX)  TO WS-REPORT-TOT-DESC
           MOVE WS-SIT-QTD (WS-SIT-IDX)   TO WS-REPORT-TOT-QTD
           MOVE WS-SIT-VALOR (WS-SIT-IDX) TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5410-EXIT.
           EXIT.

      ******************************************************************
      * 5420-IMPRIMIR-FAIXA - one total line per aging bucket
      ******************************************************************
       5420-IMPRIMIR-FAIXA.
           SET WS-FAIXA-NUM TO WS-FAIXA-IDX
           MOVE WS-FAIXA-DESC (WS-FAIXA-NUM) TO WS-REPORT-TOT-DESC
           MOVE WS-FAIXA-QTD   (WS-FAIXA-IDX) TO WS-REPORT-TOT-QTD
           MOVE WS-FAIXA-VALOR (WS-FAIXA-IDX) TO WS-REPORT-TOT-VALOR
           MOVE WS-REPORT-TOT-LINHA TO SUBL-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5420-EXIT.
           EXIT.

      ******************************************************************
      * 7100-CONVERTER-VALOR - the BRL value of WS-VALOR-CONVERTIDO in
      * WS-MOEDA-ATUAL at the loaded rate; a currency with no rate
      * (BRL among them) converts 1:1
      ******************************************************************
       7100-CONVERTER-VALOR.
           MOVE 1 TO WS-TAXA-APLICADA
           IF WS-QTD-TAXAS > ZEROS
               SET WS-TAXA-IDX TO 1
               SEARCH WS-TAXA-ITEM
                   AT END
                       MOVE 1 TO WS-TAXA-APLICADA
                   WHEN WS-TAXA-IDX > WS-QTD-TAXAS
                       MOVE 1 TO WS-TAXA-APLICADA
                   WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = WS-MOEDA-ATUAL
                       MOVE WS-TAXA-VALOR (WS-TAXA-IDX)
                                             TO WS-TAXA-APLICADA
               END-SEARCH
           END-IF
           COMPUTE WS-VALOR-CONVERTIDO ROUNDED
               = WS-VALOR-CONVERTIDO * WS-TAXA-APLICADA.
       7100-EXIT.
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
       END PROGRAM PROGSUBL.
