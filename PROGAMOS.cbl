      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: internal-audit sample of the settled payments on the
      *          PAGHIST master for the period and company AMOSPARM
      *          names.  The payments settled (L) in the period, credit
      *          notes aside, are valued in BRL at the TAXACAMB rates
      *          and drawn three ways:
      *            - every payment at or above the mandatory threshold
      *              goes into the sample, and out of the population
      *              the statistical draws work on;
      *            - a simple random sample of the size asked for from
      *              the rest (selection sampling - one pass, every
      *              payment equally likely, no payment twice);
      *            - a monetary-unit sample of the size asked for from
      *              the rest: a fixed BRL interval from a random
      *              start, so the chance of a payment being hit grows
      *              with its value.
      *          The draws run off a seeded generator (the Lehmer
      *          multiplicative one, 16807 mod 2**31-1), so the same
      *          seed over the same history draws the same sample
      *          again.  Each sampled payment is put on the AMOSTRA
      *          register - the keys findings are recorded against -
      *          and printed on the AMOSRPT worksheet with its PAGAUDIT
      *          trail, who confirmed and second-approved it, the
      *          account it was remitted from (ROTAPAGO) and the bank
      *          return that settled it.  A period and company already
      *          on the register is drawn again only with the seed it
      *          was drawn with, and then only reprinted.
      *          No AMOSPARM, or a zero period, draws nothing.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the audit sampling run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAMOS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-AMOSTRA ASSIGN TO "AMOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-AMOSTRA.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT PAGTO-AUDIT  ASSIGN TO "PAGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-AUDIT.
           SELECT ROTA-PAGTO   ASSIGN TO "ROTAPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROTA-PAGTO.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT AMOSTRAS     ASSIGN TO "AMOSTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AMOSTRAS.
           SELECT AMOS-RPT     ASSIGN TO "AMOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AMOS-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * What to sample - period AAAAMM and company (zeros read as 01),
      * the seed (zeros = period and company), how many payments the
      * random and the monetary-unit draws take (both zero = 25
      * each), the BRL threshold from which a payment is always
      * taken (zeros = none) and who asked for the sample.
      ******************************************************************
       FD  PARM-AMOSTRA
           RECORDING MODE IS F.
       01  PARM-AMOSTRA-REG.
           05  AP-PERIODO                PIC 9(06).
           05  AP-EMPRESA                PIC 9(02).
           05  AP-SEMENTE                PIC 9(09).
           05  AP-QTD-ALEATORIA          PIC 9(03).
           05  AP-QTD-MUS                PIC 9(03).
           05  AP-LIMITE-OBRIG           PIC 9(09)V99.
           05  AP-OPERADOR               PIC X(08).

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
               88  PH-LIQUIDADO          VALUE 'L'.
           05  PH-MOTIVO-CORRECAO        PIC X(02).

      ******************************************************************
      * The payment audit trail, in the layout the confirmation,
      * release, return and reversal runs write it.
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
           05  AU-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  AU-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  AU-USUARIO                PIC X(08).
           05  FILLER                    PIC X(01).
           05  AU-APROVADOR              PIC X(08).

      ******************************************************************
      * The remittance's routing record - the paying account each
      * payment left from, as PROGREMES writes it.
      ******************************************************************
       FD  ROTA-PAGTO
           RECORDING MODE IS F.
       01  ROTA-PAGTO-REG.
           05  RO-DATA                   PIC 9(08).
           05  RO-CHAVE                  PIC 9(06).
           05  RO-FORN-ID                PIC 9(05).
           05  RO-EMPRESA                PIC 9(02).
           05  RO-ARQUIVO                PIC 9(01).
           05  RO-BANCO                  PIC 9(03).
           05  RO-AGENCIA                PIC 9(04).
           05  RO-CONTA                  PIC 9(10).
           05  RO-BANCO-DESTINO          PIC 9(03).
           05  RO-TIPO                   PIC X(01).
           05  RO-VALOR                  PIC 9(09)V99.
           05  RO-TARIFA                 PIC 9(03)V99.
           05  RO-SITUACAO               PIC X(01).
           05  FILLER                    PIC X(20).

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

       FD  AMOSTRAS
           RECORDING MODE IS F.
       01  AMOSTRAS-REG.
           COPY AMOSREC.

       FD  AMOS-RPT
           RECORDING MODE IS F.
       01  AMOS-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S' FALSE 'N'.
           05  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-AUDIT   VALUE 'S'.
           05  WS-EOF-ROTA           PIC X(01) VALUE 'N'.
               88  FIM-ROTA-PAGTO    VALUE 'S'.
           05  WS-EOF-AMOSTRAS       PIC X(01) VALUE 'N'.
               88  FIM-AMOSTRAS      VALUE 'S'.
           05  WS-PAGTO-SIT          PIC X(01) VALUE 'N'.
               88  PAGTO-ELEGIVEL    VALUE 'S' FALSE 'N'.
           05  WS-OBRIG-SIT          PIC X(01) VALUE 'N'.
               88  PAGTO-OBRIGATORIO VALUE 'S' FALSE 'N'.
           05  WS-AMOSTRA-SIT        PIC X(01) VALUE 'N'.
               88  AMOSTRA-JA-EXISTE VALUE 'S'.
           05  WS-ITEM-SIT           PIC X(01) VALUE 'N'.
               88  ITEM-ACHADO       VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-POPULACAO      PIC 9(07) VALUE ZEROS.
           05  WS-VALOR-POPULACAO    PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-OBRIG          PIC 9(07) VALUE ZEROS.
           05  WS-VALOR-OBRIG        PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-ESTAT          PIC 9(07) VALUE ZEROS.
           05  WS-VALOR-ESTAT        PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-SORT-ALEAT     PIC 9(07) VALUE ZEROS.
           05  WS-VALOR-SORT-ALEAT   PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-SORT-MUS       PIC 9(07) VALUE ZEROS.
           05  WS-VALOR-SORT-MUS     PIC 9(13)V99 VALUE ZEROS.
           05  WS-VALOR-AMOSTRA      PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-REGISTRADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-REMESSA    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-RETORNO    PIC 9(07) VALUE ZEROS.

       77 WS-FS-PARM-AMOSTRA        PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-AUDIT         PIC X(02) VALUE SPACES.
       77 WS-FS-ROTA-PAGTO          PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-AMOSTRAS            PIC X(02) VALUE SPACES.
       77 WS-FS-AMOS-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-RETORNO                PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * The sample asked for, after the defaults.
      ******************************************************************
       77 WS-PERIODO                PIC 9(06) VALUE ZEROS.
       77 WS-EMPRESA                PIC 9(02) VALUE ZEROS.
       77 WS-SEMENTE                PIC 9(09) VALUE ZEROS.
       77 WS-SEMENTE-ANTERIOR       PIC 9(09) VALUE ZEROS.
       77 WS-QTD-ALEATORIA          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MUS                PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-OBRIG           PIC 9(09)V99 VALUE ZEROS.
       77 WS-OPERADOR               PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77 WS-EMPRESA-PAGTO          PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * Seeded generator - WS-RND-SEMENTE moves on one step per draw;
      * each draw answers WS-RND-SORTEIO from 0 to WS-RND-LIMITE - 1.
      ******************************************************************
       77 WS-RND-SEMENTE            PIC 9(10) COMP VALUE ZEROS.
       77 WS-RND-PRODUTO            PIC 9(15) COMP VALUE ZEROS.
       77 WS-RND-QUOCIENTE          PIC 9(15) COMP VALUE ZEROS.
       77 WS-RND-FRACAO             PIC V9(10) COMP-3 VALUE ZEROS.
       77 WS-RND-LIMITE             PIC 9(15) COMP VALUE ZEROS.
       77 WS-RND-SORTEIO            PIC 9(15) COMP VALUE ZEROS.

      ******************************************************************
      * The draws in progress - payments of the statistical population
      * still to come and random picks still owed; for the monetary
      * units the interval, the next unit to hit and the BRL centavos
      * passed so far.
      ******************************************************************
       77 WS-ESTAT-RESTANTES        PIC 9(07) COMP VALUE ZEROS.
       77 WS-ALEAT-FALTAM           PIC 9(05) COMP VALUE ZEROS.
       77 WS-MUS-INTERVALO          PIC 9(15) COMP VALUE ZEROS.
       77 WS-MUS-PROXIMO            PIC 9(15) COMP VALUE ZEROS.
       77 WS-MUS-ACUMULADO          PIC 9(15) COMP VALUE ZEROS.
       77 WS-MUS-FEITOS             PIC 9(05) COMP VALUE ZEROS.
       77 WS-CENTAVOS               PIC 9(15) COMP VALUE ZEROS.
       77 WS-ACERTOS                PIC 9(03) VALUE ZEROS.
       77 WS-METODO                 PIC X(03) VALUE SPACES.
       77 WS-MUS-INTERVALO-BRL      PIC 9(13)V99 VALUE ZEROS.
       77 WS-MUS-INICIO-BRL         PIC 9(13)V99 VALUE ZEROS.

       77 WS-VALOR-BRL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOEDA-CONV             PIC X(03) VALUE SPACES.

      ******************************************************************
      * Currency conversion rates (TAXACAMB, units of BRL per unit).
      ******************************************************************
       01  WS-TABELA-TAXAS.
           05  WS-TAXA-ITEM          OCCURS 30 TIMES
                                     INDEXED BY WS-TAXA-IDX.
               10  WS-TAXA-MOEDA     PIC X(03).
               10  WS-TAXA-VALOR     PIC 9(04)V9(06).
       77 WS-QTD-TAXAS              PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * The sample - one entry per payment drawn, in history order,
      * with what the routing record and the trail add to it.
      ******************************************************************
       01  WS-TABELA-AMOSTRA.
           05  WS-AMO-ITEM           OCCURS 999 TIMES
                                     INDEXED BY WS-AMO-IDX.
               10  WS-AMO-DATA-RUN   PIC 9(08).
               10  WS-AMO-CHAVE      PIC 9(06).
               10  WS-AMO-FORN-ID    PIC 9(05).
               10  WS-AMO-FORN-NOME  PIC X(20).
               10  WS-AMO-NOTA-FISC  PIC X(10).
               10  WS-AMO-EMPRESA    PIC 9(02).
               10  WS-AMO-TIPO       PIC X(01).
               10  WS-AMO-PARCELA    PIC 9(02).
               10  WS-AMO-QTD-PARC   PIC 9(02).
               10  WS-AMO-MOEDA      PIC X(03).
               10  WS-AMO-VALOR      PIC 9(09)V99.
               10  WS-AMO-VALOR-BRL  PIC 9(11)V99.
               10  WS-AMO-VENCTO     PIC 9(08).
               10  WS-AMO-EMISSAO    PIC 9(08).
               10  WS-AMO-METODO     PIC X(03).
               10  WS-AMO-ACERTOS    PIC 9(03).
               10  WS-AMO-CONFIRMADOR PIC X(08).
               10  WS-AMO-DATA-CONF  PIC 9(08).
               10  WS-AMO-APROVADOR  PIC X(08).
               10  WS-AMO-REM-DATA   PIC 9(08).
               10  WS-AMO-REM-ARQUIVO PIC 9(01).
               10  WS-AMO-REM-BANCO  PIC 9(03).
               10  WS-AMO-REM-AGENCIA PIC 9(04).
               10  WS-AMO-REM-CONTA  PIC 9(10).
               10  WS-AMO-REM-TIPO   PIC X(01).
               10  WS-AMO-REM-ROTA   PIC X(01).
               10  WS-AMO-RET-DATA   PIC 9(08).
               10  WS-AMO-RET-SITU   PIC X(01).
               10  WS-AMO-RET-OCORR  PIC X(02).
               10  WS-AMO-RET-DESC   PIC X(30).
       77 WS-QTD-AMOSTRA            PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * The PAGAUDIT lines of the sampled keys, each tagged with the
      * sample entry it belongs to.
      ******************************************************************
       01  WS-TABELA-TRILHA.
           05  WS-TRL-ITEM           OCCURS 5000 TIMES
                                     INDEXED BY WS-TRL-IDX.
               10  WS-TRL-AMOSTRA    PIC 9(03).
               10  WS-TRL-DATA       PIC 9(08).
               10  WS-TRL-HORA       PIC X(08).
               10  WS-TRL-SITU-ANT   PIC X(01).
               10  WS-TRL-SITU-NOVA  PIC X(01).
               10  WS-TRL-USUARIO    PIC X(08).
               10  WS-TRL-MOTIVO-COD PIC X(02).
               10  WS-TRL-MOTIVO-DESC PIC X(30).
               10  WS-TRL-APROVADOR  PIC X(08).
       77 WS-QTD-TRILHA             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TRILHA-ITEM        PIC 9(04) VALUE ZEROS.
       77 WS-AMO-NUM                PIC 9(03) VALUE ZEROS.

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
      * A period and company already drawn under another seed - the
      * line that goes to JOBLOG when the draw is refused.
      ******************************************************************
       01  WS-AVISO-LINHA.
           05  FILLER                PIC X(24)
               VALUE 'AMOSTRA JA SORTEADA PER='.
           05  WS-AVISO-PERIODO      PIC 9(06).
           05  FILLER                PIC X(05) VALUE ' EMP='.
           05  WS-AVISO-EMPRESA      PIC 9(02).
           05  FILLER                PIC X(09) VALUE ' SEMENTE='.
           05  WS-AVISO-SEMENTE      PIC 9(09).
           05  FILLER                PIC X(25) VALUE SPACES.

      ******************************************************************
      * Worksheet heading, population and draw lines.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'PAPEL DE TRABALHO - AMOSTRA DE AUDITORIA'.
           05  FILLER                PIC X(26)
               VALUE ' DE PAGAMENTOS LIQUIDADOS'.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-REPORT-PARM-LINHA.
           05  FILLER                PIC X(09) VALUE 'PERIODO: '.
           05  WS-REPORT-PERIODO     PIC 9(06).
           05  FILLER                PIC X(11) VALUE '  EMPRESA: '.
           05  WS-REPORT-EMPRESA     PIC 9(02).
           05  FILLER                PIC X(11) VALUE '  SEMENTE: '.
           05  WS-REPORT-SEMENTE     PIC 9(09).
           05  FILLER                PIC X(12) VALUE '  OPERADOR: '.
           05  WS-REPORT-OPERADOR    PIC X(08).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-REPORT-LIMITE-LINHA.
           05  FILLER                PIC X(38)
               VALUE 'LIMITE DE INCLUSAO OBRIGATORIA (BRL): '.
           05  WS-REPORT-LIMITE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(28) VALUE SPACES.

       01  WS-REPORT-POP-LINHA.
           05  WS-REPORT-POP-DESC    PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-POP-QTD     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-POP-VALOR   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-REPORT-MUS-LINHA.
           05  FILLER                PIC X(15) VALUE 'INTERVALO MUS: '.
           05  WS-REPORT-MUS-INTERV  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(20)
               VALUE '  INICIO ALEATORIO: '.
           05  WS-REPORT-MUS-INICIO  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-REPORT-REIMPRESSAO.
           05  FILLER                PIC X(40)
               VALUE 'AMOSTRA JA REGISTRADA COM ESTA SEMENTE -'.
           05  FILLER                PIC X(40)
               VALUE ' REIMPRESSAO, NADA GRAVADO NO AMOSTRA.  '.

       01  WS-REPORT-DIVERGENCIA.
           05  FILLER                PIC X(40)
               VALUE 'ATENCAO - ITENS NO REGISTRO DA AMOSTRA: '.
           05  WS-REPORT-DIV-QTD     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(31) VALUE SPACES.

      ******************************************************************
      * One worksheet block per sampled payment.
      ******************************************************************
       01  WS-REPORT-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01  WS-REPORT-ITEM-LINHA.
           05  FILLER                PIC X(05) VALUE 'ITEM '.
           05  WS-REPORT-ITEM-NUM    PIC ZZ9.
           05  FILLER                PIC X(07) VALUE ' CHAVE='.
           05  WS-REPORT-ITEM-CHAVE  PIC 9(06).
           05  FILLER                PIC X(07) VALUE ' CARGA='.
           05  WS-REPORT-ITEM-DATA   PIC 9(08).
           05  FILLER                PIC X(08) VALUE ' METODO='.
           05  WS-REPORT-ITEM-METODO PIC X(03).
           05  FILLER                PIC X(13) VALUE ' ACERTOS MUS='.
           05  WS-REPORT-ITEM-ACERTO PIC ZZ9.
           05  FILLER                PIC X(17) VALUE SPACES.

       01  WS-REPORT-FORN-LINHA.
           05  FILLER                PIC X(05) VALUE 'FORN='.
           05  WS-REPORT-FORN-ID     PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-FORN-NOME   PIC X(20).
           05  FILLER                PIC X(04) VALUE ' NF='.
           05  WS-REPORT-FORN-NOTA   PIC X(10).
           05  FILLER                PIC X(05) VALUE ' EMP='.
           05  WS-REPORT-FORN-EMP    PIC 9(02).
           05  FILLER                PIC X(06) VALUE ' TIPO='.
           05  WS-REPORT-FORN-TIPO   PIC X(01).
           05  FILLER                PIC X(06) VALUE ' PARC='.
           05  WS-REPORT-FORN-PARC   PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-REPORT-FORN-QTD    PIC 9(02).
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-REPORT-VALOR-LINHA.
           05  FILLER                PIC X(06) VALUE 'VALOR='.
           05  WS-REPORT-VAL-VALOR   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-VAL-MOEDA   PIC X(03).
           05  FILLER                PIC X(05) VALUE ' BRL='.
           05  WS-REPORT-VAL-BRL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE ' VENC='.
           05  WS-REPORT-VAL-VENCTO  PIC 9(08).
           05  FILLER                PIC X(06) VALUE ' EMIS='.
           05  WS-REPORT-VAL-EMISSAO PIC 9(08).
           05  FILLER                PIC X(05) VALUE SPACES.

       01  WS-REPORT-CONF-LINHA.
           05  FILLER                PIC X(15) VALUE 'CONFIRMADO POR='.
           05  WS-REPORT-CONF-USUARIO PIC X(08).
           05  FILLER                PIC X(04) VALUE ' EM '.
           05  WS-REPORT-CONF-DATA   PIC 9(08).
           05  FILLER                PIC X(20)
               VALUE '  SEGUNDA APROVACAO='.
           05  WS-REPORT-CONF-APROV  PIC X(08).
           05  FILLER                PIC X(17) VALUE SPACES.

       01  WS-REPORT-REM-LINHA.
           05  FILLER                PIC X(08) VALUE 'REMESSA='.
           05  WS-REPORT-REM-DATA    PIC 9(08).
           05  FILLER                PIC X(05) VALUE ' ARQ='.
           05  WS-REPORT-REM-ARQUIVO PIC 9(01).
           05  FILLER                PIC X(07) VALUE ' BANCO='.
           05  WS-REPORT-REM-BANCO   PIC 9(03).
           05  FILLER                PIC X(04) VALUE ' AG='.
           05  WS-REPORT-REM-AGENCIA PIC 9(04).
           05  FILLER                PIC X(07) VALUE ' CONTA='.
           05  WS-REPORT-REM-CONTA   PIC 9(10).
           05  FILLER                PIC X(07) VALUE ' FORMA='.
           05  WS-REPORT-REM-TIPO    PIC X(01).
           05  FILLER                PIC X(06) VALUE ' ROTA='.
           05  WS-REPORT-REM-ROTA    PIC X(01).
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-REPORT-RET-LINHA.
           05  FILLER                PIC X(08) VALUE 'RETORNO='.
           05  WS-REPORT-RET-DATA    PIC 9(08).
           05  FILLER                PIC X(10) VALUE ' SITUACAO='.
           05  WS-REPORT-RET-SITU    PIC X(01).
           05  FILLER                PIC X(12) VALUE ' OCORRENCIA='.
           05  WS-REPORT-RET-OCORR   PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-RET-DESC    PIC X(30).
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-REPORT-TRL-LINHA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-REPORT-TRL-DATA    PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TRL-HORA    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TRL-ANT     PIC X(01).
           05  FILLER                PIC X(01) VALUE '>'.
           05  WS-REPORT-TRL-NOVA    PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TRL-USUARIO PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TRL-MOTIVO  PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TRL-DESC    PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-REPORT-TRL-APROV   PIC X(08).
           05  FILLER                PIC X(05) VALUE SPACES.

       01  WS-REPORT-TEXTO           PIC X(80) VALUE SPACES.

       01  WS-REPORT-CONCLUSAO.
           05  FILLER                PIC X(40)
               VALUE 'CONCLUSAO: ( ) SEM EXCECAO  ( ) ACHADO N'.
           05  FILLER                PIC X(40)
               VALUE 'O ACHATRN SEQ ____  VISTO ________      '.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - the period's population first, then the draw
      * over it, what the routing and the trail know of each sampled
      * payment, the register and the worksheet
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT
           IF WS-PERIODO > ZEROS AND WS-RETORNO = ZEROS
               PERFORM 2000-APURAR-POPULACAO THRU 2000-EXIT
               PERFORM 2500-PREPARAR-SORTEIO THRU 2500-EXIT
               PERFORM 3000-SELECIONAR       THRU 3000-EXIT
               PERFORM 4000-CARREGAR-REMESSAS THRU 4000-EXIT
               PERFORM 4500-CARREGAR-TRILHA  THRU 4500-EXIT
               PERFORM 4800-GRAVAR-REGISTRO  THRU 4800-EXIT
               PERFORM 5000-IMPRIMIR-PAPEL   THRU 5000-EXIT
           END-IF
           PERFORM 9000-FINALIZE            THRU 9000-EXIT
           MOVE WS-RETORNO TO LK-RETORNO
           MOVE WS-RETORNO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - what to sample, the rates, whether the
      * period and company were drawn before, and the files
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

           PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
           IF WS-PERIODO = ZEROS
               DISPLAY 'SEM PERIODO A AMOSTRAR - NADA SORTEADO'
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT
           PERFORM 1300-VERIFICAR-AMOSTRA THRU 1300-EXIT
           IF WS-RETORNO NOT = ZEROS
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT AMOS-RPT
           IF WS-FS-AMOS-RPT NOT = '00'
               MOVE 'AMOSRPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-AMOS-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-PARAMETRO - the sample asked for, with its defaults
      ******************************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARM-AMOSTRA
           IF WS-FS-PARM-AMOSTRA NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ PARM-AMOSTRA
               AT END
                   CLOSE PARM-AMOSTRA
                   GO TO 1100-EXIT
           END-READ
           CLOSE PARM-AMOSTRA
           IF AP-PERIODO NOT NUMERIC
               GO TO 1100-EXIT
           END-IF

           MOVE AP-PERIODO TO WS-PERIODO
           IF AP-EMPRESA NUMERIC AND AP-EMPRESA > ZEROS
               MOVE AP-EMPRESA TO WS-EMPRESA
           ELSE
               MOVE 01 TO WS-EMPRESA
           END-IF
           IF AP-SEMENTE NUMERIC AND AP-SEMENTE > ZEROS
               MOVE AP-SEMENTE TO WS-SEMENTE
           ELSE
               COMPUTE WS-SEMENTE = WS-PERIODO * 100 + WS-EMPRESA
           END-IF
           IF AP-QTD-ALEATORIA NUMERIC
               MOVE AP-QTD-ALEATORIA TO WS-QTD-ALEATORIA
           END-IF
           IF AP-QTD-MUS NUMERIC
               MOVE AP-QTD-MUS TO WS-QTD-MUS
           END-IF
           IF WS-QTD-ALEATORIA = ZEROS AND WS-QTD-MUS = ZEROS
               MOVE 25 TO WS-QTD-ALEATORIA
               MOVE 25 TO WS-QTD-MUS
           END-IF
           IF AP-LIMITE-OBRIG NUMERIC
               MOVE AP-LIMITE-OBRIG TO WS-LIMITE-OBRIG
           END-IF
           MOVE AP-OPERADOR TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               MOVE 'BATCH' TO WS-OPERADOR
           END-IF

           DISPLAY 'PERIODO A AMOSTRAR....: ' WS-PERIODO
           DISPLAY 'EMPRESA...............: ' WS-EMPRESA
           DISPLAY 'SEMENTE...............: ' WS-SEMENTE
           DISPLAY 'QTD ALEATORIA.........: ' WS-QTD-ALEATORIA
           DISPLAY 'QTD UNIDADE MONETARIA.: ' WS-QTD-MUS
           DISPLAY 'LIMITE OBRIGATORIO....: ' WS-LIMITE-OBRIG.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-TAXAS - load the currency conversion-rate table
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
      * 1300-VERIFICAR-AMOSTRA - a period and company already on the
      * register: under the same seed the draw comes out the same and
      * is only reprinted; under another seed it is refused (RC 8) -
      * the register keeps the sample the findings refer to.  No
      * register yet is an empty one.
      ******************************************************************
       1300-VERIFICAR-AMOSTRA.
           OPEN INPUT AMOSTRAS
           IF WS-FS-AMOSTRAS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LER-AMOSTRA THRU 1310-EXIT
               UNTIL FIM-AMOSTRAS
           CLOSE AMOSTRAS

           IF AMOSTRA-JA-EXISTE
              AND WS-SEMENTE-ANTERIOR NOT = WS-SEMENTE
               MOVE WS-PERIODO          TO WS-AVISO-PERIODO
               MOVE WS-EMPRESA          TO WS-AVISO-EMPRESA
               MOVE WS-SEMENTE-ANTERIOR TO WS-AVISO-SEMENTE
               MOVE WS-AVISO-LINHA TO JOB-LOG-REG
               WRITE JOB-LOG-REG
               DISPLAY WS-AVISO-LINHA
               DISPLAY 'OUTRA SEMENTE RECUSADA: ' WS-SEMENTE
               MOVE 8 TO WS-RETORNO
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-AMOSTRA - one register line; count the ones of this
      * period and company and keep the seed they were drawn with
      ******************************************************************
       1310-LER-AMOSTRA.
           READ AMOSTRAS
               AT END
                   SET FIM-AMOSTRAS TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF WS-FS-AMOSTRAS NOT = '00'
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-AMOSTRAS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF AM-PERIODO = WS-PERIODO AND AM-EMPRESA = WS-EMPRESA
               SET AMOSTRA-JA-EXISTE TO TRUE
               MOVE AM-SEMENTE TO WS-SEMENTE-ANTERIOR
               ADD 1 TO WS-QTD-REGISTRADOS
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-POPULACAO - first pass over the period: how many
      * settled payments and how much, split into the ones at or
      * above the threshold (always taken) and the statistical
      * population the draws work on
      ******************************************************************
       2000-APURAR-POPULACAO.
           PERFORM 2050-POSICIONAR-HISTORICO THRU 2050-EXIT
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
               UNTIL FIM-PAGTO-HIST
           DISPLAY 'PAGTOS LIQUIDADOS.....: ' WS-QTD-POPULACAO
           DISPLAY 'ACIMA DO LIMITE.......: ' WS-QTD-OBRIG
           DISPLAY 'POPULACAO ESTATISTICA.: ' WS-QTD-ESTAT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-POSICIONAR-HISTORICO - the history at the first record
      * of the period
      ******************************************************************
       2050-POSICIONAR-HISTORICO.
           SET FIM-PAGTO-HIST TO FALSE
           MOVE ZEROS      TO PH-CHAVE-HIST
           MOVE WS-PERIODO TO PH-PERIODO
           START PAGTO-HIST KEY NOT < PH-CHAVE-HIST
               INVALID KEY
                   SET FIM-PAGTO-HIST TO TRUE
           END-START.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LER-HISTORICO - one history record of the period into
      * the population counts
      ******************************************************************
       2100-LER-HISTORICO.
           PERFORM 2200-LER-PAGTO THRU 2200-EXIT
           IF NOT PAGTO-ELEGIVEL
               GO TO 2100-EXIT
           END-IF
           ADD 1            TO WS-QTD-POPULACAO
           ADD WS-VALOR-BRL TO WS-VALOR-POPULACAO
           IF PAGTO-OBRIGATORIO
               ADD 1            TO WS-QTD-OBRIG
               ADD WS-VALOR-BRL TO WS-VALOR-OBRIG
           ELSE
               ADD 1            TO WS-QTD-ESTAT
               ADD WS-VALOR-BRL TO WS-VALOR-ESTAT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LER-PAGTO - read the next history record and say whether
      * it belongs to the population: settled in the period, of the
      * company, not a credit note - valued in BRL and flagged when
      * it reaches the threshold.  The first record past the period
      * ends the pass.  Both passes read through here, so they see
      * the same population in the same order.
      ******************************************************************
       2200-LER-PAGTO.
           SET PAGTO-ELEGIVEL    TO FALSE
           SET PAGTO-OBRIGATORIO TO FALSE
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 2200-EXIT
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
               GO TO 2200-EXIT
           END-IF
           IF NOT PH-LIQUIDADO OR PH-TP-CREDITO
               GO TO 2200-EXIT
           END-IF
           IF PH-EMPRESA = ZEROS
               MOVE 01 TO WS-EMPRESA-PAGTO
           ELSE
               MOVE PH-EMPRESA TO WS-EMPRESA-PAGTO
           END-IF
           IF WS-EMPRESA-PAGTO NOT = WS-EMPRESA
               GO TO 2200-EXIT
           END-IF

           SET PAGTO-ELEGIVEL TO TRUE
           MOVE PH-VALOR TO WS-VALOR-BRL
           MOVE PH-MOEDA TO WS-MOEDA-CONV
           PERFORM 9200-CONVERTER-VALOR THRU 9200-EXIT
           IF WS-LIMITE-OBRIG > ZEROS
              AND WS-VALOR-BRL NOT < WS-LIMITE-OBRIG
               SET PAGTO-OBRIGATORIO TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PREPARAR-SORTEIO - seed the generator and set both draws
      * up over the statistical population: the random draw owes
      * the size asked for (all of it, when the population is
      * smaller); the monetary-unit draw gets its interval in BRL
      * centavos and a random start inside the first interval.  The
      * start is the first number the seed gives, so it never
      * depends on anything but the seed and the population.
      ******************************************************************
       2500-PREPARAR-SORTEIO.
           MOVE WS-SEMENTE    TO WS-RND-SEMENTE
           MOVE WS-QTD-ESTAT  TO WS-ESTAT-RESTANTES
           IF WS-QTD-ALEATORIA > WS-QTD-ESTAT
               MOVE WS-QTD-ESTAT     TO WS-ALEAT-FALTAM
           ELSE
               MOVE WS-QTD-ALEATORIA TO WS-ALEAT-FALTAM
           END-IF

           MOVE ZEROS TO WS-MUS-INTERVALO
           MOVE ZEROS TO WS-MUS-PROXIMO
           MOVE ZEROS TO WS-MUS-ACUMULADO
           MOVE ZEROS TO WS-MUS-FEITOS
           IF WS-QTD-MUS = ZEROS OR WS-VALOR-ESTAT = ZEROS
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-CENTAVOS = WS-VALOR-ESTAT * 100
           DIVIDE WS-CENTAVOS BY WS-QTD-MUS
               GIVING WS-MUS-INTERVALO
           IF WS-MUS-INTERVALO < 1
               MOVE 1 TO WS-MUS-INTERVALO
           END-IF
           MOVE WS-MUS-INTERVALO TO WS-RND-LIMITE
           PERFORM 9100-SORTEAR THRU 9100-EXIT
           COMPUTE WS-MUS-PROXIMO = WS-RND-SORTEIO + 1

           COMPUTE WS-MUS-INTERVALO-BRL = WS-MUS-INTERVALO / 100
           COMPUTE WS-MUS-INICIO-BRL    = WS-MUS-PROXIMO / 100
           DISPLAY 'INTERVALO MUS (BRL)...: ' WS-MUS-INTERVALO-BRL
           DISPLAY 'INICIO MUS (BRL)......: ' WS-MUS-INICIO-BRL.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SELECIONAR - second pass over the period, drawing as it
      * goes
      ******************************************************************
       3000-SELECIONAR.
           PERFORM 2050-POSICIONAR-HISTORICO THRU 2050-EXIT
           PERFORM 3100-AVALIAR-PAGTO THRU 3100-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST
           DISPLAY 'PAGTOS NA AMOSTRA.....: ' WS-QTD-AMOSTRA.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-AVALIAR-PAGTO - one payment of the population: taken
      * outright at the threshold; otherwise a random draw while picks
      * are still owed (the chance is the picks owed over the
      * payments left, which takes exactly the size asked for), and
      * the monetary units its BRL value spans
      ******************************************************************
       3100-AVALIAR-PAGTO.
           PERFORM 2200-LER-PAGTO THRU 2200-EXIT
           IF NOT PAGTO-ELEGIVEL
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-METODO
           MOVE ZEROS  TO WS-ACERTOS

           IF PAGTO-OBRIGATORIO
               MOVE 'O' TO WS-METODO (1:1)
               PERFORM 3200-GUARDAR-ITEM THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-ESTAT-RESTANTES = ZEROS
               GO TO 3100-EXIT
           END-IF

           IF WS-ALEAT-FALTAM > ZEROS
               MOVE WS-ESTAT-RESTANTES TO WS-RND-LIMITE
               PERFORM 9100-SORTEAR THRU 9100-EXIT
               IF WS-RND-SORTEIO < WS-ALEAT-FALTAM
                   MOVE 'A' TO WS-METODO (2:1)
                   SUBTRACT 1 FROM WS-ALEAT-FALTAM
                   ADD 1            TO WS-QTD-SORT-ALEAT
                   ADD WS-VALOR-BRL TO WS-VALOR-SORT-ALEAT
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-ESTAT-RESTANTES

           IF WS-MUS-INTERVALO > ZEROS
               COMPUTE WS-CENTAVOS = WS-VALOR-BRL * 100
               ADD WS-CENTAVOS TO WS-MUS-ACUMULADO
               PERFORM 3150-CONTAR-ACERTO THRU 3150-EXIT
                   UNTIL WS-MUS-PROXIMO > WS-MUS-ACUMULADO
                      OR WS-MUS-FEITOS NOT < WS-QTD-MUS
               IF WS-ACERTOS > ZEROS
                   MOVE 'M' TO WS-METODO (3:1)
                   ADD 1            TO WS-QTD-SORT-MUS
                   ADD WS-VALOR-BRL TO WS-VALOR-SORT-MUS
               END-IF
           END-IF

           IF WS-METODO NOT = SPACES
               PERFORM 3200-GUARDAR-ITEM THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-CONTAR-ACERTO - one monetary unit falls on the payment;
      * the next one is an interval further on
      ******************************************************************
       3150-CONTAR-ACERTO.
           ADD 1 TO WS-ACERTOS
           ADD 1 TO WS-MUS-FEITOS
           ADD WS-MUS-INTERVALO TO WS-MUS-PROXIMO.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-GUARDAR-ITEM - the payment just read onto the sample
      ******************************************************************
       3200-GUARDAR-ITEM.
           IF WS-QTD-AMOSTRA >= 999
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-AMOSTRA
           SET WS-AMO-IDX TO WS-QTD-AMOSTRA
           INITIALIZE WS-AMO-ITEM (WS-AMO-IDX)
           MOVE PH-DATA-RUN      TO WS-AMO-DATA-RUN (WS-AMO-IDX)
           MOVE PH-CHAVE         TO WS-AMO-CHAVE (WS-AMO-IDX)
           MOVE PH-FORN-ID       TO WS-AMO-FORN-ID (WS-AMO-IDX)
           MOVE PH-FORN-NOME     TO WS-AMO-FORN-NOME (WS-AMO-IDX)
           MOVE PH-NOTA-FISC     TO WS-AMO-NOTA-FISC (WS-AMO-IDX)
           MOVE WS-EMPRESA-PAGTO TO WS-AMO-EMPRESA (WS-AMO-IDX)
           MOVE PH-TIPO          TO WS-AMO-TIPO (WS-AMO-IDX)
           MOVE PH-PARCELA       TO WS-AMO-PARCELA (WS-AMO-IDX)
           MOVE PH-QTD-PARCELAS  TO WS-AMO-QTD-PARC (WS-AMO-IDX)
           MOVE PH-MOEDA         TO WS-AMO-MOEDA (WS-AMO-IDX)
           MOVE PH-VALOR         TO WS-AMO-VALOR (WS-AMO-IDX)
           MOVE WS-VALOR-BRL     TO WS-AMO-VALOR-BRL (WS-AMO-IDX)
           MOVE PH-VENCTO        TO WS-AMO-VENCTO (WS-AMO-IDX)
           MOVE PH-DATA-EMISSAO  TO WS-AMO-EMISSAO (WS-AMO-IDX)
           MOVE WS-METODO        TO WS-AMO-METODO (WS-AMO-IDX)
           MOVE WS-ACERTOS       TO WS-AMO-ACERTOS (WS-AMO-IDX)
           ADD WS-VALOR-BRL TO WS-VALOR-AMOSTRA.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CARREGAR-REMESSAS - the paying account each sampled
      * payment left from, off the routing record of its remittance.
      * No ROTAPAGO (a site that never routed) leaves it blank.
      ******************************************************************
       4000-CARREGAR-REMESSAS.
           IF WS-QTD-AMOSTRA = ZEROS
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT ROTA-PAGTO
           IF WS-FS-ROTA-PAGTO NOT = '00'
               DISPLAY 'SEM ROTEAMENTO DE REMESSA, STATUS: '
                   WS-FS-ROTA-PAGTO
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-LER-ROTA THRU 4010-EXIT
               UNTIL FIM-ROTA-PAGTO
           CLOSE ROTA-PAGTO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-LER-ROTA - one routing record onto the sampled payment
      * it belongs to, if any
      ******************************************************************
       4010-LER-ROTA.
           READ ROTA-PAGTO
               AT END
                   SET FIM-ROTA-PAGTO TO TRUE
                   GO TO 4010-EXIT
           END-READ
           IF WS-FS-ROTA-PAGTO NOT = '00'
               MOVE 'ROTAPAGO' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ROTA-PAGTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           SET WS-AMO-IDX TO 1
           SEARCH WS-AMO-ITEM
               AT END
                   CONTINUE
               WHEN WS-AMO-IDX > WS-QTD-AMOSTRA
                   CONTINUE
               WHEN WS-AMO-CHAVE (WS-AMO-IDX) = RO-CHAVE
                AND WS-AMO-DATA-RUN (WS-AMO-IDX) = RO-DATA
                   MOVE RO-DATA     TO WS-AMO-REM-DATA (WS-AMO-IDX)
                   MOVE RO-ARQUIVO  TO WS-AMO-REM-ARQUIVO (WS-AMO-IDX)
                   MOVE RO-BANCO    TO WS-AMO-REM-BANCO (WS-AMO-IDX)
                   MOVE RO-AGENCIA  TO WS-AMO-REM-AGENCIA (WS-AMO-IDX)
                   MOVE RO-CONTA    TO WS-AMO-REM-CONTA (WS-AMO-IDX)
                   MOVE RO-TIPO     TO WS-AMO-REM-TIPO (WS-AMO-IDX)
                   MOVE RO-SITUACAO TO WS-AMO-REM-ROTA (WS-AMO-IDX)
           END-SEARCH.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CARREGAR-TRILHA - every PAGAUDIT line of a sampled key
      * onto the trail table, noting who confirmed and second-
      * approved the payment and the bank return that settled it
      ******************************************************************
       4500-CARREGAR-TRILHA.
           IF WS-QTD-AMOSTRA = ZEROS
               GO TO 4500-EXIT
           END-IF
           OPEN INPUT PAGTO-AUDIT
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               DISPLAY 'TRILHA DE AUDITORIA INDISPONIVEL, STATUS: '
                   WS-FS-PAGTO-AUDIT
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-LER-AUDIT THRU 4510-EXIT
               UNTIL FIM-PAGTO-AUDIT
           CLOSE PAGTO-AUDIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4510-LER-AUDIT - one trail line; a key not sampled is passed
      ******************************************************************
       4510-LER-AUDIT.
           READ PAGTO-AUDIT
               AT END
                   SET FIM-PAGTO-AUDIT TO TRUE
                   GO TO 4510-EXIT
           END-READ
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           SET ITEM-ACHADO TO FALSE
           SET WS-AMO-IDX TO 1
           SEARCH WS-AMO-ITEM
               AT END
                   CONTINUE
               WHEN WS-AMO-IDX > WS-QTD-AMOSTRA
                   CONTINUE
               WHEN WS-AMO-CHAVE (WS-AMO-IDX) = AU-CHAVE
                   SET ITEM-ACHADO TO TRUE
           END-SEARCH
           IF NOT ITEM-ACHADO
               GO TO 4510-EXIT
           END-IF

           PERFORM 4520-GUARDAR-TRILHA THRU 4520-EXIT

      *    The confirmation is the line that takes the payment to C;
      *    a re-issue confirms again, and the last one stands.
           IF AU-SITU-NOVA = 'C' AND AU-SITU-ANT NOT = 'C'
               MOVE AU-USUARIO   TO WS-AMO-CONFIRMADOR (WS-AMO-IDX)
               MOVE AU-DATA      TO WS-AMO-DATA-CONF (WS-AMO-IDX)
               MOVE AU-APROVADOR TO WS-AMO-APROVADOR (WS-AMO-IDX)
           END-IF
      *    The bank return run signs its lines RETORNO, with the
      *    occurrence code (or a wire's SWIFT reference) on them.
           IF AU-USUARIO = 'RETORNO'
               MOVE AU-DATA        TO WS-AMO-RET-DATA (WS-AMO-IDX)
               MOVE AU-SITU-NOVA   TO WS-AMO-RET-SITU (WS-AMO-IDX)
               MOVE AU-MOTIVO-COD  TO WS-AMO-RET-OCORR (WS-AMO-IDX)
               MOVE AU-MOTIVO-DESC TO WS-AMO-RET-DESC (WS-AMO-IDX)
           END-IF.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4520-GUARDAR-TRILHA - the trail line onto the table, tagged
      * with its sample entry
      ******************************************************************
       4520-GUARDAR-TRILHA.
           IF WS-QTD-TRILHA >= 5000
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-TRILHA
           SET WS-TRL-IDX TO WS-QTD-TRILHA
           SET WS-AMO-NUM TO WS-AMO-IDX
           MOVE WS-AMO-NUM     TO WS-TRL-AMOSTRA (WS-TRL-IDX)
           MOVE AU-DATA        TO WS-TRL-DATA (WS-TRL-IDX)
           MOVE AU-HORA        TO WS-TRL-HORA (WS-TRL-IDX)
           MOVE AU-SITU-ANT    TO WS-TRL-SITU-ANT (WS-TRL-IDX)
           MOVE AU-SITU-NOVA   TO WS-TRL-SITU-NOVA (WS-TRL-IDX)
           MOVE AU-USUARIO     TO WS-TRL-USUARIO (WS-TRL-IDX)
           MOVE AU-MOTIVO-COD  TO WS-TRL-MOTIVO-COD (WS-TRL-IDX)
           MOVE AU-MOTIVO-DESC TO WS-TRL-MOTIVO-DESC (WS-TRL-IDX)
           MOVE AU-APROVADOR   TO WS-TRL-APROVADOR (WS-TRL-IDX).
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 4800-GRAVAR-REGISTRO - the sample onto the AMOSTRA register,
      * unless this is a reprint of one already there
      ******************************************************************
       4800-GRAVAR-REGISTRO.
           IF AMOSTRA-JA-EXISTE OR WS-QTD-AMOSTRA = ZEROS
               GO TO 4800-EXIT
           END-IF
           OPEN EXTEND AMOSTRAS
           IF WS-FS-AMOSTRAS NOT = '00'
               CLOSE AMOSTRAS
               OPEN OUTPUT AMOSTRAS
           END-IF
           IF WS-FS-AMOSTRAS NOT = '00'
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-AMOSTRAS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 4810-GRAVAR-ITEM THRU 4810-EXIT
               VARYING WS-AMO-IDX FROM 1 BY 1
               UNTIL WS-AMO-IDX > WS-QTD-AMOSTRA
           CLOSE AMOSTRAS.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 4810-GRAVAR-ITEM - one sampled payment onto the register
      ******************************************************************
       4810-GRAVAR-ITEM.
           MOVE SPACES TO AMOSTRAS-REG
           MOVE WS-PERIODO                    TO AM-PERIODO
           MOVE WS-EMPRESA                    TO AM-EMPRESA
           MOVE WS-AMO-DATA-RUN (WS-AMO-IDX)  TO AM-DATA-RUN
           MOVE WS-AMO-CHAVE (WS-AMO-IDX)     TO AM-CHAVE
           MOVE WS-AMO-FORN-ID (WS-AMO-IDX)   TO AM-FORN-ID
           MOVE WS-AMO-NOTA-FISC (WS-AMO-IDX) TO AM-NOTA-FISC
           MOVE WS-AMO-MOEDA (WS-AMO-IDX)     TO AM-MOEDA
           MOVE WS-AMO-VALOR (WS-AMO-IDX)     TO AM-VALOR
           MOVE WS-AMO-VALOR-BRL (WS-AMO-IDX) TO AM-VALOR-BRL
           MOVE WS-AMO-METODO (WS-AMO-IDX)    TO AM-METODO
           MOVE WS-AMO-ACERTOS (WS-AMO-IDX)   TO AM-ACERTOS-MUS
           MOVE WS-SEMENTE                    TO AM-SEMENTE
           MOVE WS-DATA-HOJE                  TO AM-DATA-SORTEIO
           MOVE WS-OPERADOR                   TO AM-OPERADOR
           WRITE AMOSTRAS-REG
           IF WS-FS-AMOSTRAS NOT = '00'
               MOVE 'AMOSTRA' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-AMOSTRAS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS.
       4810-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIMIR-PAPEL - the worksheet: what was asked for, the
      * population and what each draw took, then one block per
      * sampled payment
      ******************************************************************
       5000-IMPRIMIR-PAPEL.
           MOVE WS-REPORT-TITULO TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-PERIODO  TO WS-REPORT-PERIODO
           MOVE WS-EMPRESA  TO WS-REPORT-EMPRESA
           MOVE WS-SEMENTE  TO WS-REPORT-SEMENTE
           MOVE WS-OPERADOR TO WS-REPORT-OPERADOR
           MOVE WS-REPORT-PARM-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-LIMITE-OBRIG TO WS-REPORT-LIMITE
           MOVE WS-REPORT-LIMITE-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF AMOSTRA-JA-EXISTE
               MOVE WS-REPORT-REIMPRESSAO TO AMOS-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
               IF WS-QTD-REGISTRADOS NOT = WS-QTD-AMOSTRA
                   MOVE WS-QTD-REGISTRADOS TO WS-REPORT-DIV-QTD
                   MOVE WS-REPORT-DIVERGENCIA TO AMOS-RPT-REG
                   PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
                   DISPLAY 'AMOSTRA REIMPRESSA DIFERE DO REGISTRO: '
                       WS-QTD-REGISTRADOS
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF

           MOVE 'PAGAMENTOS LIQUIDADOS......' TO WS-REPORT-POP-DESC
           MOVE WS-QTD-POPULACAO   TO WS-REPORT-POP-QTD
           MOVE WS-VALOR-POPULACAO TO WS-REPORT-POP-VALOR
           MOVE WS-REPORT-POP-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'ACIMA DO LIMITE (TODOS)....' TO WS-REPORT-POP-DESC
           MOVE WS-QTD-OBRIG   TO WS-REPORT-POP-QTD
           MOVE WS-VALOR-OBRIG TO WS-REPORT-POP-VALOR
           MOVE WS-REPORT-POP-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'POPULACAO ESTATISTICA......' TO WS-REPORT-POP-DESC
           MOVE WS-QTD-ESTAT   TO WS-REPORT-POP-QTD
           MOVE WS-VALOR-ESTAT TO WS-REPORT-POP-VALOR
           MOVE WS-REPORT-POP-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'SORTEIO ALEATORIO..........' TO WS-REPORT-POP-DESC
           MOVE WS-QTD-SORT-ALEAT   TO WS-REPORT-POP-QTD
           MOVE WS-VALOR-SORT-ALEAT TO WS-REPORT-POP-VALOR
           MOVE WS-REPORT-POP-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'UNIDADE MONETARIA (MUS)....' TO WS-REPORT-POP-DESC
           MOVE WS-QTD-SORT-MUS   TO WS-REPORT-POP-QTD
           MOVE WS-VALOR-SORT-MUS TO WS-REPORT-POP-VALOR
           MOVE WS-REPORT-POP-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-MUS-INTERVALO-BRL TO WS-REPORT-MUS-INTERV
           MOVE WS-MUS-INICIO-BRL    TO WS-REPORT-MUS-INICIO
           MOVE WS-REPORT-MUS-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'TOTAL NA AMOSTRA...........' TO WS-REPORT-POP-DESC
           MOVE WS-QTD-AMOSTRA   TO WS-REPORT-POP-QTD
           MOVE WS-VALOR-AMOSTRA TO WS-REPORT-POP-VALOR
           MOVE WS-REPORT-POP-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 5200-IMPRIMIR-ITEM THRU 5200-EXIT
               VARYING WS-AMO-IDX FROM 1 BY 1
               UNTIL WS-AMO-IDX > WS-QTD-AMOSTRA.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one worksheet line and check
      * the resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE AMOS-RPT-REG
           IF WS-FS-AMOS-RPT NOT = '00'
               MOVE 'AMOSRPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-AMOS-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-IMPRIMIR-ITEM - one sampled payment's block: the payment,
      * who confirmed and approved it, where it was remitted from,
      * the bank return, its whole trail and the line the auditor
      * signs off on
      ******************************************************************
       5200-IMPRIMIR-ITEM.
           MOVE WS-REPORT-SEPARADOR TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           SET WS-AMO-NUM TO WS-AMO-IDX
           MOVE WS-AMO-NUM TO WS-REPORT-ITEM-NUM
           MOVE WS-AMO-CHAVE (WS-AMO-IDX)    TO WS-REPORT-ITEM-CHAVE
           MOVE WS-AMO-DATA-RUN (WS-AMO-IDX) TO WS-REPORT-ITEM-DATA
           MOVE WS-AMO-METODO (WS-AMO-IDX)   TO WS-REPORT-ITEM-METODO
           MOVE WS-AMO-ACERTOS (WS-AMO-IDX)  TO WS-REPORT-ITEM-ACERTO
           MOVE WS-REPORT-ITEM-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-AMO-FORN-ID (WS-AMO-IDX)   TO WS-REPORT-FORN-ID
           MOVE WS-AMO-FORN-NOME (WS-AMO-IDX) TO WS-REPORT-FORN-NOME
           MOVE WS-AMO-NOTA-FISC (WS-AMO-IDX) TO WS-REPORT-FORN-NOTA
           MOVE WS-AMO-EMPRESA (WS-AMO-IDX)   TO WS-REPORT-FORN-EMP
           MOVE WS-AMO-TIPO (WS-AMO-IDX)      TO WS-REPORT-FORN-TIPO
           MOVE WS-AMO-PARCELA (WS-AMO-IDX)   TO WS-REPORT-FORN-PARC
           MOVE WS-AMO-QTD-PARC (WS-AMO-IDX)  TO WS-REPORT-FORN-QTD
           MOVE WS-REPORT-FORN-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE WS-AMO-VALOR (WS-AMO-IDX)     TO WS-REPORT-VAL-VALOR
           MOVE WS-AMO-MOEDA (WS-AMO-IDX)     TO WS-REPORT-VAL-MOEDA
           MOVE WS-AMO-VALOR-BRL (WS-AMO-IDX) TO WS-REPORT-VAL-BRL
           MOVE WS-AMO-VENCTO (WS-AMO-IDX)    TO WS-REPORT-VAL-VENCTO
           MOVE WS-AMO-EMISSAO (WS-AMO-IDX)   TO WS-REPORT-VAL-EMISSAO
           MOVE WS-REPORT-VALOR-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-AMO-CONFIRMADOR (WS-AMO-IDX) = SPACES
               MOVE 'CONFIRMACAO: SEM REGISTRO NA TRILHA'
                                     TO WS-REPORT-TEXTO
               MOVE WS-REPORT-TEXTO TO AMOS-RPT-REG
           ELSE
               MOVE WS-AMO-CONFIRMADOR (WS-AMO-IDX)
                                     TO WS-REPORT-CONF-USUARIO
               MOVE WS-AMO-DATA-CONF (WS-AMO-IDX)
                                     TO WS-REPORT-CONF-DATA
               MOVE WS-AMO-APROVADOR (WS-AMO-IDX)
                                     TO WS-REPORT-CONF-APROV
               MOVE WS-REPORT-CONF-LINHA TO AMOS-RPT-REG
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-AMO-REM-DATA (WS-AMO-IDX) = ZEROS
               ADD 1 TO WS-QTD-SEM-REMESSA
               MOVE 'REMESSA: SEM REGISTRO NO ROTAPAGO'
                                     TO WS-REPORT-TEXTO
               MOVE WS-REPORT-TEXTO TO AMOS-RPT-REG
           ELSE
               MOVE WS-AMO-REM-DATA (WS-AMO-IDX)
                                     TO WS-REPORT-REM-DATA
               MOVE WS-AMO-REM-ARQUIVO (WS-AMO-IDX)
                                     TO WS-REPORT-REM-ARQUIVO
               MOVE WS-AMO-REM-BANCO (WS-AMO-IDX)
                                     TO WS-REPORT-REM-BANCO
               MOVE WS-AMO-REM-AGENCIA (WS-AMO-IDX)
                                     TO WS-REPORT-REM-AGENCIA
               MOVE WS-AMO-REM-CONTA (WS-AMO-IDX)
                                     TO WS-REPORT-REM-CONTA
               MOVE WS-AMO-REM-TIPO (WS-AMO-IDX)
                                     TO WS-REPORT-REM-TIPO
               MOVE WS-AMO-REM-ROTA (WS-AMO-IDX)
                                     TO WS-REPORT-REM-ROTA
               MOVE WS-REPORT-REM-LINHA TO AMOS-RPT-REG
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-AMO-RET-DATA (WS-AMO-IDX) = ZEROS
               ADD 1 TO WS-QTD-SEM-RETORNO
               MOVE 'RETORNO: SEM RETORNO DO BANCO NA TRILHA'
                                     TO WS-REPORT-TEXTO
               MOVE WS-REPORT-TEXTO TO AMOS-RPT-REG
           ELSE
               MOVE WS-AMO-RET-DATA (WS-AMO-IDX)
                                     TO WS-REPORT-RET-DATA
               MOVE WS-AMO-RET-SITU (WS-AMO-IDX)
                                     TO WS-REPORT-RET-SITU
               MOVE WS-AMO-RET-OCORR (WS-AMO-IDX)
                                     TO WS-REPORT-RET-OCORR
               MOVE WS-AMO-RET-DESC (WS-AMO-IDX)
                                     TO WS-REPORT-RET-DESC
               MOVE WS-REPORT-RET-LINHA TO AMOS-RPT-REG
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE ZEROS TO WS-QTD-TRILHA-ITEM
           MOVE 'TRILHA PAGAUDIT:' TO WS-REPORT-TEXTO
           MOVE WS-REPORT-TEXTO TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5300-IMPRIMIR-TRILHA THRU 5300-EXIT
               VARYING WS-TRL-IDX FROM 1 BY 1
               UNTIL WS-TRL-IDX > WS-QTD-TRILHA
           IF WS-QTD-TRILHA-ITEM = ZEROS
               MOVE '  SEM LINHAS NA TRILHA' TO WS-REPORT-TEXTO
               MOVE WS-REPORT-TEXTO TO AMOS-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF

           MOVE WS-REPORT-CONCLUSAO TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-IMPRIMIR-TRILHA - one trail line, if it is this payment's
      ******************************************************************
       5300-IMPRIMIR-TRILHA.
           IF WS-TRL-AMOSTRA (WS-TRL-IDX) NOT = WS-AMO-NUM
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-QTD-TRILHA-ITEM
           MOVE WS-TRL-DATA (WS-TRL-IDX)     TO WS-REPORT-TRL-DATA
           MOVE WS-TRL-HORA (WS-TRL-IDX)     TO WS-REPORT-TRL-HORA
           MOVE WS-TRL-SITU-ANT (WS-TRL-IDX) TO WS-REPORT-TRL-ANT
           MOVE WS-TRL-SITU-NOVA (WS-TRL-IDX) TO WS-REPORT-TRL-NOVA
           MOVE WS-TRL-USUARIO (WS-TRL-IDX)  TO WS-REPORT-TRL-USUARIO
           MOVE WS-TRL-MOTIVO-COD (WS-TRL-IDX)
                                     TO WS-REPORT-TRL-MOTIVO
           MOVE WS-TRL-MOTIVO-DESC (WS-TRL-IDX)
                                     TO WS-REPORT-TRL-DESC
           MOVE WS-TRL-APROVADOR (WS-TRL-IDX) TO WS-REPORT-TRL-APROV
           MOVE WS-REPORT-TRL-LINHA TO AMOS-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE - close the files and report what was done
      ******************************************************************
       9000-FINALIZE.
           IF WS-PERIODO > ZEROS AND WS-RETORNO NOT = 8
               CLOSE AMOS-RPT
           END-IF
           CLOSE JOB-LOG
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS
           DISPLAY 'SORTEIO ALEATORIO.....: ' WS-QTD-SORT-ALEAT
           DISPLAY 'UNIDADE MONETARIA.....: ' WS-QTD-SORT-MUS
           DISPLAY 'TOTAL NA AMOSTRA......: ' WS-QTD-AMOSTRA
           DISPLAY 'GRAVADOS NO REGISTRO..: ' WS-QTD-GRAVADOS
           DISPLAY 'SEM REMESSA ROTEADA...: ' WS-QTD-SEM-REMESSA
           DISPLAY 'SEM RETORNO NA TRILHA.: ' WS-QTD-SEM-RETORNO.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-SORTEAR - the generator one step on, and a draw from 0 to
      * WS-RND-LIMITE - 1 off it (the new value over the modulus, as
      * a fraction of the range)
      ******************************************************************
       9100-SORTEAR.
           COMPUTE WS-RND-PRODUTO = WS-RND-SEMENTE * 16807
           DIVIDE WS-RND-PRODUTO BY 2147483647
               GIVING WS-RND-QUOCIENTE REMAINDER WS-RND-SEMENTE
           COMPUTE WS-RND-FRACAO = (WS-RND-SEMENTE - 1) / 2147483646
           COMPUTE WS-RND-SORTEIO = WS-RND-FRACAO * WS-RND-LIMITE.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * 9200-CONVERTER-VALOR - WS-VALOR-BRL in WS-MOEDA-CONV to BRL
      ******************************************************************
       9200-CONVERTER-VALOR.
           IF WS-MOEDA-CONV = 'BRL' OR WS-QTD-TAXAS = ZEROS
               GO TO 9200-EXIT
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
       9200-EXIT.
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
       END PROGRAM PROGAMOS.
