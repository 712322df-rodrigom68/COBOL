      *                 sheet and the ledger posting) can net the
      *                 full PAGSAIDA amount down to what the bank
      *                 was actually sent.
      * 15/10/2026 RFS  A payment captured with a boleto linha digitavel
      *                 now goes out as a boleto detail (record type 2)
      *                 carrying the barcode instead of a transfer
      *                 detail to the FORNCAD account, at face value
      *                 with no credit netted, counted in the company
      *                 trailer like any other detail.
      * 15/10/2026 RFS  Judicial deposits PROGCOMM split off under a
      *                 court order (PENHDEPO) now go out on their own
      *                 REMJUDIC remittance - header, a type 3 detail
      *                 per deposit to the court account, trailer with
      *                 its own count and hash - outside the run-control
      *                 count.
      * 15/10/2026 RFS  Confirmed payments in a currency other than BRL
      *                 now go out as SWIFT wires on their own REMINTL
      *                 remittance (type 4 detail, 250-byte frame) to
      *                 the vendor's overseas account on FORNCAD,
      *                 carrying the beneficiary, the intermediary bank,
      *                 the FX contract treasury closed for the day
      *                 (CONTRCAM) and the rate applied - the contract
      *                 rate, else the TAXAEFET/TAXACAMB rate - with the
      *                 BRL equivalent. A wire counts as remitted for
      *                 the run control; a foreign payment to a vendor
      *                 with no SWIFT or overseas account is not sent
      *                 and is counted for the desk.
      * 15/10/2026 RFS  Each domestic payment and boleto is now routed
      *                 through the PROGCONT account service to the
      *                 cheapest of the company's paying accounts on
      *                 CONTAPAG that can still fund it, the vendor's
      *                 own bank winning a tie, and goes out on that
      *                 account's remittance file (REMESSA1-4, the
      *                 header naming the account debited). Every
      *                 routing decision and its fee is written to
      *                 ROTAPAGO; a company with no account on the
      *                 master keeps its own agreement's file as before,
      *                 and wires stay on REMINTL.
      * 15/10/2026 RFS  Vendor advances (PG-TIPO A) are remitted like
      *                 any payment and held open against the vendor:
      *                 the ones carried in on ADTOABER clear the
      *                 vendor's invoices oldest first before each
      *                 detail is built, each clearing is detailed on
      *                 ADTOAPLI and netted into ABATPAGO, and the
      *                 survivors and the day's new advances go out on
      *                 ADTOABEN for the swap step to copy back.
      * 15/10/2026 RFS  A domestic payment of a company with no paying
      *                 account is no longer sent on the company's
      *                 agreement file when another company's account
      *                 has taken that file - it is held back and
      *                 counted for the desk before any credit or
      *                 advance is spent on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREMES IS INITIAL PROGRAM.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT REMESSA-ARQ1 ASSIGN TO "REMESSA1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA1.
           SELECT REMESSA-ARQ2 ASSIGN TO "REMESSA2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA2.
           SELECT REMESSA-ARQ3 ASSIGN TO "REMESSA3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA3.
           SELECT REMESSA-ARQ4 ASSIGN TO "REMESSA4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA4.
           SELECT ROTA-PAGTO   ASSIGN TO "ROTAPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROTA-PAGTO.
           SELECT CREDITOS-ABERTOS ASSIGN TO "CREDABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.
           SELECT ABATIMENTOS  ASSIGN TO "ABATPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABATIMENTOS.
           SELECT ADIANT-ABERTOS ASSIGN TO "ADTOABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT.
           SELECT ADIANT-NOVO  ASSIGN TO "ADTOABEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT-NOVO.
           SELECT ADIANT-APLIC ASSIGN TO "ADTOAPLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT-APLIC.
           SELECT PENH-DEPOSITO ASSIGN TO "PENHDEPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENH-DEPO.
           SELECT REMESSA-JUDICIAL ASSIGN TO "REMJUDIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM-JUDIC.
           SELECT REMESSA-INTL ASSIGN TO "REMINTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM-INTL.
           SELECT CONTRATO-CAMBIO ASSIGN TO "CONTRCAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRATO.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT TAXA-EFETIVA ASSIGN TO "TAXAEFET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-EFET.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
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
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

      ******************************************************************
      * One remittance file per paying account - each is the bank
      * agreement behind one of our accounts on CONTAPAG.  With no
      * account master, files 1 and 2 are the two companies' own
      * agreements as before.
      ******************************************************************
       FD  REMESSA-ARQ1
           RECORDING MODE IS F.
       01  REMESSA-ARQ1-REG              PIC X(80).

       FD  REMESSA-ARQ2
           RECORDING MODE IS F.
       01  REMESSA-ARQ2-REG              PIC X(80).

       FD  REMESSA-ARQ3
           RECORDING MODE IS F.
       01  REMESSA-ARQ3-REG              PIC X(80).

       FD  REMESSA-ARQ4
           RECORDING MODE IS F.
       01  REMESSA-ARQ4-REG              PIC X(80).

      ******************************************************************
      * Routing record - which of our accounts each remitted payment
      * leaves from and the fee it costs there.  RO-SITUACAO: R routed
      * within the account's balance, S routed with no account able
      * to fund it, L company with no account on the master (sent on
      * its own agreement's file as before).
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

      ******************************************************************
      * Open credits - one record per vendor/currency with credit not
      * Applied offsets - one record per remitted (or fully consumed)
      * payment key with the credit amount netted off it, so the
      * settlement side can reconcile the bank's debit against the
      * full PAGSAIDA amount.  The amount includes any vendor advance
      * cleared against the payment (detailed on ADTOAPLI).
      ******************************************************************
       FD  ABATIMENTOS
           RECORDING MODE IS F.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AB-VALOR-ABATIDO          PIC 9(09)V99.

      ******************************************************************
      * Open vendor advances - one record per advance sent and not yet
      * cleared in full by the vendor's invoices.  The prior ones come
      * in on ADTOABER, the survivors and the day's new advances go
      * out on ADTOABEN and the swap step copies them back over
      * ADTOABER, oldest first, the same way the open credits persist.
      ******************************************************************
       FD  ADIANT-ABERTOS
           RECORDING MODE IS F.
       01  ADIANT-ABERTOS-REG.
           COPY ADTOREC
               REPLACING ==AD-CHAVE==          BY ==AA-CHAVE==
                         ==AD-FORN-ID==        BY ==AA-FORN-ID==
                         ==AD-EMPRESA==        BY ==AA-EMPRESA==
                         ==AD-MOEDA==          BY ==AA-MOEDA==
                         ==AD-NOTA-FISC==      BY ==AA-NOTA-FISC==
                         ==AD-DATA-PAGTO==     BY ==AA-DATA-PAGTO==
                         ==AD-VALOR-ORIGINAL== BY ==AA-VALOR-ORIGINAL==
                         ==AD-VALOR-ABERTO==   BY ==AA-VALOR-ABERTO==.

       FD  ADIANT-NOVO
           RECORDING MODE IS F.
       01  ADIANT-NOVO-REG.
           COPY ADTOREC
               REPLACING ==AD-CHAVE==          BY ==AN-CHAVE==
                         ==AD-FORN-ID==        BY ==AN-FORN-ID==
                         ==AD-EMPRESA==        BY ==AN-EMPRESA==
                         ==AD-MOEDA==          BY ==AN-MOEDA==
                         ==AD-NOTA-FISC==      BY ==AN-NOTA-FISC==
                         ==AD-DATA-PAGTO==     BY ==AN-DATA-PAGTO==
                         ==AD-VALOR-ORIGINAL== BY ==AN-VALOR-ORIGINAL==
                         ==AD-VALOR-ABERTO==   BY ==AN-VALOR-ABERTO==.

      ******************************************************************
      * Advance applications - one record per advance cleared against
      * a confirmed invoice: the invoice key, the advance key, the
      * amount cleared and what the advance still has open, for the
      * ledger posting that moves it off the advances account.
      ******************************************************************
       FD  ADIANT-APLIC
           RECORDING MODE IS F.
       01  ADIANT-APLIC-REG.
           05  AP-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-CHAVE-ADIANT           PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-VALOR-APLICADO         PIC 9(09)V99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AP-SALDO-ADIANT           PIC 9(09)V99.

      ******************************************************************
      * Judicial deposits PROGCOMM split off confirmed payments under
      * a court order (penhora) - in BRL, to the court's account.
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

       FD  REMESSA-JUDICIAL
           RECORDING MODE IS F.
       01  REMESSA-JUDICIAL-REG          PIC X(80).

      ******************************************************************
      * International wire remittance - payments in a currency other
      * than BRL, wired by SWIFT to the vendor's overseas account in
      * the bank's wider international layout.
      ******************************************************************
       FD  REMESSA-INTL
           RECORDING MODE IS F.
       01  REMESSA-INTL-REG              PIC X(250).

      ******************************************************************
      * FX contracts the treasury closed with the bank - one record
      * per business date, currency and company, with the contract
      * number the bank books the wire against and its rate.
      ******************************************************************
       FD  CONTRATO-CAMBIO
           RECORDING MODE IS F.
       01  CONTRATO-CAMBIO-REG.
           05  CT-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  CT-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  CT-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  CT-NUM-CONTRATO           PIC X(20).
           05  FILLER                    PIC X(01).
           05  CT-TAXA                   PIC 9(04)V9(06).

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

      ******************************************************************
      * Effective-dated rate master maintained by PROGTAXM - one
      * record per currency and effective date.
      ******************************************************************
       FD  TAXA-EFETIVA
           RECORDING MODE IS F.
       01  TAXA-EFETIVA-REG.
           05  TE-MOEDA                  PIC X(03).
           05  TE-DATA-VIGENCIA          PIC 9(08).
           05  TE-TAXA                   PIC 9(04)V9(06).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PAYTAX.

       01  WS-SWITCHES.
           05  WS-EOF-SAIDA          PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-SAIDA   VALUE 'S'.
           05  WS-EOF-DEPOSITO       PIC X(01) VALUE 'N'.
               88  FIM-PENH-DEPOSITO VALUE 'S' FALSE 'N'.
           05  WS-EFETIVA-SITUACAO   PIC X(01) VALUE 'N'.
               88  EFETIVA-ACHADA    VALUE 'S' FALSE 'N'.
           05  WS-CONTRATO-SITUACAO  PIC X(01) VALUE 'N'.
               88  CONTRATO-ACHADO   VALUE 'S' FALSE 'N'.
           05  WS-ARQ-EMPRESA-SIT    PIC X(01) VALUE 'N'.
               88  ARQ-EMPRESA-OCUPADO VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REMETIDOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CADASTRO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-BOLETOS        PIC 9(07) VALUE ZEROS.
           05  WS-HASH-VALOR         PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-JUDICIAIS      PIC 9(07) VALUE ZEROS.
           05  WS-HASH-JUDICIAL      PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-INTERNACIONAIS PIC 9(07) VALUE ZEROS.
           05  WS-HASH-INTL          PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-INTL-BRL     PIC 9(13)V99 VALUE ZEROS.
           05  WS-QTD-SEM-EXTERIOR   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CONTRATO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ROTEADOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-SALDO      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CONTA-PAG  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ARQ-OCUPADO    PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-TARIFAS      PIC 9(09)V99 VALUE ZEROS.
           05  WS-QTD-ADIANT-REMET   PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-ADIANT-REMET PIC 9(11)V99 VALUE ZEROS.
           05  WS-QTD-ADIANT-APLIC   PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-ADIANT-APLIC PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-ADIANT-ABERTO PIC 9(11)V99 VALUE ZEROS.

      ******************************************************************
      * Per-file remittance totals - each paying account's own
      * detail count and amount hash, proved by its own trailer.
      ******************************************************************
       01  WS-TABELA-REM-EMP.
           05  WS-REMP-ITEM          OCCURS 4 TIMES
                                     INDEXED BY WS-REMP-IDX.
               10  WS-REMP-QTD       PIC 9(07) COMP-3.
               10  WS-REMP-HASH      PIC 9(13)V99 COMP-3.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-REMESSA1            PIC X(02) VALUE SPACES.
       77 WS-FS-REMESSA2            PIC X(02) VALUE SPACES.
       77 WS-FS-REMESSA3            PIC X(02) VALUE SPACES.
       77 WS-FS-REMESSA4            PIC X(02) VALUE SPACES.
       77 WS-FS-ROTA-PAGTO          PIC X(02) VALUE SPACES.
       77 WS-EMPRESA-ATUAL          PIC 9(02) VALUE 1.
       77 WS-ARQUIVO-ATUAL          PIC 9(01) VALUE 1.
       01 WS-LINHA-REMESSA          PIC X(80) VALUE SPACES.
       77 WS-FS-CREDITOS            PIC X(02) VALUE SPACES.
       77 WS-FS-CRED-NOVO           PIC X(02) VALUE SPACES.
       77 WS-EOF-CRED-ANT           PIC X(01) VALUE 'N'.
           88  FIM-CRED-ANTERIOR    VALUE 'S' FALSE 'N'.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-DEPO           PIC X(02) VALUE SPACES.
       77 WS-FS-REM-JUDIC           PIC X(02) VALUE SPACES.
       77 WS-FS-REM-INTL            PIC X(02) VALUE SPACES.
       77 WS-FS-CONTRATO            PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-EFET           PIC X(02) VALUE SPACES.
       01 WS-LINHA-INTL             PIC X(250) VALUE SPACES.
       77 WS-DATA-GERACAO           PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ABATIDO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ADIANT-APLIC     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-APLICAR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-FS-ADIANT              PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT-NOVO         PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT-APLIC        PIC X(02) VALUE SPACES.
       77 WS-EOF-ADIANT-ANT         PIC X(01) VALUE 'N'.
           88  FIM-ADIANT-ANTERIOR  VALUE 'S' FALSE 'N'.

      ******************************************************************
      * Credit balances per vendor and currency, loaded by a first
       77 WS-CRD-BUSCA-FORN         PIC 9(05) VALUE ZEROS.
       77 WS-CRD-BUSCA-MOEDA        PIC X(03) VALUE SPACES.

      ******************************************************************
      * Open advances, oldest first - the ADTOABER ones, then the
      * advances this remittance sends.  Only the ones carried in
      * from ADTOABER clear invoices this run; an advance sent today
      * starts clearing with the next cycle.
      ******************************************************************
       01  WS-TABELA-ADIANTAMENTOS.
           05  WS-ADT-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-ADT-IDX.
               10  WS-ADT-CHAVE      PIC 9(06).
               10  WS-ADT-FORN-ID    PIC 9(05).
               10  WS-ADT-EMPRESA    PIC 9(02).
               10  WS-ADT-MOEDA      PIC X(03).
               10  WS-ADT-NOTA-FISC  PIC X(10).
               10  WS-ADT-DATA-PAGTO PIC 9(08).
               10  WS-ADT-ORIGINAL   PIC 9(09)V99.
               10  WS-ADT-SALDO      PIC 9(09)V99.
       77 WS-QTD-ADT-ITENS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ADT-ANTERIORES     PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * The day's FX contracts per currency and company, loaded from
      * CONTRCAM for the business date only.
      ******************************************************************
       01  WS-TABELA-CONTRATOS.
           05  WS-CTR-ITEM           OCCURS 50 TIMES
                                     INDEXED BY WS-CTR-IDX.
               10  WS-CTR-MOEDA      PIC X(03).
               10  WS-CTR-EMPRESA    PIC 9(02).
               10  WS-CTR-NUMERO     PIC X(20).
               10  WS-CTR-TAXA       PIC 9(04)V9(06).
       77 WS-QTD-CONTRATOS          PIC 9(03) VALUE ZEROS.

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
           05  WS-ERRO-ARQUIVO       PIC X(08).

      ******************************************************************
      * Remittance record layouts - the bank's fixed 80-byte format.
      * Record type in column 1: 0=header, 1=transfer detail,
      * 2=boleto detail, 9=trailer - both kinds of detail count in
      * the trailer's record count and amount hash.  The
      * header's generation date is echoed back on the bank's return
      * file, so a return can always be matched to the remittance (and
      * the PROGCOMM run) that produced it.  The header also names
      * the company and the paying account the file is debited to
      * (zeros on a company agreement with no account master).
      ******************************************************************
       01  WS-REMESSA-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  WS-HDR-DATA-GERACAO   PIC 9(08).
           05  FILLER                PIC X(18)
               VALUE 'REMESSA PAGAMENTOS'.
           05  WS-HDR-EMPRESA        PIC 9(02).
           05  WS-HDR-BANCO          PIC 9(03).
           05  WS-HDR-AGENCIA        PIC 9(04).
           05  WS-HDR-CONTA          PIC 9(10).
           05  FILLER                PIC X(34) VALUE SPACES.

       01  WS-REMESSA-DETALHE.
           05  FILLER                PIC X(01) VALUE '1'.
           05  WS-DET-VENCTO         PIC 9(08).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-REMESSA-BOLETO.
           05  FILLER                PIC X(01) VALUE '2'.
           05  WS-BOL-CHAVE          PIC 9(06).
           05  WS-BOL-FORN-ID        PIC 9(05).
           05  WS-BOL-LINHA-DIGITAVEL PIC X(47).
           05  WS-BOL-VALOR          PIC 9(09)V99.
           05  WS-BOL-VENCTO         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-REMESSA-TRAILER.
           05  FILLER                PIC X(01) VALUE '9'.
           05  WS-TRL-QTD-DETALHES   PIC 9(07).
           05  WS-TRL-HASH-VALOR     PIC 9(13)V99.
           05  FILLER                PIC X(57) VALUE SPACES.

      ******************************************************************
      * Judicial-deposit remittance - same 80-byte frame on its own
      * file, one detail (type 3) per deposit to a court account, so
      * the court money never rides in a company's vendor batch.
      ******************************************************************
       01  WS-JUDIC-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  WS-JHD-DATA-GERACAO   PIC 9(08).
           05  FILLER                PIC X(25)
               VALUE 'REMESSA DEPOSITO JUDICIAL'.
           05  FILLER                PIC X(46) VALUE SPACES.

       01  WS-JUDIC-DETALHE.
           05  FILLER                PIC X(01) VALUE '3'.
           05  WS-JDT-CHAVE          PIC 9(06).
           05  WS-JDT-FORN-ID        PIC 9(05).
           05  WS-JDT-EMPRESA        PIC 9(02).
           05  WS-JDT-NUM-ORDEM      PIC X(20).
           05  WS-JDT-BANCO          PIC 9(03).
           05  WS-JDT-AGENCIA        PIC 9(04).
           05  WS-JDT-CONTA          PIC 9(10).
           05  WS-JDT-VALOR          PIC 9(09)V99.
           05  WS-JDT-MOEDA          PIC X(03).
           05  WS-JDT-VENCTO         PIC 9(08).
           05  FILLER                PIC X(07) VALUE SPACES.

      ******************************************************************
      * International wire remittance - its own 250-byte frame on
      * REMINTL: header, one type 4 detail per wire with the overseas
      * account, the beneficiary, the amount in the payment currency,
      * the FX contract and rate it is booked at and the BRL it
      * costs, and a trailer with the count, the amount hash and the
      * BRL total.
      ******************************************************************
       01  WS-INTL-HEADER.
           05  FILLER                PIC X(01) VALUE '0'.
           05  WS-IHD-DATA-GERACAO   PIC 9(08).
           05  FILLER                PIC X(21)
               VALUE 'REMESSA INTERNACIONAL'.
           05  FILLER                PIC X(220) VALUE SPACES.

       01  WS-INTL-DETALHE.
           05  FILLER                PIC X(01) VALUE '4'.
           05  WS-IDT-CHAVE          PIC 9(06).
           05  WS-IDT-FORN-ID        PIC 9(05).
           05  WS-IDT-EMPRESA        PIC 9(02).
           05  WS-IDT-NOTA-FISC      PIC X(10).
           05  WS-IDT-SWIFT-BIC      PIC X(11).
           05  WS-IDT-CONTA-EXTERIOR PIC X(34).
           05  WS-IDT-BENEFICIARIO   PIC X(30).
           05  WS-IDT-ENDERECO       PIC X(60).
           05  WS-IDT-PAIS           PIC X(02).
           05  WS-IDT-SWIFT-INTERM   PIC X(11).
           05  WS-IDT-VALOR          PIC 9(09)V99.
           05  WS-IDT-MOEDA          PIC X(03).
           05  WS-IDT-VENCTO         PIC 9(08).
           05  WS-IDT-CONTRATO       PIC X(20).
           05  WS-IDT-TAXA           PIC 9(04)V9(06).
           05  WS-IDT-VALOR-BRL      PIC 9(11)V99.
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-INTL-TRAILER.
           05  FILLER                PIC X(01) VALUE '9'.
           05  WS-ITL-QTD-DETALHES   PIC 9(07).
           05  WS-ITL-HASH-VALOR     PIC 9(13)V99.
           05  WS-ITL-TOTAL-BRL      PIC 9(13)V99.
           05  FILLER                PIC X(212) VALUE SPACES.

      ******************************************************************
      * The paying account behind each remittance file, for its
      * header - zeros on a file no account on the master names,
      * and WS-ARQC-OCUPADO 'S' on a file one does.
      ******************************************************************
       01  WS-TABELA-ARQ-CONTA.
           05  WS-ARQC-ITEM          OCCURS 4 TIMES
                                     INDEXED BY WS-ARQC-IDX.
               10  WS-ARQC-EMPRESA   PIC 9(02).
               10  WS-ARQC-BANCO     PIC 9(03).
               10  WS-ARQC-AGENCIA   PIC 9(04).
               10  WS-ARQC-CONTA     PIC 9(10).
               10  WS-ARQC-OCUPADO   PIC X(01).
                   88  ARQC-OCUPADO  VALUE 'S'.

           COPY RUNCOMM.

           COPY CTACOMM.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT REMESSA-ARQ1
           IF WS-FS-REMESSA1 NOT = '00'
               MOVE 'REMESSA1' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT REMESSA-ARQ2
           IF WS-FS-REMESSA2 NOT = '00'
               MOVE 'REMESSA2' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT REMESSA-ARQ3
           IF WS-FS-REMESSA3 NOT = '00'
               MOVE 'REMESSA3' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-REMESSA3 TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT REMESSA-ARQ4
           IF WS-FS-REMESSA4 NOT = '00'
               MOVE 'REMESSA4' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-REMESSA4 TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT ROTA-PAGTO
           IF WS-FS-ROTA-PAGTO NOT = '00'
               MOVE 'ROTAPAGO' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ROTA-PAGTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 1300-ZERAR-REM-EMP THRU 1300-EXIT
               VARYING WS-REMP-IDX FROM 1 BY 1
               UNTIL WS-REMP-IDX > 4

           OPEN OUTPUT CREDITOS-NOVO
           IF WS-FS-CRED-NOVO NOT = '00'
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT REMESSA-INTL
           IF WS-FS-REM-INTL NOT = '00'
               MOVE 'REMINTL'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-REM-INTL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 1150-CARREGAR-ADIANTAMENTOS THRU 1150-EXIT

           OPEN OUTPUT ADIANT-NOVO
           IF WS-FS-ADIANT-NOVO NOT = '00'
               MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT ADIANT-APLIC
           IF WS-FS-ADIANT-APLIC NOT = '00'
               MOVE 'ADTOAPLI' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-APLIC TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT
           PERFORM 1250-CARREGAR-CONTRATOS THRU 1250-EXIT

           PERFORM 1400-CARREGAR-ARQ-CONTA THRU 1400-EXIT
           MOVE WS-DATA-GERACAO TO WS-HDR-DATA-GERACAO
           PERFORM 1450-GRAVAR-HEADER THRU 1450-EXIT
               VARYING WS-ARQC-IDX FROM 1 BY 1
               UNTIL WS-ARQC-IDX > 4
           MOVE WS-DATA-GERACAO TO WS-IHD-DATA-GERACAO
           MOVE WS-INTL-HEADER TO WS-LINHA-INTL
           PERFORM 5300-WRITE-INTL-LINE THRU 5300-EXIT

           PERFORM 2100-READ-SAIDA THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ZERAR-REM-EMP - zero one remittance file's totals
      ******************************************************************
       1300-ZERAR-REM-EMP.
           MOVE ZEROS TO WS-REMP-QTD (WS-REMP-IDX)
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-ARQ-CONTA - which paying account each remittance
      * file belongs to, off the account service; with no account
      * master, files 1 and 2 stay the two companies' agreements
      ******************************************************************
       1400-CARREGAR-ARQ-CONTA.
           MOVE ZEROS TO WS-TABELA-ARQ-CONTA
           MOVE 1     TO WS-ARQC-EMPRESA (1)
           MOVE 2     TO WS-ARQC-EMPRESA (2)
           MOVE 'LST' TO CTA-FUNCAO
           MOVE WS-DATA-GERACAO TO CTA-DATA
           MOVE 1 TO CTA-INDICE
           CALL 'PROGCONT' USING CTA-COMMAREA
           PERFORM 1410-GUARDAR-ARQ-CONTA THRU 1410-EXIT
               UNTIL CTA-RETORNO NOT = ZEROS.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-GUARDAR-ARQ-CONTA - the account just listed onto its
      * file, then the next one
      ******************************************************************
       1410-GUARDAR-ARQ-CONTA.
           SET WS-ARQC-IDX TO CTA-ARQUIVO
           MOVE CTA-CONTA-EMPRESA TO WS-ARQC-EMPRESA (WS-ARQC-IDX)
           MOVE CTA-BANCO         TO WS-ARQC-BANCO (WS-ARQC-IDX)
           MOVE CTA-AGENCIA       TO WS-ARQC-AGENCIA (WS-ARQC-IDX)
           MOVE CTA-CONTA         TO WS-ARQC-CONTA (WS-ARQC-IDX)
           MOVE 'S'               TO WS-ARQC-OCUPADO (WS-ARQC-IDX)
           ADD 1 TO CTA-INDICE
           CALL 'PROGCONT' USING CTA-COMMAREA.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1450-GRAVAR-HEADER - one remittance file's header, naming the
      * account it is debited to
      ******************************************************************
       1450-GRAVAR-HEADER.
           SET WS-ARQUIVO-ATUAL TO WS-ARQC-IDX
           MOVE WS-ARQC-EMPRESA (WS-ARQC-IDX) TO WS-HDR-EMPRESA
           MOVE WS-ARQC-BANCO (WS-ARQC-IDX)   TO WS-HDR-BANCO
           MOVE WS-ARQC-AGENCIA (WS-ARQC-IDX) TO WS-HDR-AGENCIA
           MOVE WS-ARQC-CONTA (WS-ARQC-IDX)   TO WS-HDR-CONTA
           MOVE WS-REMESSA-HEADER TO WS-LINHA-REMESSA
           PERFORM 5100-WRITE-REMESSA-LINE THRU 5100-EXIT.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-TAXAS - the rates a wire with no FX contract is
      * valued at, loaded the way PROGCOMM loads them: the effective-
      * dated TAXAEFET master first, per currency the latest rate
      * effective on or before the business date; only with no
      * effective master at all does the flat TAXACAMB load apply
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
      * table, dated as of the business date
      ******************************************************************
       1210-LER-TAXA.
           READ TAXA-CAMBIO
               AT END
                   MOVE '10' TO WS-FS-TAXA-CAMBIO
               NOT AT END
                   MOVE TC-MOEDA TO WS-TAXA-MOEDA (WS-TAXA-IDX)
                   MOVE TC-TAXA  TO WS-TAXA-VALOR (WS-TAXA-IDX)
                   MOVE WS-DATA-GERACAO
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
      * the business date is not yet in force; of the rest, the
      * latest per currency wins its table entry
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

           IF TE-DATA-VIGENCIA > WS-DATA-GERACAO
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
      * 1250-CARREGAR-CONTRATOS - the FX contracts closed for the
      * business date.  No CONTRCAM just means no contract was closed
      * - the wires go out at the table rate with no contract number.
      ******************************************************************
       1250-CARREGAR-CONTRATOS.
           OPEN INPUT CONTRATO-CAMBIO
           IF WS-FS-CONTRATO = '00'
               PERFORM 1260-LER-CONTRATO THRU 1260-EXIT
                   UNTIL WS-FS-CONTRATO = '10'
               CLOSE CONTRATO-CAMBIO
           ELSE
               DISPLAY 'SEM CONTRATOS DE CAMBIO, STATUS: '
                   WS-FS-CONTRATO
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1260-LER-CONTRATO - one contract into the table; a contract
      * for another date is not this remittance's
      ******************************************************************
       1260-LER-CONTRATO.
           READ CONTRATO-CAMBIO
               AT END
                   MOVE '10' TO WS-FS-CONTRATO
                   GO TO 1260-EXIT
           END-READ
           IF WS-FS-CONTRATO NOT = '00'
               MOVE 'CONTRCAM' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CONTRATO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF CT-DATA NOT = WS-DATA-GERACAO
               GO TO 1260-EXIT
           END-IF

           IF WS-QTD-CONTRATOS >= 50
               MOVE 'CONTRCAM' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CONTRATOS
           SET WS-CTR-IDX TO WS-QTD-CONTRATOS
           MOVE CT-MOEDA        TO WS-CTR-MOEDA (WS-CTR-IDX)
           MOVE CT-EMPRESA      TO WS-CTR-EMPRESA (WS-CTR-IDX)
           MOVE CT-NUM-CONTRATO TO WS-CTR-NUMERO (WS-CTR-IDX)
           MOVE CT-TAXA         TO WS-CTR-TAXA (WS-CTR-IDX).
       1260-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-CREDITOS - the prior open balances off CREDABER
      * first, then a first pass over the day's output: every
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1150-CARREGAR-ADIANTAMENTOS - the advances still open from
      * earlier cycles, off ADTOABER in the order they were sent.
      * These are the ones the day's invoices can clear.
      ******************************************************************
       1150-CARREGAR-ADIANTAMENTOS.
           OPEN INPUT ADIANT-ABERTOS
           IF WS-FS-ADIANT = '00'
               PERFORM 1155-LER-ADTO-ANTERIOR THRU 1155-EXIT
                   UNTIL FIM-ADIANT-ANTERIOR
               CLOSE ADIANT-ABERTOS
           ELSE
      *        No prior open-advances file is a legitimate first run.
               DISPLAY 'SEM ADIANTAMENTOS ANTERIORES, STATUS: '
                   WS-FS-ADIANT
           END-IF
           MOVE WS-QTD-ADT-ITENS TO WS-QTD-ADT-ANTERIORES.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1155-LER-ADTO-ANTERIOR - one prior open advance into the table
      ******************************************************************
       1155-LER-ADTO-ANTERIOR.
           READ ADIANT-ABERTOS
               AT END
                   SET FIM-ADIANT-ANTERIOR TO TRUE
                   GO TO 1155-EXIT
           END-READ
           IF WS-FS-ADIANT NOT = '00'
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF WS-QTD-ADT-ITENS >= 500
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ADT-ITENS
           SET WS-ADT-IDX TO WS-QTD-ADT-ITENS
           MOVE AA-CHAVE          TO WS-ADT-CHAVE (WS-ADT-IDX)
           MOVE AA-FORN-ID        TO WS-ADT-FORN-ID (WS-ADT-IDX)
           MOVE AA-EMPRESA        TO WS-ADT-EMPRESA (WS-ADT-IDX)
           MOVE AA-MOEDA          TO WS-ADT-MOEDA (WS-ADT-IDX)
           MOVE AA-NOTA-FISC      TO WS-ADT-NOTA-FISC (WS-ADT-IDX)
           MOVE AA-DATA-PAGTO     TO WS-ADT-DATA-PAGTO (WS-ADT-IDX)
           MOVE AA-VALOR-ORIGINAL TO WS-ADT-ORIGINAL (WS-ADT-IDX)
           MOVE AA-VALOR-ABERTO   TO WS-ADT-SALDO (WS-ADT-IDX).
       1155-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-SAIDA - a confirmed payment becomes one detail
      * record netted of the vendor's open credit; a confirmed credit
      * and write one remittance detail.  A confirmed payment whose
      * vendor has meanwhile left the master cannot be remitted - it is
      * logged and counted for the desk instead of sent with blank
      * account data.  A vendor advance goes out at face value and is
      * opened against the vendor once it is remitted; an invoice is
      * netted of the vendor's open credit and then of the vendor's
      * open advances for the same company and currency.
      ******************************************************************
       2010-GERAR-DETALHE.
           MOVE PS-FORN-ID TO FC-FORN-ID
                   END-IF
           END-READ

           MOVE PS-EMPRESA TO WS-EMPRESA-ATUAL
           IF WS-EMPRESA-ATUAL < 1 OR WS-EMPRESA-ATUAL > 2
               MOVE 1 TO WS-EMPRESA-ATUAL
           END-IF

      *    A domestic payment of a company with no paying account of
      *    its own would go out on the company's agreement file - if
      *    another company's account has taken that file over, it
      *    cannot go, and is left for the desk before any credit is
      *    spent on it.
           IF PS-MOEDA = 'BRL' OR PS-MOEDA = SPACES
               PERFORM 2015-VERIFICAR-ARQUIVO THRU 2015-EXIT
               IF ARQ-EMPRESA-OCUPADO
                   ADD 1 TO WS-QTD-ARQ-OCUPADO
                   DISPLAY 'PAGTO SEM CONTA PAG. E ARQUIVO OCUPADO: '
                       PS-CHAVE ' EMPRESA: ' WS-EMPRESA-ATUAL
                   GO TO 2010-EXIT
               END-IF
           END-IF

      *    A boleto is paid to the slip, not to the vendor's account,
      *    and at face value - no credit is netted off it.
           MOVE PS-VALOR TO WS-VALOR-LIQUIDO
           MOVE ZEROS    TO WS-VALOR-ABATIDO
           MOVE ZEROS    TO WS-VALOR-ADIANT-APLIC
           IF PS-LINHA-DIGITAVEL NOT = SPACES
               PERFORM 2030-GERAR-BOLETO THRU 2030-EXIT
               GO TO 2010-EXIT
           END-IF

      *    A payment in another currency is wired abroad - without
      *    the vendor's SWIFT and overseas account it cannot go, and
      *    is left for the desk before any credit is spent on it.
           IF PS-MOEDA NOT = 'BRL' AND NOT = SPACES
              AND (FC-SWIFT-BIC = SPACES
                OR FC-CONTA-EXTERIOR = SPACES)
               ADD 1 TO WS-QTD-SEM-EXTERIOR
               DISPLAY 'PAGTO EXTERIOR SEM SWIFT/CONTA: '
                   PS-CHAVE ' FORN: ' PS-FORN-ID
               GO TO 2010-EXIT
           END-IF

      *    Net the vendor's open credit (same currency) off the
      *    payment before it goes to the bank, then clear the
      *    vendor's open advances against what is left, oldest
      *    first.  A payment fully consumed by credit and advances
      *    produces no detail at all.  An advance itself is neither
      *    netted nor cleared - it is the money the invoices will
      *    later be cleared against.
           IF PS-TP-ADIANTAMENTO
               GO TO 2010-REMETER
           END-IF
           MOVE PS-FORN-ID TO WS-CRD-BUSCA-FORN
           MOVE PS-MOEDA   TO WS-CRD-BUSCA-MOEDA
           PERFORM 1120-ACHAR-CREDITO THRU 1120-EXIT
                   FROM WS-CRD-SALDO (WS-CRD-IDX)
               SUBTRACT WS-VALOR-ABATIDO FROM WS-VALOR-LIQUIDO
               ADD WS-VALOR-ABATIDO TO WS-TOTAL-ABATIDO
           END-IF

           IF WS-VALOR-LIQUIDO > ZEROS
              AND WS-QTD-ADT-ANTERIORES > ZEROS
               PERFORM 2060-APLICAR-ADIANTAMENTO THRU 2060-EXIT
                   VARYING WS-ADT-IDX FROM 1 BY 1
                   UNTIL WS-ADT-IDX > WS-QTD-ADT-ANTERIORES
                      OR WS-VALOR-LIQUIDO = ZEROS
           END-IF

           IF WS-VALOR-ABATIDO > ZEROS
              OR WS-VALOR-ADIANT-APLIC > ZEROS
               PERFORM 2020-GRAVAR-ABATIMENTO THRU 2020-EXIT
           END-IF

           IF WS-VALOR-LIQUIDO = ZEROS
               ADD 1 TO WS-QTD-QUITADOS
               DISPLAY 'PAGTO QUITADO POR CREDITO/ADTO: ' PS-CHAVE
                   ' FORN: ' PS-FORN-ID
               GO TO 2010-EXIT
           END-IF.

       2010-REMETER.
           IF PS-MOEDA NOT = 'BRL' AND NOT = SPACES
               PERFORM 2040-GERAR-INTERNACIONAL THRU 2040-EXIT
               GO TO 2010-EXIT
           END-IF

           MOVE FC-BANCO TO CTA-BANCO-DESTINO
           MOVE 'N'      TO CTA-BOLETO
           PERFORM 2050-ROTEAR-CONTA THRU 2050-EXIT

           MOVE PS-CHAVE     TO WS-DET-CHAVE
           MOVE PS-FORN-ID   TO WS-DET-FORN-ID
           MOVE FC-BANCO     TO WS-DET-BANCO

           ADD 1                TO WS-QTD-REMETIDOS
           ADD WS-VALOR-LIQUIDO TO WS-HASH-VALOR
           SET WS-REMP-IDX TO WS-ARQUIVO-ATUAL
           ADD 1                TO WS-REMP-QTD (WS-REMP-IDX)
           ADD WS-VALOR-LIQUIDO TO WS-REMP-HASH (WS-REMP-IDX)
           IF PS-TP-ADIANTAMENTO
               PERFORM 2070-ABRIR-ADIANTAMENTO THRU 2070-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2015-VERIFICAR-ARQUIVO - whether the company's own agreement
      * file, the one a company with no paying account falls back to,
      * has been taken by an account of another company
      ******************************************************************
       2015-VERIFICAR-ARQUIVO.
           SET ARQ-EMPRESA-OCUPADO TO FALSE
           SET WS-ARQC-IDX TO WS-EMPRESA-ATUAL
           IF NOT ARQC-OCUPADO (WS-ARQC-IDX)
              OR WS-ARQC-EMPRESA (WS-ARQC-IDX) = WS-EMPRESA-ATUAL
               GO TO 2015-EXIT
           END-IF

           SET WS-ARQC-IDX TO 1
           SEARCH WS-ARQC-ITEM
               AT END
                   SET ARQ-EMPRESA-OCUPADO TO TRUE
               WHEN ARQC-OCUPADO (WS-ARQC-IDX)
                AND WS-ARQC-EMPRESA (WS-ARQC-IDX) = WS-EMPRESA-ATUAL
                   CONTINUE
           END-SEARCH.
       2015-EXIT.
           EXIT.

      ******************************************************************
      * 2030-GERAR-BOLETO - a payment the vendor billed by boleto goes
      * out as a boleto detail carrying the linha digitavel keyed at
      * capture, in place of the transfer detail; it counts in its
      * paying account's trailer like any other detail.  The slip's
      * bank is the first three digits of the linha digitavel.
      ******************************************************************
       2030-GERAR-BOLETO.
           IF PS-LINHA-DIGITAVEL (1:3) IS NUMERIC
               MOVE PS-LINHA-DIGITAVEL (1:3) TO CTA-BANCO-DESTINO
           ELSE
               MOVE ZEROS TO CTA-BANCO-DESTINO
           END-IF
           MOVE 'S' TO CTA-BOLETO
           PERFORM 2050-ROTEAR-CONTA THRU 2050-EXIT

           MOVE PS-CHAVE           TO WS-BOL-CHAVE
           MOVE PS-FORN-ID         TO WS-BOL-FORN-ID
           MOVE PS-LINHA-DIGITAVEL TO WS-BOL-LINHA-DIGITAVEL
           MOVE WS-VALOR-LIQUIDO   TO WS-BOL-VALOR
           MOVE PS-VENCTO          TO WS-BOL-VENCTO
           MOVE WS-REMESSA-BOLETO  TO WS-LINHA-REMESSA
           PERFORM 5100-WRITE-REMESSA-LINE THRU 5100-EXIT

           ADD 1                TO WS-QTD-REMETIDOS
           ADD 1                TO WS-QTD-BOLETOS
           ADD WS-VALOR-LIQUIDO TO WS-HASH-VALOR
           SET WS-REMP-IDX TO WS-ARQUIVO-ATUAL
           ADD 1                TO WS-REMP-QTD (WS-REMP-IDX)
           ADD WS-VALOR-LIQUIDO TO WS-REMP-HASH (WS-REMP-IDX)
           IF PS-TP-ADIANTAMENTO
               PERFORM 2070-ABRIR-ADIANTAMENTO THRU 2070-EXIT
           END-IF.
       2030-EXIT.
           EXIT.

      ******************************************************************
      * 2040-GERAR-INTERNACIONAL - a payment in another currency goes
      * out as a SWIFT wire on REMINTL to the overseas account on
      * FORNCAD.  It is booked at the FX contract treasury closed for
      * the currency and company that day; with none, at the rate on
      * the table and with no contract number, and the desk is told.
      * A wire counts as remitted for the run control, not in the
      * company's domestic trailer.
      ******************************************************************
       2040-GERAR-INTERNACIONAL.
           SET CONTRATO-ACHADO TO FALSE
           IF WS-QTD-CONTRATOS > ZEROS
               SET WS-CTR-IDX TO 1
               SEARCH WS-CTR-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-CTR-IDX > WS-QTD-CONTRATOS
                       CONTINUE
                   WHEN WS-CTR-MOEDA (WS-CTR-IDX) = PS-MOEDA
                    AND WS-CTR-EMPRESA (WS-CTR-IDX) = WS-EMPRESA-ATUAL
                       SET CONTRATO-ACHADO TO TRUE
               END-SEARCH
           END-IF

           IF CONTRATO-ACHADO
               MOVE WS-CTR-NUMERO (WS-CTR-IDX) TO WS-IDT-CONTRATO
               MOVE WS-CTR-TAXA (WS-CTR-IDX)   TO WS-TAXA-APLICADA
           ELSE
               ADD 1 TO WS-QTD-SEM-CONTRATO
               DISPLAY 'WIRE SEM CONTRATO DE CAMBIO: '
                   PS-CHAVE ' MOEDA: ' PS-MOEDA
               MOVE SPACES TO WS-IDT-CONTRATO
               MOVE 1      TO WS-TAXA-APLICADA
               IF WS-QTD-TAXAS > ZEROS
                   SET WS-TAXA-IDX TO 1
                   SEARCH WS-TAXA-ITEM
                       AT END
                           CONTINUE
                       WHEN WS-TAXA-IDX > WS-QTD-TAXAS
                           CONTINUE
                       WHEN WS-TAXA-MOEDA (WS-TAXA-IDX) = PS-MOEDA
                           MOVE WS-TAXA-VALOR (WS-TAXA-IDX)
                                             TO WS-TAXA-APLICADA
                   END-SEARCH
               END-IF
           END-IF
           COMPUTE WS-VALOR-CONVERTIDO ROUNDED
               = WS-VALOR-LIQUIDO * WS-TAXA-APLICADA

           MOVE PS-CHAVE          TO WS-IDT-CHAVE
           MOVE PS-FORN-ID        TO WS-IDT-FORN-ID
           MOVE WS-EMPRESA-ATUAL  TO WS-IDT-EMPRESA
           MOVE PS-NOTA-FISC      TO WS-IDT-NOTA-FISC
           MOVE FC-SWIFT-BIC      TO WS-IDT-SWIFT-BIC
           MOVE FC-CONTA-EXTERIOR TO WS-IDT-CONTA-EXTERIOR
           MOVE FC-RAZAO-SOCIAL   TO WS-IDT-BENEFICIARIO
           MOVE FC-ENDERECO-BENEF TO WS-IDT-ENDERECO
           MOVE FC-PAIS-BENEF     TO WS-IDT-PAIS
           MOVE FC-SWIFT-INTERM   TO WS-IDT-SWIFT-INTERM
           MOVE WS-VALOR-LIQUIDO  TO WS-IDT-VALOR
           MOVE PS-MOEDA          TO WS-IDT-MOEDA
           MOVE PS-VENCTO         TO WS-IDT-VENCTO
           MOVE WS-TAXA-APLICADA  TO WS-IDT-TAXA
           MOVE WS-VALOR-CONVERTIDO TO WS-IDT-VALOR-BRL
           MOVE WS-INTL-DETALHE   TO WS-LINHA-INTL
           PERFORM 5300-WRITE-INTL-LINE THRU 5300-EXIT

           ADD 1                   TO WS-QTD-REMETIDOS
           ADD 1                   TO WS-QTD-INTERNACIONAIS
           ADD WS-VALOR-LIQUIDO    TO WS-HASH-INTL
           ADD WS-VALOR-CONVERTIDO TO WS-TOTAL-INTL-BRL
           IF PS-TP-ADIANTAMENTO
               PERFORM 2070-ABRIR-ADIANTAMENTO THRU 2070-EXIT
           END-IF.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2050-ROTEAR-CONTA - pick the paying account for the payment
      * through the account service: the cheapest account that can
      * fund it.  With none able to, it still goes out on the
      * cheapest one and the desk is told; a company with no account
      * on the master keeps its own agreement's file (2015 has already
      * held back a payment whose file another company's account has
      * taken).  Either way the choice goes on record on ROTAPAGO.
      ******************************************************************
       2050-ROTEAR-CONTA.
           MOVE 'ROT'            TO CTA-FUNCAO
           MOVE WS-DATA-GERACAO  TO CTA-DATA
           MOVE WS-EMPRESA-ATUAL TO CTA-EMPRESA
           MOVE WS-VALOR-LIQUIDO TO CTA-VALOR
           CALL 'PROGCONT' USING CTA-COMMAREA

           MOVE SPACES TO ROTA-PAGTO-REG
           EVALUATE CTA-RETORNO
               WHEN ZEROS
                   MOVE CTA-ARQUIVO TO WS-ARQUIVO-ATUAL
                   MOVE 'R' TO RO-SITUACAO
                   ADD 1 TO WS-QTD-ROTEADOS
               WHEN 4
                   MOVE CTA-ARQUIVO TO WS-ARQUIVO-ATUAL
                   MOVE 'S' TO RO-SITUACAO
                   ADD 1 TO WS-QTD-SEM-SALDO
                   DISPLAY 'PAGTO SEM SALDO NAS CONTAS PAGADORAS: '
                       PS-CHAVE ' EMPRESA: ' WS-EMPRESA-ATUAL
               WHEN OTHER
                   MOVE WS-EMPRESA-ATUAL TO WS-ARQUIVO-ATUAL
                   MOVE 'L' TO RO-SITUACAO
                   ADD 1 TO WS-QTD-SEM-CONTA-PAG
           END-EVALUATE
           ADD CTA-TARIFA TO WS-TOTAL-TARIFAS

           MOVE WS-DATA-GERACAO   TO RO-DATA
           MOVE PS-CHAVE          TO RO-CHAVE
           MOVE PS-FORN-ID        TO RO-FORN-ID
           MOVE WS-EMPRESA-ATUAL  TO RO-EMPRESA
           MOVE WS-ARQUIVO-ATUAL  TO RO-ARQUIVO
           MOVE CTA-BANCO         TO RO-BANCO
           MOVE CTA-AGENCIA       TO RO-AGENCIA
           MOVE CTA-CONTA         TO RO-CONTA
           MOVE CTA-BANCO-DESTINO TO RO-BANCO-DESTINO
           IF CTA-EH-BOLETO
               MOVE 'B' TO RO-TIPO
           ELSE
               MOVE 'T' TO RO-TIPO
           END-IF
           MOVE WS-VALOR-LIQUIDO  TO RO-VALOR
           MOVE CTA-TARIFA        TO RO-TARIFA
           WRITE ROTA-PAGTO-REG
           IF WS-FS-ROTA-PAGTO NOT = '00'
               MOVE 'ROTAPAGO' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ROTA-PAGTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-APLICAR-ADIANTAMENTO - clear one open advance of the
      * vendor's, same company and currency, against what is left of
      * the invoice, and put the application on record for the ledger
      ******************************************************************
       2060-APLICAR-ADIANTAMENTO.
           IF WS-ADT-FORN-ID (WS-ADT-IDX) NOT = PS-FORN-ID
              OR WS-ADT-EMPRESA (WS-ADT-IDX) NOT = WS-EMPRESA-ATUAL
              OR WS-ADT-MOEDA (WS-ADT-IDX) NOT = PS-MOEDA
              OR WS-ADT-SALDO (WS-ADT-IDX) = ZEROS
               GO TO 2060-EXIT
           END-IF

           IF WS-ADT-SALDO (WS-ADT-IDX) >= WS-VALOR-LIQUIDO
               MOVE WS-VALOR-LIQUIDO TO WS-VALOR-APLICAR
           ELSE
               MOVE WS-ADT-SALDO (WS-ADT-IDX) TO WS-VALOR-APLICAR
           END-IF
           SUBTRACT WS-VALOR-APLICAR FROM WS-ADT-SALDO (WS-ADT-IDX)
           SUBTRACT WS-VALOR-APLICAR FROM WS-VALOR-LIQUIDO
           ADD WS-VALOR-APLICAR TO WS-VALOR-ADIANT-APLIC
           ADD 1                TO WS-QTD-ADIANT-APLIC
           ADD WS-VALOR-APLICAR TO WS-TOTAL-ADIANT-APLIC

           MOVE SPACES                      TO ADIANT-APLIC-REG
           MOVE WS-DATA-GERACAO             TO AP-DATA
           MOVE PS-CHAVE                    TO AP-CHAVE
           MOVE PS-FORN-ID                  TO AP-FORN-ID
           MOVE WS-EMPRESA-ATUAL            TO AP-EMPRESA
           MOVE PS-MOEDA                    TO AP-MOEDA
           MOVE WS-ADT-CHAVE (WS-ADT-IDX)   TO AP-CHAVE-ADIANT
           MOVE WS-VALOR-APLICAR            TO AP-VALOR-APLICADO
           MOVE WS-ADT-SALDO (WS-ADT-IDX)   TO AP-SALDO-ADIANT
           WRITE ADIANT-APLIC-REG
           IF WS-FS-ADIANT-APLIC NOT = '00'
               MOVE 'ADTOAPLI' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-APLIC TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2070-ABRIR-ADIANTAMENTO - an advance just remitted opens
      * against the vendor for the full amount sent, dated the day
      * the money left
      ******************************************************************
       2070-ABRIR-ADIANTAMENTO.
           IF WS-QTD-ADT-ITENS >= 500
               MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ADT-ITENS
           SET WS-ADT-IDX TO WS-QTD-ADT-ITENS
           MOVE PS-CHAVE         TO WS-ADT-CHAVE (WS-ADT-IDX)
           MOVE PS-FORN-ID       TO WS-ADT-FORN-ID (WS-ADT-IDX)
           MOVE WS-EMPRESA-ATUAL TO WS-ADT-EMPRESA (WS-ADT-IDX)
           MOVE PS-MOEDA         TO WS-ADT-MOEDA (WS-ADT-IDX)
           MOVE PS-NOTA-FISC     TO WS-ADT-NOTA-FISC (WS-ADT-IDX)
           MOVE WS-DATA-GERACAO  TO WS-ADT-DATA-PAGTO (WS-ADT-IDX)
           MOVE WS-VALOR-LIQUIDO TO WS-ADT-ORIGINAL (WS-ADT-IDX)
           MOVE WS-VALOR-LIQUIDO TO WS-ADT-SALDO (WS-ADT-IDX)
           ADD 1                 TO WS-QTD-ADIANT-REMET
           ADD WS-VALOR-LIQUIDO  TO WS-TOTAL-ADIANT-REMET.
       2070-EXIT.
           EXIT.

      ******************************************************************
      * 2020-GRAVAR-ABATIMENTO - the credit and advances just netted
      * off this payment, on record for the settlement side
      ******************************************************************
       2020-GRAVAR-ABATIMENTO.
           MOVE SPACES           TO ABATIMENTOS-REG
           MOVE PS-CHAVE         TO AB-CHAVE
           MOVE PS-FORN-ID       TO AB-FORN-ID
           MOVE PS-MOEDA         TO AB-MOEDA
           COMPUTE AB-VALOR-ABATIDO
               = WS-VALOR-ABATIDO + WS-VALOR-ADIANT-APLIC
           WRITE ABATIMENTOS-REG
           IF WS-FS-ABATIMENTOS NOT = '00'
               MOVE 'ABATPAGO' TO WS-ERRO-ARQUIVO
       3000-FINALIZE.
           PERFORM 3050-GRAVAR-TRAILER THRU 3050-EXIT
               VARYING WS-REMP-IDX FROM 1 BY 1
               UNTIL WS-REMP-IDX > 4

           MOVE WS-QTD-INTERNACIONAIS TO WS-ITL-QTD-DETALHES
           MOVE WS-HASH-INTL          TO WS-ITL-HASH-VALOR
           MOVE WS-TOTAL-INTL-BRL     TO WS-ITL-TOTAL-BRL
           MOVE WS-INTL-TRAILER       TO WS-LINHA-INTL
           PERFORM 5300-WRITE-INTL-LINE THRU 5300-EXIT

           PERFORM 3200-GERAR-JUDICIAL THRU 3200-EXIT

           MOVE 'FIM' TO RCTL-FUNCAO
           MOVE WS-QTD-LIDOS     TO RCTL-QTD-ENTRADA
                   UNTIL WS-CRD-IDX > WS-QTD-CRD-ITENS
           END-IF

           IF WS-QTD-ADT-ITENS > ZEROS
               PERFORM 3020-GRAVAR-ADTO-ABERTO THRU 3020-EXIT
                   VARYING WS-ADT-IDX FROM 1 BY 1
                   UNTIL WS-ADT-IDX > WS-QTD-ADT-ITENS
           END-IF

           CLOSE PAGTO-SAIDA
           CLOSE FORNECEDOR-CADASTRO
           CLOSE REMESSA-ARQ1
           CLOSE REMESSA-ARQ2
           CLOSE REMESSA-ARQ3
           CLOSE REMESSA-ARQ4
           CLOSE ROTA-PAGTO
           CLOSE REMESSA-INTL
           CLOSE CREDITOS-NOVO
           CLOSE ABATIMENTOS
           CLOSE ADIANT-NOVO
           CLOSE ADIANT-APLIC
           CLOSE JOB-LOG
           DISPLAY 'REGISTROS LIDOS.......: ' WS-QTD-LIDOS
           DISPLAY 'PAGAMENTOS REMETIDOS..: ' WS-QTD-REMETIDOS
           DISPLAY 'PAGTOS SEM CADASTRO...: ' WS-QTD-SEM-CADASTRO
           DISPLAY 'PAGTOS POR BOLETO.....: ' WS-QTD-BOLETOS
           DISPLAY 'CREDITOS CONFIRMADOS..: ' WS-QTD-CREDITOS
           DISPLAY 'PAGTOS QUITADOS.......: ' WS-QTD-QUITADOS
           DISPLAY 'VALOR ABATIDO.........: ' WS-TOTAL-ABATIDO
           DISPLAY 'CREDITO EM ABERTO.....: ' WS-TOTAL-CRED-ABERTO
           DISPLAY 'HASH TOTAL DA REMESSA.: ' WS-HASH-VALOR
           DISPLAY 'DEPOSITOS JUDICIAIS...: ' WS-QTD-JUDICIAIS
           DISPLAY 'HASH DEPOSITO JUDICIAL: ' WS-HASH-JUDICIAL
           DISPLAY 'WIRES INTERNACIONAIS..: ' WS-QTD-INTERNACIONAIS
           DISPLAY 'HASH WIRES (MOEDA)....: ' WS-HASH-INTL
           DISPLAY 'TOTAL WIRES EM BRL....: ' WS-TOTAL-INTL-BRL
           DISPLAY 'WIRES SEM CONTRATO....: ' WS-QTD-SEM-CONTRATO
           DISPLAY 'EXTERIOR SEM SWIFT....: ' WS-QTD-SEM-EXTERIOR
           DISPLAY 'PAGTOS ROTEADOS.......: ' WS-QTD-ROTEADOS
           DISPLAY 'ROTEADOS SEM SALDO....: ' WS-QTD-SEM-SALDO
           DISPLAY 'EMPRESA SEM CONTA PAG.: ' WS-QTD-SEM-CONTA-PAG
           DISPLAY 'ARQ. EMPRESA OCUPADO..: ' WS-QTD-ARQ-OCUPADO
           DISPLAY 'TARIFAS BANCARIAS.....: ' WS-TOTAL-TARIFAS
           DISPLAY 'ADIANTAMENTOS REMET...: ' WS-QTD-ADIANT-REMET
           DISPLAY 'VALOR ADIANTADO.......: ' WS-TOTAL-ADIANT-REMET
           DISPLAY 'ADIANTAMENTOS APLIC...: ' WS-QTD-ADIANT-APLIC
           DISPLAY 'VALOR ADTO APLICADO...: ' WS-TOTAL-ADIANT-APLIC
           DISPLAY 'ADIANTAMENTO EM ABERTO: ' WS-TOTAL-ADIANT-ABERTO.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-GRAVAR-TRAILER - one remittance file's trailer with its
      * own detail count and amount hash
      ******************************************************************
       3050-GRAVAR-TRAILER.
           SET WS-ARQUIVO-ATUAL TO WS-REMP-IDX
           MOVE WS-REMP-QTD (WS-REMP-IDX)  TO WS-TRL-QTD-DETALHES
           MOVE WS-REMP-HASH (WS-REMP-IDX) TO WS-TRL-HASH-VALOR
           MOVE WS-REMESSA-TRAILER TO WS-LINHA-REMESSA
           EXIT.

      ******************************************************************
      * 3020-GRAVAR-ADTO-ABERTO - an advance its invoices have not yet
      * cleared in full goes on ADTOABEN, still in the order it was
      * sent; the swap step carries it into the next cycle's ADTOABER
      ******************************************************************
       3020-GRAVAR-ADTO-ABERTO.
           IF WS-ADT-SALDO (WS-ADT-IDX) > ZEROS
               MOVE SPACES TO ADIANT-NOVO-REG
               MOVE WS-ADT-CHAVE (WS-ADT-IDX)      TO AN-CHAVE
               MOVE WS-ADT-FORN-ID (WS-ADT-IDX)    TO AN-FORN-ID
               MOVE WS-ADT-EMPRESA (WS-ADT-IDX)    TO AN-EMPRESA
               MOVE WS-ADT-MOEDA (WS-ADT-IDX)      TO AN-MOEDA
               MOVE WS-ADT-NOTA-FISC (WS-ADT-IDX)  TO AN-NOTA-FISC
               MOVE WS-ADT-DATA-PAGTO (WS-ADT-IDX) TO AN-DATA-PAGTO
               MOVE WS-ADT-ORIGINAL (WS-ADT-IDX)
                                         TO AN-VALOR-ORIGINAL
               MOVE WS-ADT-SALDO (WS-ADT-IDX)      TO AN-VALOR-ABERTO
               ADD WS-ADT-SALDO (WS-ADT-IDX)
                                         TO WS-TOTAL-ADIANT-ABERTO
               WRITE ADIANT-NOVO-REG
               IF WS-FS-ADIANT-NOVO NOT = '00'
                   MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
                   MOVE 'WRITE'    TO WS-ERRO-OPERACAO
                   MOVE WS-FS-ADIANT-NOVO TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
           END-IF.
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3200-GERAR-JUDICIAL - the judicial-deposit remittance: header,
      * one detail per PENHDEPO record, trailer with its own count and
      * hash.  No PENHDEPO just means no order took money this run -
      * the remittance still goes out, empty, so the bank and the
      * operators always see the same three files.  It is not part of
      * the PAGSAIDA count handed to the run control.
      ******************************************************************
       3200-GERAR-JUDICIAL.
           OPEN OUTPUT REMESSA-JUDICIAL
           IF WS-FS-REM-JUDIC NOT = '00'
               MOVE 'REMJUDIC' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-REM-JUDIC TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE WS-DATA-GERACAO TO WS-JHD-DATA-GERACAO
           MOVE WS-JUDIC-HEADER TO WS-LINHA-REMESSA
           PERFORM 5200-WRITE-JUDICIAL-LINE THRU 5200-EXIT

           SET FIM-PENH-DEPOSITO TO FALSE
           OPEN INPUT PENH-DEPOSITO
           IF WS-FS-PENH-DEPO = '00'
               PERFORM 3210-LER-DEPOSITO THRU 3210-EXIT
               PERFORM 3220-GERAR-DEPOSITO THRU 3220-EXIT
                   UNTIL FIM-PENH-DEPOSITO
               CLOSE PENH-DEPOSITO
           END-IF

           MOVE WS-QTD-JUDICIAIS TO WS-TRL-QTD-DETALHES
           MOVE WS-HASH-JUDICIAL TO WS-TRL-HASH-VALOR
           MOVE WS-REMESSA-TRAILER TO WS-LINHA-REMESSA
           PERFORM 5200-WRITE-JUDICIAL-LINE THRU 5200-EXIT
           CLOSE REMESSA-JUDICIAL.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-LER-DEPOSITO - read the next judicial deposit
      ******************************************************************
       3210-LER-DEPOSITO.
           READ PENH-DEPOSITO
               AT END
                   SET FIM-PENH-DEPOSITO TO TRUE
           END-READ
           IF WS-FS-PENH-DEPO NOT = '00' AND NOT = '10'
               MOVE 'PENHDEPO' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-DEPO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3220-GERAR-DEPOSITO - one type-3 detail to the court account
      ******************************************************************
       3220-GERAR-DEPOSITO.
           MOVE PD-CHAVE       TO WS-JDT-CHAVE
           MOVE PD-FORN-ID     TO WS-JDT-FORN-ID
           MOVE PD-EMPRESA     TO WS-JDT-EMPRESA
           MOVE PD-NUM-ORDEM   TO WS-JDT-NUM-ORDEM
           MOVE PD-BANCO-JUD   TO WS-JDT-BANCO
           MOVE PD-AGENCIA-JUD TO WS-JDT-AGENCIA
           MOVE PD-CONTA-JUD   TO WS-JDT-CONTA
           MOVE PD-VALOR       TO WS-JDT-VALOR
           MOVE PD-MOEDA       TO WS-JDT-MOEDA
           MOVE PD-VENCTO      TO WS-JDT-VENCTO
           MOVE WS-JUDIC-DETALHE TO WS-LINHA-REMESSA
           PERFORM 5200-WRITE-JUDICIAL-LINE THRU 5200-EXIT
           ADD 1 TO WS-QTD-JUDICIAIS
           ADD PD-VALOR TO WS-HASH-JUDICIAL
           PERFORM 3210-LER-DEPOSITO THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-JUDICIAL-LINE - write the line in WS-LINHA-REMESSA
      * to the judicial-deposit remittance and check the status
      ******************************************************************
       5200-WRITE-JUDICIAL-LINE.
           MOVE WS-LINHA-REMESSA TO REMESSA-JUDICIAL-REG
           WRITE REMESSA-JUDICIAL-REG
           IF WS-FS-REM-JUDIC NOT = '00'
               MOVE 'REMJUDIC' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REM-JUDIC TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-WRITE-INTL-LINE - write the line in WS-LINHA-INTL to the
      * international wire remittance and check the status
      ******************************************************************
       5300-WRITE-INTL-LINE.
           MOVE WS-LINHA-INTL TO REMESSA-INTL-REG
           WRITE REMESSA-INTL-REG
           IF WS-FS-REM-INTL NOT = '00'
               MOVE 'REMINTL'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REM-INTL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REMESSA-LINE - write the line in WS-LINHA-REMESSA
      * to the current paying account's remittance and check the
      * status
      ******************************************************************
       5100-WRITE-REMESSA-LINE.
           EVALUATE WS-ARQUIVO-ATUAL
               WHEN 2
                   MOVE WS-LINHA-REMESSA TO REMESSA-ARQ2-REG
                   WRITE REMESSA-ARQ2-REG
                   MOVE WS-FS-REMESSA2 TO WS-ERRO-STATUS
                   MOVE 'REMESSA2' TO WS-ERRO-ARQUIVO
               WHEN 3
                   MOVE WS-LINHA-REMESSA TO REMESSA-ARQ3-REG
                   WRITE REMESSA-ARQ3-REG
                   MOVE WS-FS-REMESSA3 TO WS-ERRO-STATUS
                   MOVE 'REMESSA3' TO WS-ERRO-ARQUIVO
               WHEN 4
                   MOVE WS-LINHA-REMESSA TO REMESSA-ARQ4-REG
                   WRITE REMESSA-ARQ4-REG
                   MOVE WS-FS-REMESSA4 TO WS-ERRO-STATUS
                   MOVE 'REMESSA4' TO WS-ERRO-ARQUIVO
               WHEN OTHER
                   MOVE WS-LINHA-REMESSA TO REMESSA-ARQ1-REG
                   WRITE REMESSA-ARQ1-REG
                   MOVE WS-FS-REMESSA1 TO WS-ERRO-STATUS
                   MOVE 'REMESSA1' TO WS-ERRO-ARQUIVO
           END-EVALUATE
           IF WS-ERRO-STATUS NOT = '00'
               MOVE 'WRITE' TO WS-ERRO-OPERACAO
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
