      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: vendor statement reconciliation - the statement a
      *          vendor sends in (EXTRFORN: invoice, installment,
      *          amount, due date and the vendor's own status for it)
      *          is matched by vendor, invoice and installment against
      *          everything we hold on that invoice: the capture
      *          register (REGCAPT) and the transactions still to run
      *          (PAGTRANS), the PAGHIST history, and tonight's holds -
      *          the desk suspense (PAGSUSP) and the funding-limit
      *          deferrals (PAGADIAD).  The latest event decides where
      *          each invoice stands, the same way the open-items
      *          subledger decides it; a cancellation on the PAGAUDIT
      *          trail closes it, the bank return lines on the trail
      *          date the settlement, and the remittance routing
      *          (ROTAPAGO) names the file and paying account it left
      *          in.  EXTRRPT carries one letter per vendor, answering
      *          the whole statement in one document:
      *            1 - invoices the vendor shows open that we paid,
      *                with the settlement date and the remittance;
      *            2 - invoices we never received;
      *            3 - amount (or currency) differences;
      *            4 - invoices we hold, refused or cancelled, with
      *                the reason code (PAYMOT) and its description;
      *            5 - invoices in process, with our payment date;
      *          and the count of invoices that agree.  A run summary
      *          closes the report.  No EXTRFORN prints the summary
      *          alone.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the vendor statement
      *                 reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXTR IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-FORN ASSIGN TO "EXTRFORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.
           SELECT REGISTRO-CAPTURA ASSIGN TO "REGCAPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO-CAP.
           SELECT PAGTO-TRANS  ASSIGN TO "PAGTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-TRANS.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT PAGTO-SUSP   ASSIGN TO "PAGSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-SUSP.
           SELECT PAGTO-ADIADO ASSIGN TO "PAGADIAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-ADIADO.
           SELECT PAGTO-AUDIT  ASSIGN TO "PAGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-AUDIT.
           SELECT ROTA-PAGTO   ASSIGN TO "ROTAPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROTA-PAGTO.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT PARM-DATA    ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-DATA.
           SELECT EXTR-RPT     ASSIGN TO "EXTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTR-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
           SELECT SORT-EXTRATO ASSIGN TO "EXTRSRT1".
           SELECT SORT-CHAVES  ASSIGN TO "EXTRSRT2".
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The vendor's statement, one line per invoice installment as
      * the vendor carries it: the installment in spaces or zeros
      * reads as 01, the currency in spaces as BRL.  The vendor's
      * status is A (open), V (open and overdue) or P (paid); spaces
      * read as open.
      ******************************************************************
       FD  EXTRATO-FORN
           RECORDING MODE IS F.
       01  EXTRATO-FORN-REG.
           05  EX-FORN-ID                PIC 9(05).
           05  EX-NOTA-FISC              PIC X(10).
           05  EX-PARCELA                PIC 9(02).
           05  EX-PARCELA-X REDEFINES EX-PARCELA
                                         PIC X(02).
           05  EX-VALOR                  PIC 9(09)V99.
           05  EX-MOEDA                  PIC X(03).
           05  EX-VENCTO                 PIC 9(08).
           05  EX-SITUACAO               PIC X(01).
               88  EX-EM-ABERTO          VALUES 'A' 'V' SPACE.
               88  EX-PAGO               VALUE 'P'.

      ******************************************************************
      * Capture register - one line per accepted entry, in the layout
      * PROGCAPT writes it.
      ******************************************************************
       FD  REGISTRO-CAPTURA
           RECORDING MODE IS F.
       01  REGISTRO-CAPTURA-REG.
           05  RG-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  RG-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  RG-OPERADOR               PIC X(08).
           05  FILLER                    PIC X(01).
           05  RG-ORIGEM                 PIC X(01).
           05  FILLER                    PIC X(01).
           05  RG-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  RG-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  RG-NOTA-FISC              PIC X(10).
           05  FILLER                    PIC X(01).
           05  RG-VALOR                  PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  RG-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  RG-VENCTO                 PIC 9(08).
           05  FILLER                    PIC X(01).
           05  RG-TIPO                   PIC X(01).
           05  FILLER                    PIC X(01).
           05  RG-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  RG-PARCELA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  RG-QTD-PARCELAS           PIC 9(02).
           05  FILLER                    PIC X(01).
           05  RG-LINHA-DIGITAVEL        PIC X(47).
           05  FILLER                    PIC X(01).
           05  RG-NUM-PEDIDO             PIC X(10).
           05  FILLER                    PIC X(01).
           05  RG-CENTRO-CUSTO           PIC X(06).
           05  FILLER                    PIC X(01).
           05  RG-DATA-EMISSAO           PIC 9(08).

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
           05  PT-ACAO                   PIC X(01).
           05  PT-MOTIVO-CORRECAO        PIC X(02).

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
               88  SU-MOTIVO-PEDIDO      VALUES '17' '18' '19' '20'.
               88  SU-MOTIVO-ANOMALIA    VALUES '23' '24' '25' '26'.
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
      * The payment audit trail, in the layout PROGCOMM writes - the
      * cancellations (anything going to R) and the bank return run's
      * lines are of interest here.
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

      ******************************************************************
      * The remittance's routing record - the file and paying account
      * each payment left in, as PROGREMES writes it.
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

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

       FD  PARM-DATA
           RECORDING MODE IS F.
       01  PARM-DATA-REG                 PIC X(10).

       FD  EXTR-RPT
           RECORDING MODE IS F.
       01  EXTR-RPT-REG                  PIC X(80).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

      ******************************************************************
      * The statement lines that passed the edits, in vendor, invoice
      * and installment order for the table load.
      ******************************************************************
       SD  SORT-EXTRATO.
       01  SORT-EXTRATO-REG.
           05  SX-FORN-ID                PIC 9(05).
           05  SX-NOTA-FISC              PIC X(10).
           05  SX-PARCELA                PIC 9(02).
           05  SX-VALOR                  PIC 9(09)V99.
           05  SX-MOEDA                  PIC X(03).
           05  SX-VENCTO                 PIC 9(08).
           05  SX-SITUACAO               PIC X(01).

      ******************************************************************
      * The payment key each matched statement line settled on, with
      * its place on the statement table, in key order.
      ******************************************************************
       SD  SORT-CHAVES.
       01  SORT-CHAVES-REG.
           05  SC-CHAVE                  PIC 9(06).
           05  SC-EXT-NUM                PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-EXTRATO        PIC X(01) VALUE 'N'.
               88  FIM-EXTRATO       VALUE 'S'.
           05  WS-EOF-CAPTURA        PIC X(01) VALUE 'N'.
               88  FIM-CAPTURA       VALUE 'S'.
           05  WS-EOF-TRANS          PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-TRANS   VALUE 'S'.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S'.
           05  WS-EOF-SUSP           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-SUSP    VALUE 'S'.
           05  WS-EOF-ADIADO         PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-ADIADO  VALUE 'S'.
           05  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
               88  FIM-AUDITORIA     VALUE 'S'.
           05  WS-EOF-ROTA           PIC X(01) VALUE 'N'.
               88  FIM-ROTA-PAGTO    VALUE 'S'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-PARM-EXISTE        PIC X(01) VALUE 'N'.
               88  HA-PARM-DATA      VALUE 'S'.
           05  WS-FORNCAD-SIT        PIC X(01) VALUE 'N'.
               88  FORNCAD-ABERTO    VALUE 'S'.
           05  WS-NOTA-SIT           PIC X(01) VALUE 'N'.
               88  NOTA-ACHADA       VALUE 'S' FALSE 'N'.
           05  WS-CHAVE-SIT          PIC X(01) VALUE 'N'.
               88  CHAVE-ACHADA      VALUE 'S' FALSE 'N'.
           05  WS-LINHA-SIT          PIC X(01) VALUE 'S'.
               88  LINHA-VALIDA      VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-EXT-LIDAS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EXT-INVALIDAS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EXT-DUPLAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CAPT-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-TRANS-LIDOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SUSP-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADIADOS-LIDOS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AUDIT-LIDAS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ROTA-LIDAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CARTAS         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CATEGORIA      PIC 9(07) OCCURS 6 TIMES.

      ******************************************************************
      * The statement, loaded in key order off the first sort.  Per
      * line, the vendor's side as sent, then the event that decides
      * where we have the invoice (WS-EXT-EVENTO, laid out as
      * WS-EVENTO below), and what the trail and the remittance add
      * to it.  WS-EXT-SIT-NOSSA: T captured, not yet in a cycle;
      * the PAGHIST status (P C R V G L D); S held for the desk;
      * A deferred by the funding limit; X cancelled on the trail;
      * space when we have nothing on the invoice.
      * WS-EXT-CATEGORIA is the letter section the line goes to
      * (6 = agrees, not listed).
      ******************************************************************
       01  WS-TABELA-EXTRATO.
           05  WS-EXT-ITEM           OCCURS 1 TO 3000 TIMES
                                     DEPENDING ON WS-QTD-EXTRATO
                                     ASCENDING KEY IS WS-EXT-FORN-ID
                                                      WS-EXT-NOTA-FISC
                                                      WS-EXT-PARCELA
                                     INDEXED BY WS-EXT-IDX.
               10  WS-EXT-FORN-ID    PIC 9(05).
               10  WS-EXT-NOTA-FISC  PIC X(10).
               10  WS-EXT-PARCELA    PIC 9(02).
               10  WS-EXT-VALOR      PIC 9(09)V99.
               10  WS-EXT-MOEDA      PIC X(03).
               10  WS-EXT-VENCTO     PIC 9(08).
               10  WS-EXT-SIT-FORN   PIC X(01).
               10  WS-EXT-EVENTO.
                   15  WS-EXT-EVT-DATA     PIC 9(08).
                   15  WS-EXT-EVT-ORDEM    PIC 9(01).
                   15  WS-EXT-SIT-NOSSA    PIC X(01).
                   15  WS-EXT-CHAVE        PIC 9(06).
                   15  WS-EXT-DATA-RUN     PIC 9(08).
                   15  WS-EXT-NOSSO-VALOR  PIC 9(09)V99.
                   15  WS-EXT-NOSSA-MOEDA  PIC X(03).
                   15  WS-EXT-NOSSO-VENCTO PIC 9(08).
                   15  WS-EXT-MOTIVO-COD   PIC X(02).
                   15  WS-EXT-MOTIVO-DESC  PIC X(30).
               10  WS-EXT-LIQ-DATA   PIC 9(08).
               10  WS-EXT-RET-COD    PIC X(02).
               10  WS-EXT-RET-DESC   PIC X(30).
               10  WS-EXT-REM-DATA   PIC 9(08).
               10  WS-EXT-REM-ARQUIVO PIC 9(01).
               10  WS-EXT-REM-BANCO  PIC 9(03).
               10  WS-EXT-REM-AGENCIA PIC 9(04).
               10  WS-EXT-CATEGORIA  PIC 9(01).
       77 WS-QTD-EXTRATO            PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * The payment keys of the matched lines, off the second sort,
      * so the trail and the routing records find their line by key.
      ******************************************************************
       01  WS-TABELA-CHAVES.
           05  WS-CHV-ITEM           OCCURS 1 TO 3000 TIMES
                                     DEPENDING ON WS-QTD-CHAVES
                                     ASCENDING KEY IS WS-CHV-CHAVE
                                     INDEXED BY WS-CHV-IDX.
               10  WS-CHV-CHAVE      PIC 9(06).
               10  WS-CHV-EXT-NUM    PIC 9(04).
       77 WS-QTD-CHAVES             PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * One event on an invoice, from whichever file is being read.
      * WS-EVT-ORDEM breaks a tie on the same date: the transactions
      * waiting to run (0, undated) give way to the capture register
      * (1), the register to the history (2), and the history to
      * tonight's holds (4).
      ******************************************************************
       01  WS-EVENTO.
           05  WS-EVT-DATA           PIC 9(08).
           05  WS-EVT-ORDEM          PIC 9(01).
           05  WS-EVT-SITUACAO       PIC X(01).
           05  WS-EVT-CHAVE          PIC 9(06).
           05  WS-EVT-DATA-RUN       PIC 9(08).
           05  WS-EVT-VALOR          PIC 9(09)V99.
           05  WS-EVT-MOEDA          PIC X(03).
           05  WS-EVT-VENCTO         PIC 9(08).
           05  WS-EVT-MOTIVO-COD     PIC X(02).
           05  WS-EVT-MOTIVO-DESC    PIC X(30).

       77 WS-FS-EXTRATO             PIC X(02) VALUE SPACES.
       77 WS-FS-REGISTRO-CAP        PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-TRANS         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-SUSP          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-ADIADO        PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-AUDIT         PIC X(02) VALUE SPACES.
       77 WS-FS-ROTA-PAGTO          PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-DATA           PIC X(02) VALUE SPACES.
       77 WS-FS-EXTR-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-MOSTRA                 PIC X(08) VALUE SPACES.
       77 WS-REF-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-AUD-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-BUSCA-FORN-ID          PIC 9(05) VALUE ZEROS.
       77 WS-BUSCA-NOTA-FISC        PIC X(10) VALUE SPACES.
       77 WS-BUSCA-PARCELA          PIC 9(02) VALUE ZEROS.
       77 WS-BUSCA-CHAVE            PIC 9(06) VALUE ZEROS.
       77 WS-EXT-NUM                PIC 9(04) COMP VALUE ZEROS.
       77 WS-ITM-NUM                PIC 9(04) COMP VALUE ZEROS.
       77 WS-CRT-INICIO             PIC 9(04) COMP VALUE ZEROS.
       77 WS-CRT-FIM                PIC 9(04) COMP VALUE ZEROS.
       77 WS-CRT-FORN-ID            PIC 9(05) VALUE ZEROS.
       77 WS-CRT-LINHAS             PIC 9(04) VALUE ZEROS.
       77 WS-CRT-PENDENCIAS         PIC 9(04) VALUE ZEROS.
       77 WS-CRT-CONFERIDAS         PIC 9(04) VALUE ZEROS.
       77 WS-CATEGORIA              PIC 9(01) VALUE ZEROS.
       77 WS-SECAO-QTD              PIC 9(04) VALUE ZEROS.
       77 WS-DIFERENCA              PIC S9(09)V99 VALUE ZEROS.
       77 WS-ULT-FORN-ID            PIC 9(05) VALUE ZEROS.
       77 WS-ULT-NOTA-FISC          PIC X(10) VALUE SPACES.
       77 WS-ULT-PARCELA            PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * As-of date (PARM-DATA, same DD/MM/AAAA layout the other
      * programs read - defaults to today).  It dates the letters and
      * tonight's holds.
      ******************************************************************
       01  WS-REF-DATA                   PIC X(10) VALUE SPACES.
       01  WS-REF-DATA-R REDEFINES WS-REF-DATA.
           05  WS-REF-DIA                PIC 99.
           05  FILLER                    PIC X.
           05  WS-REF-MES                PIC 99.
           05  FILLER                    PIC X.
           05  WS-REF-ANO                PIC 9(04).

           COPY PAYMOT.

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
      * Letter heading and closing lines.
      ******************************************************************
       01  WS-CARTA-SEPARADOR        PIC X(80) VALUE ALL '='.

       01  WS-CARTA-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'CONCILIACAO DE EXTRATO DE FORNECEDOR    '.
           05  FILLER                PIC X(24) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE 'DATA: '.
           05  WS-CARTA-DATA         PIC X(10).

       01  WS-CARTA-DEST-LINHA.
           05  FILLER                PIC X(14) VALUE 'AO FORNECEDOR '.
           05  WS-CARTA-FORN-ID      PIC 9(05).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WS-CARTA-RAZAO        PIC X(30).
           05  FILLER                PIC X(06) VALUE ' CNPJ '.
           05  WS-CARTA-CNPJ         PIC X(14).
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-CARTA-REF-LINHA.
           05  FILLER                PIC X(40)
               VALUE 'REF.: SEU EXTRATO DE CONTAS A RECEBER - '.
           05  WS-CARTA-QTD          PIC ZZZ9.
           05  FILLER                PIC X(15) VALUE ' NOTAS/PARCELAS'.
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-CARTA-SAUDACAO.
           05  FILLER                PIC X(40)
               VALUE 'PREZADOS SENHORES,                      '.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-CARTA-TEXTO-1.
           05  FILLER                PIC X(40)
               VALUE 'CONFERIMOS O EXTRATO ENVIADO POR V.SAS. '.
           05  FILLER                PIC X(40)
               VALUE 'COM NOSSOS REGISTROS DE CAPTURA,        '.

       01  WS-CARTA-TEXTO-2.
           05  FILLER                PIC X(40)
               VALUE 'PAGAMENTO E RETENCAO DE NOTAS.  SEGUE A '.
           05  FILLER                PIC X(40)
               VALUE 'POSICAO DE CADA NOTA QUE CONSTA EM      '.

       01  WS-CARTA-TEXTO-3.
           05  FILLER                PIC X(40)
               VALUE 'ABERTO NO EXTRATO OU QUE DIVERGE DE NOSS'.
           05  FILLER                PIC X(40)
               VALUE 'OS REGISTROS.                           '.

       01  WS-CARTA-SEM-PENDENCIA.
           05  FILLER                PIC X(40)
               VALUE 'NAO HA PENDENCIAS ENTRE O EXTRATO E NOSS'.
           05  FILLER                PIC X(40)
               VALUE 'OS REGISTROS.                           '.

       01  WS-CARTA-CONF-LINHA.
           05  FILLER                PIC X(34)
               VALUE 'NOTAS CONFERIDAS SEM DIVERGENCIA: '.
           05  WS-CARTA-CONF-QTD     PIC ZZZ9.
           05  FILLER                PIC X(42) VALUE SPACES.

       01  WS-CARTA-FECHO-1.
           05  FILLER                PIC X(40)
               VALUE 'ATENCIOSAMENTE,                         '.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-CARTA-FECHO-2.
           05  FILLER                PIC X(40)
               VALUE 'CONTAS A PAGAR                          '.
           05  FILLER                PIC X(40) VALUE SPACES.

      ******************************************************************
      * Section titles and column headings, one per letter section in
      * section order.
      ******************************************************************
       01  WS-TABELA-SECAO-TITULO.
           05  FILLER                PIC X(40)
               VALUE '1. NOTAS JA PAGAS - LIQUIDADAS NO BANCO '.
           05  FILLER                PIC X(40)
               VALUE 'NA DATA E PELA REMESSA INDICADAS        '.
           05  FILLER                PIC X(40)
               VALUE '2. NOTAS NAO RECEBIDAS POR NOS - FAVOR R'.
           05  FILLER                PIC X(40)
               VALUE 'EENVIAR A NOTA E O BOLETO               '.
           05  FILLER                PIC X(40)
               VALUE '3. DIVERGENCIAS DE VALOR ENTRE O EXTRATO'.
           05  FILLER                PIC X(40)
               VALUE ' E NOSSOS REGISTROS                     '.
           05  FILLER                PIC X(40)
               VALUE '4. NOTAS RETIDAS, RECUSADAS OU CANCELADA'.
           05  FILLER                PIC X(40)
               VALUE 'S - MOTIVO INDICADO                     '.
           05  FILLER                PIC X(40)
               VALUE '5. NOTAS EM PROCESSAMENTO - PAGAMENTO PR'.
           05  FILLER                PIC X(40)
               VALUE 'OGRAMADO PARA A DATA INDICADA           '.
       01  WS-TABELA-SECAO-TITULO-R REDEFINES WS-TABELA-SECAO-TITULO.
           05  WS-SECAO-TITULO       OCCURS 5 TIMES PIC X(80).

       01  WS-TABELA-SECAO-CABEC.
           05  FILLER                PIC X(40)
               VALUE 'NOTA FISC  PC VENCTO            VALOR LI'.
           05  FILLER                PIC X(40)
               VALUE 'QUIDAC CHAVE  REMESSA  A BCO AGEN       '.
           05  FILLER                PIC X(40)
               VALUE 'NOTA FISC  PC VENCTO   MOE         VALOR'.
           05  FILLER                PIC X(40) VALUE SPACES.
           05  FILLER                PIC X(40)
               VALUE 'NOTA FISC  PC VENCTO   MOE  VALOR EXTRAT'.
           05  FILLER                PIC X(40)
               VALUE 'O MOE   VALOR NOSSO       DIFERENCA     '.
           05  FILLER                PIC X(40)
               VALUE 'NOTA FISC  PC VENCTO            VALOR CH'.
           05  FILLER                PIC X(40)
               VALUE 'AVE  MT MOTIVO                          '.
           05  FILLER                PIC X(40)
               VALUE 'NOTA FISC  PC VENCTO            VALOR PA'.
           05  FILLER                PIC X(40)
               VALUE 'GTO EM CHAVE  SITUACAO                  '.
       01  WS-TABELA-SECAO-CABEC-R REDEFINES WS-TABELA-SECAO-CABEC.
           05  WS-SECAO-CABEC        OCCURS 5 TIMES PIC X(80).

      ******************************************************************
      * Detail lines, one layout per letter section.
      ******************************************************************
       01  WS-DET-PAGA-LINHA.
           05  WS-DPG-NOTA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-PARCELA        PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-VENCTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-LIQUIDACAO     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-CHAVE          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-REMESSA        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-ARQUIVO        PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-BANCO          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPG-AGENCIA        PIC 9(04).
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-DET-NAOREC-LINHA.
           05  WS-DNR-NOTA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DNR-PARCELA        PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DNR-VENCTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DNR-MOEDA          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DNR-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-DET-DIVERG-LINHA.
           05  WS-DDV-NOTA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-PARCELA        PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-VENCTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-MOEDA-EXT      PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-VALOR-EXT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-MOEDA-NOSSA    PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-VALOR-NOSSO    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DDV-DIFERENCA      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.

       01  WS-DET-RETIDA-LINHA.
           05  WS-DRT-NOTA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DRT-PARCELA        PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DRT-VENCTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DRT-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DRT-CHAVE          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DRT-MOTIVO-COD     PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DRT-MOTIVO-DESC    PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-DET-PROC-LINHA.
           05  WS-DPR-NOTA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPR-PARCELA        PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPR-VENCTO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPR-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPR-PAGTO-EM       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPR-CHAVE          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DPR-SITUACAO       PIC X(20).
           05  FILLER                PIC X(06) VALUE SPACES.

      ******************************************************************
      * Run summary.
      ******************************************************************
       01  WS-RESUMO-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'RESUMO DA CONCILIACAO DE EXTRATOS DE FOR'.
           05  FILLER                PIC X(40)
               VALUE 'NECEDORES                               '.

       01  WS-REPORT-QTD-LINHA.
           05  WS-REPORT-QTD-DESC    PIC X(27).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-QTD-VALOR   PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-TABELA-CATEG-DESC.
           05  FILLER                PIC X(27)
               VALUE 'PAGAS, EM ABERTO NO EXTRATO'.
           05  FILLER                PIC X(27)
               VALUE 'NAO RECEBIDAS..............'.
           05  FILLER                PIC X(27)
               VALUE 'DIVERGENCIA DE VALOR.......'.
           05  FILLER                PIC X(27)
               VALUE 'RETIDAS POR MOTIVO.........'.
           05  FILLER                PIC X(27)
               VALUE 'EM PROCESSAMENTO...........'.
           05  FILLER                PIC X(27)
               VALUE 'CONFERIDAS SEM DIVERGENCIA.'.
       01  WS-TABELA-CATEG-DESC-R REDEFINES WS-TABELA-CATEG-DESC.
           05  WS-CATEG-DESC         OCCURS 6 TIMES PIC X(27).

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - the statement through the first sort into the
      * table, every file we hold invoices on matched against it,
      * the keys through the second sort for the trail and the
      * routing, then the letters and the summary
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           SORT SORT-EXTRATO
               ON ASCENDING KEY SX-FORN-ID
                                SX-NOTA-FISC
                                SX-PARCELA
               INPUT  PROCEDURE IS 1500-LER-EXTRATO
                                   THRU 1500-FIM
               OUTPUT PROCEDURE IS 1600-CARREGAR-EXTRATO
                                   THRU 1600-FIM

           IF WS-QTD-EXTRATO > ZEROS
               PERFORM 2000-LER-CAPTURA    THRU 2000-EXIT
               PERFORM 2100-LER-TRANSACOES THRU 2100-EXIT
               PERFORM 2200-LER-HISTORICO  THRU 2200-EXIT
               PERFORM 2300-LER-SUSPENSOS  THRU 2300-EXIT
               PERFORM 2400-LER-ADIADOS    THRU 2400-EXIT

               SORT SORT-CHAVES
                   ON ASCENDING KEY SC-CHAVE
                   INPUT  PROCEDURE IS 2500-LIBERAR-CHAVES
                                       THRU 2500-FIM
                   OUTPUT PROCEDURE IS 2600-CARREGAR-CHAVES
                                       THRU 2600-FIM

               PERFORM 2700-LER-AUDITORIA  THRU 2700-EXIT
               PERFORM 2800-LER-ROTAS      THRU 2800-EXIT
               PERFORM 3000-CLASSIFICAR-NOTA THRU 3000-EXIT
                   VARYING WS-EXT-NUM FROM 1 BY 1
                   UNTIL WS-EXT-NUM > WS-QTD-EXTRATO
               PERFORM 4000-IMPRIMIR-CARTA THRU 4000-EXIT
                   VARYING WS-CRT-INICIO FROM WS-CRT-INICIO BY 1
                   UNTIL WS-CRT-INICIO > WS-QTD-EXTRATO
           END-IF

           PERFORM 5400-IMPRIMIR-RESUMO THRU 5400-EXIT
           PERFORM 9000-FINALIZE       THRU 9000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the as-of date, the vendor master and the
      * report
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

           MOVE 1 TO WS-CRT-INICIO
           PERFORM 1100-ZERAR-CATEGORIA THRU 1100-EXIT
               VARYING WS-CATEGORIA FROM 1 BY 1
               UNTIL WS-CATEGORIA > 6

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR = '00'
               SET FORNCAD-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM CADASTRO DE FORNECEDORES, STATUS: '
                   WS-FS-FORNECEDOR
           END-IF

           OPEN OUTPUT EXTR-RPT
           IF WS-FS-EXTR-RPT NOT = '00'
               MOVE 'EXTRRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-EXTR-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
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
      * 1100-ZERAR-CATEGORIA - zero one section count
      ******************************************************************
       1100-ZERAR-CATEGORIA.
           MOVE ZEROS TO WS-QTD-CATEGORIA (WS-CATEGORIA).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LER-EXTRATO - sort input: every statement line that
      * passes the edits.  No statement just leaves the table empty.
      ******************************************************************
       1500-LER-EXTRATO.
           OPEN INPUT EXTRATO-FORN
           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'SEM EXTRATO DE FORNECEDOR, STATUS: '
                   WS-FS-EXTRATO
               GO TO 1500-FIM
           END-IF
           PERFORM 1510-LER-LINHA THRU 1510-EXIT
               UNTIL FIM-EXTRATO
           CLOSE EXTRATO-FORN.
       1500-FIM.
           EXIT.

      ******************************************************************
      * 1510-LER-LINHA - one statement line: vendor, invoice, amount
      * and due date must be there and the status must be one the
      * vendor is allowed to send; a line that fails is shown and
      * left out of the letter
      ******************************************************************
       1510-LER-LINHA.
           READ EXTRATO-FORN
               AT END
                   SET FIM-EXTRATO TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF WS-FS-EXTRATO NOT = '00'
               MOVE 'EXTRFORN' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-EXTRATO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-EXT-LIDAS

           IF EX-PARCELA-X = SPACES
               MOVE ZEROS TO EX-PARCELA
           END-IF
           SET LINHA-VALIDA TO TRUE
           IF EX-FORN-ID NOT NUMERIC OR EX-FORN-ID = ZEROS
              OR EX-NOTA-FISC = SPACES
              OR EX-PARCELA NOT NUMERIC
              OR EX-VALOR NOT NUMERIC
              OR EX-VENCTO NOT NUMERIC
              OR NOT (EX-EM-ABERTO OR EX-PAGO)
               SET LINHA-VALIDA TO FALSE
           END-IF
           IF NOT LINHA-VALIDA
               ADD 1 TO WS-QTD-EXT-INVALIDAS
               DISPLAY 'LINHA DO EXTRATO RECUSADA: ' EXTRATO-FORN-REG
               GO TO 1510-EXIT
           END-IF

           MOVE EX-FORN-ID   TO SX-FORN-ID
           MOVE EX-NOTA-FISC TO SX-NOTA-FISC
           MOVE EX-PARCELA   TO SX-PARCELA
           IF SX-PARCELA = ZEROS
               MOVE 1 TO SX-PARCELA
           END-IF
           MOVE EX-VALOR     TO SX-VALOR
           MOVE EX-MOEDA     TO SX-MOEDA
           IF SX-MOEDA = SPACES
               MOVE 'BRL' TO SX-MOEDA
           END-IF
           MOVE EX-VENCTO    TO SX-VENCTO
           MOVE EX-SITUACAO  TO SX-SITUACAO
           IF SX-SITUACAO = SPACE
               MOVE 'A' TO SX-SITUACAO
           END-IF
           RELEASE SORT-EXTRATO-REG.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CARREGAR-EXTRATO - sort output: the statement onto the
      * table in key order; the same installment twice is shown and
      * only its first line kept
      ******************************************************************
       1600-CARREGAR-EXTRATO.
           SET FIM-SORT TO FALSE
           PERFORM 1610-GUARDAR-LINHA THRU 1610-EXIT
               UNTIL FIM-SORT.
       1600-FIM.
           EXIT.

      ******************************************************************
      * 1610-GUARDAR-LINHA - one sorted statement line onto the table
      ******************************************************************
       1610-GUARDAR-LINHA.
           RETURN SORT-EXTRATO
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 1610-EXIT
           END-RETURN

           IF WS-QTD-EXTRATO > ZEROS
              AND SX-FORN-ID   = WS-ULT-FORN-ID
              AND SX-NOTA-FISC = WS-ULT-NOTA-FISC
              AND SX-PARCELA   = WS-ULT-PARCELA
               ADD 1 TO WS-QTD-EXT-DUPLAS
               DISPLAY 'LINHA DO EXTRATO EM DUPLICIDADE: '
                   SX-FORN-ID ' ' SX-NOTA-FISC ' ' SX-PARCELA
               GO TO 1610-EXIT
           END-IF

           IF WS-QTD-EXTRATO >= 3000
               MOVE 'EXTRFORN' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-EXTRATO
           SET WS-EXT-IDX TO WS-QTD-EXTRATO
           MOVE SX-FORN-ID   TO WS-EXT-FORN-ID (WS-EXT-IDX)
           MOVE SX-NOTA-FISC TO WS-EXT-NOTA-FISC (WS-EXT-IDX)
           MOVE SX-PARCELA   TO WS-EXT-PARCELA (WS-EXT-IDX)
           MOVE SX-VALOR     TO WS-EXT-VALOR (WS-EXT-IDX)
           MOVE SX-MOEDA     TO WS-EXT-MOEDA (WS-EXT-IDX)
           MOVE SX-VENCTO    TO WS-EXT-VENCTO (WS-EXT-IDX)
           MOVE SX-SITUACAO  TO WS-EXT-SIT-FORN (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-EVT-DATA (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-EVT-ORDEM (WS-EXT-IDX)
           MOVE SPACE        TO WS-EXT-SIT-NOSSA (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-CHAVE (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-DATA-RUN (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-NOSSO-VALOR (WS-EXT-IDX)
           MOVE SPACES       TO WS-EXT-NOSSA-MOEDA (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-NOSSO-VENCTO (WS-EXT-IDX)
           MOVE SPACES       TO WS-EXT-MOTIVO-COD (WS-EXT-IDX)
           MOVE SPACES       TO WS-EXT-MOTIVO-DESC (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-LIQ-DATA (WS-EXT-IDX)
           MOVE SPACES       TO WS-EXT-RET-COD (WS-EXT-IDX)
           MOVE SPACES       TO WS-EXT-RET-DESC (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-REM-DATA (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-REM-ARQUIVO (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-REM-BANCO (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-REM-AGENCIA (WS-EXT-IDX)
           MOVE ZEROS        TO WS-EXT-CATEGORIA (WS-EXT-IDX)

           MOVE SX-FORN-ID   TO WS-ULT-FORN-ID
           MOVE SX-NOTA-FISC TO WS-ULT-NOTA-FISC
           MOVE SX-PARCELA   TO WS-ULT-PARCELA.
       1610-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-CAPTURA - every entry on the capture register, dated
      * the day it was keyed.  No register contributes nothing.
      ******************************************************************
       2000-LER-CAPTURA.
           OPEN INPUT REGISTRO-CAPTURA
           IF WS-FS-REGISTRO-CAP NOT = '00'
               DISPLAY 'SEM REGISTRO DE CAPTURA, STATUS: '
                   WS-FS-REGISTRO-CAP
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-LER-REGISTRO THRU 2010-EXIT
               UNTIL FIM-CAPTURA
           CLOSE REGISTRO-CAPTURA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-LER-REGISTRO - one capture line onto its statement line,
      * if the vendor lists it; credit notes are not invoices
      ******************************************************************
       2010-LER-REGISTRO.
           READ REGISTRO-CAPTURA
               AT END
                   SET FIM-CAPTURA TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF WS-FS-REGISTRO-CAP NOT = '00'
               MOVE 'REGCAPT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REGISTRO-CAP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CAPT-LIDOS
           IF RG-TIPO = 'C' OR RG-FORN-ID NOT NUMERIC
               GO TO 2010-EXIT
           END-IF

           MOVE RG-FORN-ID   TO WS-BUSCA-FORN-ID
           MOVE RG-NOTA-FISC TO WS-BUSCA-NOTA-FISC
           MOVE RG-PARCELA   TO WS-BUSCA-PARCELA
           PERFORM 2900-LOCALIZAR-NOTA THRU 2900-EXIT
           IF NOT NOTA-ACHADA
               GO TO 2010-EXIT
           END-IF

           MOVE RG-DATA      TO WS-EVT-DATA
           MOVE 1            TO WS-EVT-ORDEM
           MOVE 'T'          TO WS-EVT-SITUACAO
           MOVE RG-CHAVE     TO WS-EVT-CHAVE
           MOVE ZEROS        TO WS-EVT-DATA-RUN
           MOVE RG-VALOR     TO WS-EVT-VALOR
           MOVE RG-MOEDA     TO WS-EVT-MOEDA
           MOVE RG-VENCTO    TO WS-EVT-VENCTO
           MOVE SPACES       TO WS-EVT-MOTIVO-COD
           MOVE SPACES       TO WS-EVT-MOTIVO-DESC
           PERFORM 2950-APLICAR-EVENTO THRU 2950-EXIT.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LER-TRANSACOES - what sits on PAGTRANS waiting for the
      * next cycle.  It carries no date, so it counts only where
      * nothing else on the invoice does.
      ******************************************************************
       2100-LER-TRANSACOES.
           OPEN INPUT PAGTO-TRANS
           IF WS-FS-PAGTO-TRANS NOT = '00'
               DISPLAY 'SEM TRANSACOES A PROCESSAR, STATUS: '
                   WS-FS-PAGTO-TRANS
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-LER-TRANSACAO THRU 2110-EXIT
               UNTIL FIM-PAGTO-TRANS
           CLOSE PAGTO-TRANS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-LER-TRANSACAO - one waiting transaction onto its line
      ******************************************************************
       2110-LER-TRANSACAO.
           READ PAGTO-TRANS
               AT END
                   SET FIM-PAGTO-TRANS TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF WS-FS-PAGTO-TRANS NOT = '00'
               MOVE 'PAGTRANS' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-TRANS-LIDOS
           IF PT-TP-CREDITO
               GO TO 2110-EXIT
           END-IF

           MOVE PT-FORN-ID   TO WS-BUSCA-FORN-ID
           MOVE PT-NOTA-FISC TO WS-BUSCA-NOTA-FISC
           MOVE PT-PARCELA   TO WS-BUSCA-PARCELA
           PERFORM 2900-LOCALIZAR-NOTA THRU 2900-EXIT
           IF NOT NOTA-ACHADA
               GO TO 2110-EXIT
           END-IF

           MOVE ZEROS        TO WS-EVT-DATA
           MOVE ZEROS        TO WS-EVT-ORDEM
           MOVE 'T'          TO WS-EVT-SITUACAO
           MOVE PT-CHAVE     TO WS-EVT-CHAVE
           MOVE ZEROS        TO WS-EVT-DATA-RUN
           MOVE PT-VALOR     TO WS-EVT-VALOR
           MOVE PT-MOEDA     TO WS-EVT-MOEDA
           MOVE PT-VENCTO    TO WS-EVT-VENCTO
           MOVE SPACES       TO WS-EVT-MOTIVO-COD
           MOVE SPACES       TO WS-EVT-MOTIVO-DESC
           PERFORM 2950-APLICAR-EVENTO THRU 2950-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LER-HISTORICO - the whole PAGHIST, in run-date order, so
      * a later run's row on the same invoice replaces an earlier
      ******************************************************************
       2200-LER-HISTORICO.
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               DISPLAY 'SEM HISTORICO DE PAGAMENTOS, STATUS: '
                   WS-FS-PAGTO-HIST
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-LER-PAGTO THRU 2210-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-LER-PAGTO - one history row onto its statement line, with
      * the status it stands at and the correction motivo it carries
      ******************************************************************
       2210-LER-PAGTO.
           READ PAGTO-HIST NEXT RECORD
               AT END
                   SET FIM-PAGTO-HIST TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-HIST-LIDOS
           IF PH-TP-CREDITO
               GO TO 2210-EXIT
           END-IF

           MOVE PH-FORN-ID   TO WS-BUSCA-FORN-ID
           MOVE PH-NOTA-FISC TO WS-BUSCA-NOTA-FISC
           MOVE PH-PARCELA   TO WS-BUSCA-PARCELA
           PERFORM 2900-LOCALIZAR-NOTA THRU 2900-EXIT
           IF NOT NOTA-ACHADA
               GO TO 2210-EXIT
           END-IF

           MOVE PH-DATA-RUN  TO WS-EVT-DATA
           MOVE 2            TO WS-EVT-ORDEM
           MOVE PH-PAGTO     TO WS-EVT-SITUACAO
           MOVE PH-CHAVE     TO WS-EVT-CHAVE
           MOVE PH-DATA-RUN  TO WS-EVT-DATA-RUN
           MOVE PH-VALOR     TO WS-EVT-VALOR
           MOVE PH-MOEDA     TO WS-EVT-MOEDA
           MOVE PH-VENCTO    TO WS-EVT-VENCTO
           MOVE PH-MOTIVO-CORRECAO TO WS-EVT-MOTIVO-COD
           MOVE SPACES       TO WS-EVT-MOTIVO-DESC
           PERFORM 2950-APLICAR-EVENTO THRU 2950-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LER-SUSPENSOS - the items held for the desk tonight
      ******************************************************************
       2300-LER-SUSPENSOS.
           OPEN INPUT PAGTO-SUSP
           IF WS-FS-PAGTO-SUSP NOT = '00'
               DISPLAY 'SEM PAGAMENTOS SUSPENSOS, STATUS: '
                   WS-FS-PAGTO-SUSP
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-LER-SUSPENSO THRU 2310-EXIT
               UNTIL FIM-PAGTO-SUSP
           CLOSE PAGTO-SUSP.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-LER-SUSPENSO - one held item onto its line.  The three-
      * way match and the anomaly screen hold under their own motivo;
      * anything else on the suspense is a duplicate suspect (02), as
      * the release desk reads it.
      ******************************************************************
       2310-LER-SUSPENSO.
           READ PAGTO-SUSP
               AT END
                   SET FIM-PAGTO-SUSP TO TRUE
                   GO TO 2310-EXIT
           END-READ
           IF WS-FS-PAGTO-SUSP NOT = '00'
               MOVE 'PAGSUSP' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-SUSP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-SUSP-LIDOS
           IF SU-TP-CREDITO
               GO TO 2310-EXIT
           END-IF

           MOVE SU-FORN-ID   TO WS-BUSCA-FORN-ID
           MOVE SU-NOTA-FISC TO WS-BUSCA-NOTA-FISC
           MOVE SU-PARCELA   TO WS-BUSCA-PARCELA
           PERFORM 2900-LOCALIZAR-NOTA THRU 2900-EXIT
           IF NOT NOTA-ACHADA
               GO TO 2310-EXIT
           END-IF

           MOVE WS-REF-DATA-NUM TO WS-EVT-DATA
           MOVE 4            TO WS-EVT-ORDEM
           MOVE 'S'          TO WS-EVT-SITUACAO
           MOVE SU-CHAVE     TO WS-EVT-CHAVE
           MOVE ZEROS        TO WS-EVT-DATA-RUN
           MOVE SU-VALOR     TO WS-EVT-VALOR
           MOVE SU-MOEDA     TO WS-EVT-MOEDA
           MOVE SU-VENCTO    TO WS-EVT-VENCTO
           IF SU-MOTIVO-PEDIDO OR SU-MOTIVO-ANOMALIA
               MOVE SU-MOTIVO-CORRECAO TO WS-EVT-MOTIVO-COD
           ELSE
               MOVE '02'     TO WS-EVT-MOTIVO-COD
           END-IF
           MOVE SU-MOTIVO-SUSPEITA TO WS-EVT-MOTIVO-DESC
           PERFORM 2950-APLICAR-EVENTO THRU 2950-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LER-ADIADOS - the items the funding limit deferred to the
      * next cycle tonight
      ******************************************************************
       2400-LER-ADIADOS.
           OPEN INPUT PAGTO-ADIADO
           IF WS-FS-PAGTO-ADIADO NOT = '00'
               DISPLAY 'SEM PAGAMENTOS ADIADOS, STATUS: '
                   WS-FS-PAGTO-ADIADO
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-LER-ADIADO THRU 2410-EXIT
               UNTIL FIM-PAGTO-ADIADO
           CLOSE PAGTO-ADIADO.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2410-LER-ADIADO - one deferred item onto its line
      ******************************************************************
       2410-LER-ADIADO.
           READ PAGTO-ADIADO
               AT END
                   SET FIM-PAGTO-ADIADO TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF WS-FS-PAGTO-ADIADO NOT = '00'
               MOVE 'PAGADIAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-ADIADO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ADIADOS-LIDOS
           IF DF-TP-CREDITO
               GO TO 2410-EXIT
           END-IF

           MOVE DF-FORN-ID   TO WS-BUSCA-FORN-ID
           MOVE DF-NOTA-FISC TO WS-BUSCA-NOTA-FISC
           MOVE DF-PARCELA   TO WS-BUSCA-PARCELA
           PERFORM 2900-LOCALIZAR-NOTA THRU 2900-EXIT
           IF NOT NOTA-ACHADA
               GO TO 2410-EXIT
           END-IF

           MOVE WS-REF-DATA-NUM TO WS-EVT-DATA
           MOVE 4            TO WS-EVT-ORDEM
           MOVE 'A'          TO WS-EVT-SITUACAO
           MOVE DF-CHAVE     TO WS-EVT-CHAVE
           MOVE ZEROS        TO WS-EVT-DATA-RUN
           MOVE DF-VALOR     TO WS-EVT-VALOR
           MOVE DF-MOEDA     TO WS-EVT-MOEDA
           MOVE DF-VENCTO    TO WS-EVT-VENCTO
           MOVE SPACES       TO WS-EVT-MOTIVO-COD
           MOVE 'ADIADO PELO LIMITE DE CAIXA   '
                             TO WS-EVT-MOTIVO-DESC
           PERFORM 2950-APLICAR-EVENTO THRU 2950-EXIT.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LIBERAR-CHAVES - sort input: the payment key of every
      * statement line we have something on
      ******************************************************************
       2500-LIBERAR-CHAVES.
           PERFORM 2510-LIBERAR-CHAVE THRU 2510-EXIT
               VARYING WS-EXT-NUM FROM 1 BY 1
               UNTIL WS-EXT-NUM > WS-QTD-EXTRATO.
       2500-FIM.
           EXIT.

      ******************************************************************
      * 2510-LIBERAR-CHAVE - one line's key to the sort
      ******************************************************************
       2510-LIBERAR-CHAVE.
           IF WS-EXT-SIT-NOSSA (WS-EXT-NUM) = SPACE
               GO TO 2510-EXIT
           END-IF
           MOVE WS-EXT-CHAVE (WS-EXT-NUM) TO SC-CHAVE
           MOVE WS-EXT-NUM                TO SC-EXT-NUM
           RELEASE SORT-CHAVES-REG.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CARREGAR-CHAVES - sort output: the keys onto their table
      ******************************************************************
       2600-CARREGAR-CHAVES.
           SET FIM-SORT TO FALSE
           PERFORM 2610-GUARDAR-CHAVE THRU 2610-EXIT
               UNTIL FIM-SORT.
       2600-FIM.
           EXIT.

      ******************************************************************
      * 2610-GUARDAR-CHAVE - one key onto the table
      ******************************************************************
       2610-GUARDAR-CHAVE.
           RETURN SORT-CHAVES
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 2610-EXIT
           END-RETURN
           ADD 1 TO WS-QTD-CHAVES
           SET WS-CHV-IDX TO WS-QTD-CHAVES
           MOVE SC-CHAVE   TO WS-CHV-CHAVE (WS-CHV-IDX)
           MOVE SC-EXT-NUM TO WS-CHV-EXT-NUM (WS-CHV-IDX).
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LER-AUDITORIA - the trail against the keys we settled on
      ******************************************************************
       2700-LER-AUDITORIA.
           IF WS-QTD-CHAVES = ZEROS
               GO TO 2700-EXIT
           END-IF
           OPEN INPUT PAGTO-AUDIT
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               DISPLAY 'SEM TRILHA DE AUDITORIA, STATUS: '
                   WS-FS-PAGTO-AUDIT
               GO TO 2700-EXIT
           END-IF
           PERFORM 2710-LER-AUDIT THRU 2710-EXIT
               UNTIL FIM-AUDITORIA
           CLOSE PAGTO-AUDIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2710-LER-AUDIT - one trail line.  The bank return run signs its
      * lines RETORNO: one taking the payment to L dates the
      * settlement, one taking it to D carries the bank's occurrence.
      * Any other line taking the payment to R, on or after the event
      * the invoice stands at, is a cancellation with its motivo -
      * unless the invoice sits held or deferred tonight.
      ******************************************************************
       2710-LER-AUDIT.
           READ PAGTO-AUDIT
               AT END
                   SET FIM-AUDITORIA TO TRUE
                   GO TO 2710-EXIT
           END-READ
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-AUDIT-LIDAS
           IF AU-DATA NOT NUMERIC OR AU-CHAVE NOT NUMERIC
               GO TO 2710-EXIT
           END-IF

           MOVE AU-CHAVE TO WS-BUSCA-CHAVE
           PERFORM 2920-LOCALIZAR-CHAVE THRU 2920-EXIT
           IF NOT CHAVE-ACHADA
               GO TO 2710-EXIT
           END-IF
           MOVE AU-DATA TO WS-AUD-DATA-NUM

           IF AU-USUARIO = 'RETORNO'
               IF AU-SITU-NOVA = 'L'
                   MOVE WS-AUD-DATA-NUM
                                 TO WS-EXT-LIQ-DATA (WS-EXT-NUM)
               END-IF
               IF AU-SITU-NOVA = 'D'
                   MOVE AU-MOTIVO-COD  TO WS-EXT-RET-COD (WS-EXT-NUM)
                   MOVE AU-MOTIVO-DESC TO WS-EXT-RET-DESC (WS-EXT-NUM)
               END-IF
               GO TO 2710-EXIT
           END-IF

           IF AU-SITU-NOVA NOT = 'R'
              OR WS-EXT-SIT-NOSSA (WS-EXT-NUM) = 'S' OR 'A'
              OR WS-AUD-DATA-NUM < WS-EXT-EVT-DATA (WS-EXT-NUM)
               GO TO 2710-EXIT
           END-IF
           MOVE WS-AUD-DATA-NUM TO WS-EXT-EVT-DATA (WS-EXT-NUM)
           MOVE 'X'             TO WS-EXT-SIT-NOSSA (WS-EXT-NUM)
           MOVE AU-MOTIVO-COD   TO WS-EXT-MOTIVO-COD (WS-EXT-NUM)
           MOVE AU-MOTIVO-DESC  TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM).
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2800-LER-ROTAS - the remittance each payment left in.  No
      * ROTAPAGO (a site that never routed) leaves it blank.
      ******************************************************************
       2800-LER-ROTAS.
           IF WS-QTD-CHAVES = ZEROS
               GO TO 2800-EXIT
           END-IF
           OPEN INPUT ROTA-PAGTO
           IF WS-FS-ROTA-PAGTO NOT = '00'
               DISPLAY 'SEM ROTEAMENTO DE REMESSA, STATUS: '
                   WS-FS-ROTA-PAGTO
               GO TO 2800-EXIT
           END-IF
           PERFORM 2810-LER-ROTA THRU 2810-EXIT
               UNTIL FIM-ROTA-PAGTO
           CLOSE ROTA-PAGTO.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-LER-ROTA - one routing record onto the line of its key;
      * the record of the same run as the history row wins over one
      * of another run
      ******************************************************************
       2810-LER-ROTA.
           READ ROTA-PAGTO
               AT END
                   SET FIM-ROTA-PAGTO TO TRUE
                   GO TO 2810-EXIT
           END-READ
           IF WS-FS-ROTA-PAGTO NOT = '00'
               MOVE 'ROTAPAGO' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ROTA-PAGTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ROTA-LIDAS

           MOVE RO-CHAVE TO WS-BUSCA-CHAVE
           PERFORM 2920-LOCALIZAR-CHAVE THRU 2920-EXIT
           IF NOT CHAVE-ACHADA
               GO TO 2810-EXIT
           END-IF
           IF WS-EXT-REM-DATA (WS-EXT-NUM) NOT = ZEROS
              AND RO-DATA NOT = WS-EXT-DATA-RUN (WS-EXT-NUM)
               GO TO 2810-EXIT
           END-IF
           MOVE RO-DATA    TO WS-EXT-REM-DATA (WS-EXT-NUM)
           MOVE RO-ARQUIVO TO WS-EXT-REM-ARQUIVO (WS-EXT-NUM)
           MOVE RO-BANCO   TO WS-EXT-REM-BANCO (WS-EXT-NUM)
           MOVE RO-AGENCIA TO WS-EXT-REM-AGENCIA (WS-EXT-NUM).
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2900-LOCALIZAR-NOTA - WS-EXT-IDX and WS-EXT-NUM on the
      * statement line of vendor, invoice and installment (zeros read
      * as 01) in WS-BUSCA-
      ******************************************************************
       2900-LOCALIZAR-NOTA.
           SET NOTA-ACHADA TO FALSE
           IF WS-BUSCA-PARCELA = ZEROS
               MOVE 1 TO WS-BUSCA-PARCELA
           END-IF
           SEARCH ALL WS-EXT-ITEM
               AT END
                   CONTINUE
               WHEN WS-EXT-FORN-ID (WS-EXT-IDX) = WS-BUSCA-FORN-ID
                AND WS-EXT-NOTA-FISC (WS-EXT-IDX) = WS-BUSCA-NOTA-FISC
                AND WS-EXT-PARCELA (WS-EXT-IDX) = WS-BUSCA-PARCELA
                   SET NOTA-ACHADA TO TRUE
                   SET WS-EXT-NUM TO WS-EXT-IDX
           END-SEARCH.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2920-LOCALIZAR-CHAVE - WS-EXT-NUM on the statement line whose
      * payment key is WS-BUSCA-CHAVE
      ******************************************************************
       2920-LOCALIZAR-CHAVE.
           SET CHAVE-ACHADA TO FALSE
           SEARCH ALL WS-CHV-ITEM
               AT END
                   CONTINUE
               WHEN WS-CHV-CHAVE (WS-CHV-IDX) = WS-BUSCA-CHAVE
                   SET CHAVE-ACHADA TO TRUE
                   MOVE WS-CHV-EXT-NUM (WS-CHV-IDX) TO WS-EXT-NUM
           END-SEARCH.
       2920-EXIT.
           EXIT.

      ******************************************************************
      * 2950-APLICAR-EVENTO - WS-EVENTO onto the line at WS-EXT-NUM
      * when it is as late as what the line stands at: a later date,
      * or the same date from a file further along the cycle
      ******************************************************************
       2950-APLICAR-EVENTO.
           IF WS-EVT-DATA < WS-EXT-EVT-DATA (WS-EXT-NUM)
               GO TO 2950-EXIT
           END-IF
           IF WS-EVT-DATA = WS-EXT-EVT-DATA (WS-EXT-NUM)
              AND WS-EVT-ORDEM < WS-EXT-EVT-ORDEM (WS-EXT-NUM)
               GO TO 2950-EXIT
           END-IF
           IF WS-EVT-MOEDA = SPACES
               MOVE 'BRL' TO WS-EVT-MOEDA
           END-IF
           MOVE WS-EVENTO TO WS-EXT-EVENTO (WS-EXT-NUM).
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLASSIFICAR-NOTA - the letter section of one statement
      * line: nothing on our side is never received; a different
      * amount or currency is a difference whatever the status; a
      * settled invoice is paid (agreed when the vendor shows it
      * paid too); captured, confirmed or awaiting confirmation with
      * no motivo is in process; the rest we hold for a reason
      ******************************************************************
       3000-CLASSIFICAR-NOTA.
           EVALUATE TRUE
               WHEN WS-EXT-SIT-NOSSA (WS-EXT-NUM) = SPACE
                   MOVE 2 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
               WHEN WS-EXT-NOSSO-VALOR (WS-EXT-NUM)
                        NOT = WS-EXT-VALOR (WS-EXT-NUM)
                 OR WS-EXT-NOSSA-MOEDA (WS-EXT-NUM)
                        NOT = WS-EXT-MOEDA (WS-EXT-NUM)
                   MOVE 3 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
               WHEN WS-EXT-SIT-NOSSA (WS-EXT-NUM) = 'L'
                AND WS-EXT-SIT-FORN (WS-EXT-NUM) = 'P'
                   MOVE 6 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
               WHEN WS-EXT-SIT-NOSSA (WS-EXT-NUM) = 'L'
                   MOVE 1 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
                   IF WS-EXT-LIQ-DATA (WS-EXT-NUM) = ZEROS
                       MOVE WS-EXT-DATA-RUN (WS-EXT-NUM)
                                 TO WS-EXT-LIQ-DATA (WS-EXT-NUM)
                   END-IF
               WHEN WS-EXT-SIT-NOSSA (WS-EXT-NUM) = 'T' OR 'C'
                   MOVE 5 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
               WHEN WS-EXT-SIT-NOSSA (WS-EXT-NUM) = 'P'
                AND WS-EXT-MOTIVO-COD (WS-EXT-NUM) = SPACES
                   MOVE 5 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
               WHEN OTHER
                   MOVE 4 TO WS-EXT-CATEGORIA (WS-EXT-NUM)
                   PERFORM 3100-RESOLVER-MOTIVO THRU 3100-EXIT
           END-EVALUATE
           MOVE WS-EXT-CATEGORIA (WS-EXT-NUM) TO WS-CATEGORIA
           ADD 1 TO WS-QTD-CATEGORIA (WS-CATEGORIA).
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RESOLVER-MOTIVO - the reason a held line gives the
      * vendor.  A bank return gives the bank's occurrence; otherwise
      * the motivo code is read off the reason table, and a code the
      * table does not know keeps the description it came with.
      * With no description at all, the status says what happened.
      ******************************************************************
       3100-RESOLVER-MOTIVO.
           IF WS-EXT-SIT-NOSSA (WS-EXT-NUM) = 'D'
               MOVE WS-EXT-RET-COD (WS-EXT-NUM)
                                 TO WS-EXT-MOTIVO-COD (WS-EXT-NUM)
               MOVE WS-EXT-RET-DESC (WS-EXT-NUM)
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
           ELSE
               IF WS-EXT-MOTIVO-COD (WS-EXT-NUM) NOT = SPACES
                   SET WS-MOTIVO-IDX TO 1
                   SEARCH WS-MOTIVO-ITEM
                       AT END
                           CONTINUE
                       WHEN WS-MOTIVO-COD (WS-MOTIVO-IDX)
                                 = WS-EXT-MOTIVO-COD (WS-EXT-NUM)
                           MOVE WS-MOTIVO-DESC (WS-MOTIVO-IDX)
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
                   END-SEARCH
               END-IF
           END-IF

           IF WS-EXT-MOTIVO-DESC (WS-EXT-NUM) NOT = SPACES
               GO TO 3100-EXIT
           END-IF
           EVALUATE WS-EXT-SIT-NOSSA (WS-EXT-NUM)
               WHEN 'D'
                   MOVE 'DEVOLVIDO PELO BANCO          '
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
               WHEN 'R'
                   MOVE 'RECUSADO NA CONFIRMACAO       '
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
               WHEN 'V'
                   MOVE 'PAGAMENTO ESTORNADO           '
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
               WHEN 'G'
                   MOVE 'LANCAMENTO CORRIGIDO          '
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
               WHEN 'X'
                   MOVE 'CANCELADO                     '
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
               WHEN OTHER
                   MOVE 'RETIDO PARA ANALISE           '
                                 TO WS-EXT-MOTIVO-DESC (WS-EXT-NUM)
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR-CARTA - the letter to the vendor whose lines
      * start at WS-CRT-INICIO: heading, each section that has
      * lines, the count that agrees and the closing.  WS-CRT-INICIO
      * is left on the vendor's last line for the next one.
      ******************************************************************
       4000-IMPRIMIR-CARTA.
           MOVE WS-EXT-FORN-ID (WS-CRT-INICIO) TO WS-CRT-FORN-ID
           PERFORM 4010-ACHAR-FIM THRU 4010-EXIT
               VARYING WS-CRT-FIM FROM WS-CRT-INICIO BY 1
               UNTIL WS-CRT-FIM > WS-QTD-EXTRATO
                  OR WS-EXT-FORN-ID (WS-CRT-FIM) NOT = WS-CRT-FORN-ID
           SUBTRACT 1 FROM WS-CRT-FIM
           COMPUTE WS-CRT-LINHAS = WS-CRT-FIM - WS-CRT-INICIO + 1
           ADD 1 TO WS-QTD-CARTAS

           PERFORM 4100-IMPRIMIR-CABECALHO THRU 4100-EXIT

           MOVE ZEROS TO WS-CRT-PENDENCIAS
           PERFORM 4200-IMPRIMIR-SECAO THRU 4200-EXIT
               VARYING WS-CATEGORIA FROM 1 BY 1
               UNTIL WS-CATEGORIA > 5

           MOVE 6 TO WS-CATEGORIA
           PERFORM 4210-CONTAR-SECAO THRU 4210-EXIT
           MOVE WS-SECAO-QTD TO WS-CRT-CONFERIDAS
           PERFORM 4400-IMPRIMIR-FECHO THRU 4400-EXIT
           MOVE WS-CRT-FIM TO WS-CRT-INICIO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-ACHAR-FIM - walk on to the first line of the next vendor
      ******************************************************************
       4010-ACHAR-FIM.
           CONTINUE.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4100-IMPRIMIR-CABECALHO - date, addressee as the vendor master
      * carries it, reference and opening of the letter
      ******************************************************************
       4100-IMPRIMIR-CABECALHO.
           MOVE SPACES TO FORNECEDOR-CADASTRO-REG
           MOVE WS-CRT-FORN-ID TO FC-FORN-ID
           IF FORNCAD-ABERTO
               READ FORNECEDOR-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO FC-RAZAO-SOCIAL
                   NOT INVALID KEY
                       IF WS-FS-FORNECEDOR NOT = '00'
                           MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
                           MOVE 'READ'    TO WS-ERRO-OPERACAO
                           MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
                           PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                       END-IF
               END-READ
           END-IF
           IF FC-RAZAO-SOCIAL = SPACES
               MOVE 'FORNECEDOR NAO CADASTRADO     ' TO FC-RAZAO-SOCIAL
               MOVE SPACES TO FC-CNPJ
           END-IF

           MOVE WS-CARTA-SEPARADOR TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REF-DATA TO WS-CARTA-DATA
           MOVE WS-CARTA-TITULO TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT

           MOVE WS-CRT-FORN-ID  TO WS-CARTA-FORN-ID
           MOVE FC-RAZAO-SOCIAL TO WS-CARTA-RAZAO
           MOVE FC-CNPJ         TO WS-CARTA-CNPJ
           MOVE WS-CARTA-DEST-LINHA TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-CRT-LINHAS TO WS-CARTA-QTD
           MOVE WS-CARTA-REF-LINHA TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT

           MOVE WS-CARTA-SAUDACAO TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-CARTA-TEXTO-1 TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-CARTA-TEXTO-2 TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-CARTA-TEXTO-3 TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-IMPRIMIR-SECAO - section WS-CATEGORIA of the letter, when
      * the vendor has lines in it
      ******************************************************************
       4200-IMPRIMIR-SECAO.
           PERFORM 4210-CONTAR-SECAO THRU 4210-EXIT
           IF WS-SECAO-QTD = ZEROS
               GO TO 4200-EXIT
           END-IF
           ADD WS-SECAO-QTD TO WS-CRT-PENDENCIAS

           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT
           MOVE WS-SECAO-TITULO (WS-CATEGORIA) TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-SECAO-CABEC (WS-CATEGORIA) TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 4300-IMPRIMIR-NOTA THRU 4300-EXIT
               VARYING WS-ITM-NUM FROM WS-CRT-INICIO BY 1
               UNTIL WS-ITM-NUM > WS-CRT-FIM.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-CONTAR-SECAO - how many of the vendor's lines fall in
      * section WS-CATEGORIA
      ******************************************************************
       4210-CONTAR-SECAO.
           MOVE ZEROS TO WS-SECAO-QTD
           PERFORM 4220-CONTAR-NOTA THRU 4220-EXIT
               VARYING WS-ITM-NUM FROM WS-CRT-INICIO BY 1
               UNTIL WS-ITM-NUM > WS-CRT-FIM.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4220-CONTAR-NOTA - count one line if it is in the section
      ******************************************************************
       4220-CONTAR-NOTA.
           IF WS-EXT-CATEGORIA (WS-ITM-NUM) = WS-CATEGORIA
               ADD 1 TO WS-SECAO-QTD
           END-IF.
       4220-EXIT.
           EXIT.

      ******************************************************************
      * 4300-IMPRIMIR-NOTA - one line of the section, in the layout
      * of its section
      ******************************************************************
       4300-IMPRIMIR-NOTA.
           IF WS-EXT-CATEGORIA (WS-ITM-NUM) NOT = WS-CATEGORIA
               GO TO 4300-EXIT
           END-IF

           EVALUATE WS-CATEGORIA
               WHEN 1
                   MOVE WS-EXT-NOTA-FISC (WS-ITM-NUM) TO WS-DPG-NOTA
                   MOVE WS-EXT-PARCELA (WS-ITM-NUM) TO WS-DPG-PARCELA
                   MOVE WS-EXT-VENCTO (WS-ITM-NUM)  TO WS-DPG-VENCTO
                   MOVE WS-EXT-NOSSO-VALOR (WS-ITM-NUM)
                                                TO WS-DPG-VALOR
                   MOVE WS-EXT-LIQ-DATA (WS-ITM-NUM)
                                                TO WS-DPG-LIQUIDACAO
                   MOVE WS-EXT-CHAVE (WS-ITM-NUM)   TO WS-DPG-CHAVE
                   MOVE WS-EXT-REM-DATA (WS-ITM-NUM) TO WS-DPG-REMESSA
                   MOVE WS-EXT-REM-ARQUIVO (WS-ITM-NUM)
                                                TO WS-DPG-ARQUIVO
                   MOVE WS-EXT-REM-BANCO (WS-ITM-NUM) TO WS-DPG-BANCO
                   MOVE WS-EXT-REM-AGENCIA (WS-ITM-NUM)
                                                TO WS-DPG-AGENCIA
                   MOVE WS-DET-PAGA-LINHA TO EXTR-RPT-REG
               WHEN 2
                   MOVE WS-EXT-NOTA-FISC (WS-ITM-NUM) TO WS-DNR-NOTA
                   MOVE WS-EXT-PARCELA (WS-ITM-NUM) TO WS-DNR-PARCELA
                   MOVE WS-EXT-VENCTO (WS-ITM-NUM)  TO WS-DNR-VENCTO
                   MOVE WS-EXT-MOEDA (WS-ITM-NUM)   TO WS-DNR-MOEDA
                   MOVE WS-EXT-VALOR (WS-ITM-NUM)   TO WS-DNR-VALOR
                   MOVE WS-DET-NAOREC-LINHA TO EXTR-RPT-REG
               WHEN 3
                   MOVE WS-EXT-NOTA-FISC (WS-ITM-NUM) TO WS-DDV-NOTA
                   MOVE WS-EXT-PARCELA (WS-ITM-NUM) TO WS-DDV-PARCELA
                   MOVE WS-EXT-VENCTO (WS-ITM-NUM)  TO WS-DDV-VENCTO
                   MOVE WS-EXT-MOEDA (WS-ITM-NUM) TO WS-DDV-MOEDA-EXT
                   MOVE WS-EXT-VALOR (WS-ITM-NUM) TO WS-DDV-VALOR-EXT
                   MOVE WS-EXT-NOSSA-MOEDA (WS-ITM-NUM)
                                                TO WS-DDV-MOEDA-NOSSA
                   MOVE WS-EXT-NOSSO-VALOR (WS-ITM-NUM)
                                                TO WS-DDV-VALOR-NOSSO
      *            Amounts in two currencies do not subtract.
                   MOVE ZEROS TO WS-DIFERENCA
                   IF WS-EXT-MOEDA (WS-ITM-NUM)
                          = WS-EXT-NOSSA-MOEDA (WS-ITM-NUM)
                       COMPUTE WS-DIFERENCA
                           = WS-EXT-NOSSO-VALOR (WS-ITM-NUM)
                           - WS-EXT-VALOR (WS-ITM-NUM)
                   END-IF
                   MOVE WS-DIFERENCA TO WS-DDV-DIFERENCA
                   MOVE WS-DET-DIVERG-LINHA TO EXTR-RPT-REG
               WHEN 4
                   MOVE WS-EXT-NOTA-FISC (WS-ITM-NUM) TO WS-DRT-NOTA
                   MOVE WS-EXT-PARCELA (WS-ITM-NUM) TO WS-DRT-PARCELA
                   MOVE WS-EXT-VENCTO (WS-ITM-NUM)  TO WS-DRT-VENCTO
                   MOVE WS-EXT-NOSSO-VALOR (WS-ITM-NUM)
                                                TO WS-DRT-VALOR
                   MOVE WS-EXT-CHAVE (WS-ITM-NUM)   TO WS-DRT-CHAVE
                   MOVE WS-EXT-MOTIVO-COD (WS-ITM-NUM)
                                                TO WS-DRT-MOTIVO-COD
                   MOVE WS-EXT-MOTIVO-DESC (WS-ITM-NUM)
                                                TO WS-DRT-MOTIVO-DESC
                   MOVE WS-DET-RETIDA-LINHA TO EXTR-RPT-REG
               WHEN 5
                   MOVE WS-EXT-NOTA-FISC (WS-ITM-NUM) TO WS-DPR-NOTA
                   MOVE WS-EXT-PARCELA (WS-ITM-NUM) TO WS-DPR-PARCELA
                   MOVE WS-EXT-VENCTO (WS-ITM-NUM)  TO WS-DPR-VENCTO
                   MOVE WS-EXT-NOSSO-VALOR (WS-ITM-NUM)
                                                TO WS-DPR-VALOR
                   MOVE WS-EXT-NOSSO-VENCTO (WS-ITM-NUM)
                                                TO WS-DPR-PAGTO-EM
                   MOVE WS-EXT-CHAVE (WS-ITM-NUM)   TO WS-DPR-CHAVE
                   EVALUATE WS-EXT-SIT-NOSSA (WS-ITM-NUM)
                       WHEN 'T'
                           MOVE 'LANCADA, A PROCESSAR'
                                                TO WS-DPR-SITUACAO
                       WHEN 'C'
                           MOVE 'ENVIADA AO BANCO    '
                                                TO WS-DPR-SITUACAO
                       WHEN OTHER
                           MOVE 'EM CONFIRMACAO      '
                                                TO WS-DPR-SITUACAO
                   END-EVALUATE
                   MOVE WS-DET-PROC-LINHA TO EXTR-RPT-REG
           END-EVALUATE
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-IMPRIMIR-FECHO - the count that agrees and the closing
      ******************************************************************
       4400-IMPRIMIR-FECHO.
           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT
           IF WS-CRT-PENDENCIAS = ZEROS
               MOVE WS-CARTA-SEM-PENDENCIA TO EXTR-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF
           MOVE WS-CRT-CONFERIDAS TO WS-CARTA-CONF-QTD
           MOVE WS-CARTA-CONF-LINHA TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT
           MOVE WS-CARTA-FECHO-1 TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-CARTA-FECHO-2 TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE EXTR-RPT-REG
           IF WS-FS-EXTR-RPT NOT = '00'
               MOVE 'EXTRRPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-EXTR-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-LINHA-BRANCO - write one blank report line
      ******************************************************************
       5200-WRITE-LINHA-BRANCO.
           MOVE SPACES TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-RESUMO - the run summary after the letters
      ******************************************************************
       5400-IMPRIMIR-RESUMO.
           MOVE WS-CARTA-SEPARADOR TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-RESUMO-TITULO TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           PERFORM 5200-WRITE-LINHA-BRANCO THRU 5200-EXIT

           MOVE 'LINHAS DO EXTRATO LIDAS....' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-EXT-LIDAS TO WS-REPORT-QTD-VALOR
           PERFORM 5410-IMPRIMIR-QTD THRU 5410-EXIT
           MOVE 'LINHAS RECUSADAS...........' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-EXT-INVALIDAS TO WS-REPORT-QTD-VALOR
           PERFORM 5410-IMPRIMIR-QTD THRU 5410-EXIT
           MOVE 'LINHAS EM DUPLICIDADE......' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-EXT-DUPLAS TO WS-REPORT-QTD-VALOR
           PERFORM 5410-IMPRIMIR-QTD THRU 5410-EXIT
           MOVE 'CARTAS A FORNECEDORES......' TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-CARTAS TO WS-REPORT-QTD-VALOR
           PERFORM 5410-IMPRIMIR-QTD THRU 5410-EXIT

           PERFORM 5420-IMPRIMIR-CATEGORIA THRU 5420-EXIT
               VARYING WS-CATEGORIA FROM 1 BY 1
               UNTIL WS-CATEGORIA > 6.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5410-IMPRIMIR-QTD - one count line of the summary
      ******************************************************************
       5410-IMPRIMIR-QTD.
           MOVE WS-REPORT-QTD-LINHA TO EXTR-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5410-EXIT.
           EXIT.

      ******************************************************************
      * 5420-IMPRIMIR-CATEGORIA - the count of one letter section
      ******************************************************************
       5420-IMPRIMIR-CATEGORIA.
           MOVE WS-CATEG-DESC (WS-CATEGORIA) TO WS-REPORT-QTD-DESC
           MOVE WS-QTD-CATEGORIA (WS-CATEGORIA) TO WS-REPORT-QTD-VALOR
           PERFORM 5410-IMPRIMIR-QTD THRU 5410-EXIT.
       5420-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE - close the files and report what was done
      ******************************************************************
       9000-FINALIZE.
           IF FORNCAD-ABERTO
               CLOSE FORNECEDOR-CADASTRO
           END-IF
           CLOSE EXTR-RPT
           CLOSE JOB-LOG
           DISPLAY 'EXTRATO LIDO..........: ' WS-QTD-EXT-LIDAS
           DISPLAY 'LINHAS RECUSADAS......: ' WS-QTD-EXT-INVALIDAS
           DISPLAY 'LINHAS CONCILIADAS....: ' WS-QTD-EXTRATO
           DISPLAY 'REGISTRO DE CAPTURA...: ' WS-QTD-CAPT-LIDOS
           DISPLAY 'TRANSACOES A PROCESSAR: ' WS-QTD-TRANS-LIDOS
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS
           DISPLAY 'SUSPENSOS LIDOS.......: ' WS-QTD-SUSP-LIDOS
           DISPLAY 'ADIADOS LIDOS.........: ' WS-QTD-ADIADOS-LIDOS
           DISPLAY 'CARTAS EMITIDAS.......: ' WS-QTD-CARTAS.
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
       END PROGRAM PROGEXTR.
