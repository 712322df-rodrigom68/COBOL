      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: segregation-of-duties report for internal audit -
      *          each payment confirmed in the SODPARM period (a day,
      *          or a month) is traced back through the trails that
      *          carry its operators: who keyed it (the PROGCAPT
      *          REGCAPT register), who released it from hold (the
      *          PROGLIBR / PROGREEM decisions on PAGAUDIT), who
      *          confirmed it and who gave the second approval (the
      *          PROGCOMM confirmation line on PAGAUDIT), and who
      *          asked for and who approved its vendor's last bank
      *          changes (the PROGFAPR FORNADTR trail).  Flagged:
      *            - a payment keyed and confirmed (or second-
      *              approved) by the same operator;
      *            - a held payment released by the operator who
      *              keyed it;
      *            - a payment to a vendor within SODPARM days of a
      *              bank-detail change that one of the payment's own
      *              operators requested or approved.
      *          Also lists the OPERCAD operators whose OPERPERF
      *          profile grants PROGMENU options that should never
      *          sit with one person, and closes with the conflicts
      *          counted per operator.  Read-only.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the segregation-of-duties report.
      * 15/10/2026 RFS  REGCAPT carries the invoice issue date at the
      *                 end of the line.
      * 15/10/2026 RFS  FORNADTR layout carries the overseas account
      *                 fields PROGFAPR appends.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSODR IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-CAPTURA ASSIGN TO "REGCAPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG-CAPTURA.
           SELECT PAGTO-AUDIT  ASSIGN TO "PAGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-AUDIT.
           SELECT FORN-AUDIT   ASSIGN TO "FORNADTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORN-AUDIT.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT OPERADORES   ASSIGN TO "OPERCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
           SELECT OPER-PERFIL  ASSIGN TO "OPERPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPER-PERFIL.
           SELECT PARM-SOD     ASSIGN TO "SODPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-SOD.
           SELECT SORT-WORK    ASSIGN TO "SODSORT".
           SELECT SOD-RPT      ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOD-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PROGCAPT's capture register - one line per accepted entry,
      * with the operator who keyed it.
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

      ******************************************************************
      * The payment audit trail, in the layout PROGCOMM writes; only
      * PROGCOMM fills the second-approver column.
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
      * PROGFAPR's decision trail - one line per approved (A) or
      * rejected (R) bank-detail change, with who asked for it and
      * who approved it.
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
           05  PH-MOTIVO-CORRECAO        PIC X(02).

       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPERADORES-REG.
           05  OP-ID                     PIC X(08).
           05  OP-NOME                   PIC X(20).
           05  OP-ATIVO                  PIC X(01).

      ******************************************************************
      * Operator profile, as PROGMENU reads it - one S/N byte per
      * menu option 1-15.
      ******************************************************************
       FD  OPER-PERFIL
           RECORDING MODE IS F.
       01  OPER-PERFIL-REG.
           05  PR-ID                     PIC X(08).
           05  PR-OPCOES                 PIC X(15).

      ******************************************************************
      * Run parameters: D (the reference day) or M (its month), the
      * reference date (zeros = today) and the days after a bank
      * change during which a payment is looked at (zeros = 30).
      ******************************************************************
       FD  PARM-SOD
           RECORDING MODE IS F.
       01  PARM-SOD-REG.
           05  SD-PERIODO                PIC X(01).
           05  SD-DATA-REF               PIC 9(08).
           05  SD-DIAS-BANCO             PIC 9(03).

      ******************************************************************
      * Sort work - one line per event on a payment key: its capture
      * (A), a release from hold (B), its confirmation (C).  In key,
      * date and time order each payment's story reads in sequence,
      * and a key the capture sequence has wrapped round to starts
      * over at its new capture.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-REG.
           05  SR-CHAVE                  PIC 9(06).
           05  SR-DATA                   PIC 9(08).
           05  SR-HORA                   PIC X(08).
           05  SR-TIPO                   PIC X(01).
               88  SR-CAPTURA            VALUE 'A'.
               88  SR-LIBERACAO          VALUE 'B'.
               88  SR-CONFIRMACAO        VALUE 'C'.
           05  SR-OPERADOR               PIC X(08).
           05  SR-APROVADOR              PIC X(08).
           05  SR-FORN-ID                PIC 9(05).
           05  SR-NOTA-FISC              PIC X(10).
           05  SR-VALOR                  PIC 9(09)V99.
           05  SR-MOEDA                  PIC X(03).

       FD  SOD-RPT
           RECORDING MODE IS F.
       01  SOD-RPT-REG                   PIC X(132).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-CAPT           PIC X(01) VALUE 'N'.
               88  FIM-CAPTURAS      VALUE 'S' FALSE 'N'.
           05  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
               88  FIM-AUDITORIA     VALUE 'S' FALSE 'N'.
           05  WS-EOF-TROCA          PIC X(01) VALUE 'N'.
               88  FIM-TROCAS        VALUE 'S' FALSE 'N'.
           05  WS-EOF-OPER           PIC X(01) VALUE 'N'.
               88  FIM-OPERADORES    VALUE 'S' FALSE 'N'.
           05  WS-EOF-PERFIL         PIC X(01) VALUE 'N'.
               88  FIM-PERFIS        VALUE 'S' FALSE 'N'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-HIST-SITUACAO      PIC X(01) VALUE 'N'.
               88  HA-HISTORICO      VALUE 'S' FALSE 'N'.
           05  WS-OPR-SITUACAO       PIC X(01) VALUE 'N'.
               88  OPR-ACHADO        VALUE 'S' FALSE 'N'.
           05  WS-PGT-SITUACAO       PIC X(01) VALUE 'N'.
               88  PGT-CAPTURADO     VALUE 'S' FALSE 'N'.
           05  WS-LISTA-SITUACAO     PIC X(01) VALUE 'N'.
               88  OPR-LISTADO       VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-CAPT-LIDAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AUDIT-LIDAS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-TROCAS         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-PERFIS         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-PAGTOS         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LIBERACOES     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CONF-APROV     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONF-LIBER     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONF-BANCO     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONF-PERFIL    PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONF-PAGTO     PIC 9(05) VALUE ZEROS.

       77 WS-FS-REG-CAPTURA         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-AUDIT         PIC X(02) VALUE SPACES.
       77 WS-FS-FORN-AUDIT          PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-OPERADORES          PIC X(02) VALUE SPACES.
       77 WS-FS-OPER-PERFIL         PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-SOD            PIC X(02) VALUE SPACES.
       77 WS-FS-SOD-RPT             PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-DIAS-BANCO             PIC 9(03) VALUE 30.
       77 WS-DIAS                   PIC S9(07) VALUE ZEROS.
       77 WS-DATA-DE                PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE               PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AUDIT             PIC 9(08) VALUE ZEROS.
       77 WS-OPR-BUSCA              PIC X(08) VALUE SPACES.
       77 WS-PAR-A                  PIC 9(02) VALUE ZEROS.
       77 WS-PAR-B                  PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * Ids the batch programs sign their own audit lines with - not
      * a person, so never one side of a conflict.
      ******************************************************************
       01  WS-USUARIO-TESTE          PIC X(08) VALUE SPACES.
           88  USUARIO-SISTEMA       VALUES 'BATCH' 'RETORNO'
                                            'REVERSAO' SPACES.

      ******************************************************************
      * The period reported on - one day, or a whole month (the end
      * is day 31 of the month for the comparison only).
      ******************************************************************
       01  WS-PERIODO                PIC X(01) VALUE 'D'.
           88  PERIODO-DIARIO        VALUE 'D'.
           88  PERIODO-MENSAL        VALUE 'M'.
       01  WS-DATA-REF               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REF-R REDEFINES WS-DATA-REF.
           05  WS-REF-ANO            PIC 9(04).
           05  WS-REF-MES            PIC 9(02).
           05  WS-REF-DIA            PIC 9(02).
       01  WS-PERIODO-INI            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO-INI-R REDEFINES WS-PERIODO-INI.
           05  WS-INI-ANO            PIC 9(04).
           05  WS-INI-MES            PIC 9(02).
           05  WS-INI-DIA            PIC 9(02).
       01  WS-PERIODO-FIM            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO-FIM-R REDEFINES WS-PERIODO-FIM.
           05  WS-FIM-ANO            PIC 9(04).
           05  WS-FIM-MES            PIC 9(02).
           05  WS-FIM-DIA            PIC 9(02).
       01  WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * The payment whose events are being read off the sort: who
      * keyed it, what it was and who last released it.
      ******************************************************************
       01  WS-PAGTO-ATUAL.
           05  WS-PGT-CHAVE          PIC 9(06) VALUE ZEROS.
           05  WS-PGT-DIGITADOR      PIC X(08) VALUE SPACES.
           05  WS-PGT-DATA-CAPT      PIC 9(08) VALUE ZEROS.
           05  WS-PGT-FORN-ID        PIC 9(05) VALUE ZEROS.
           05  WS-PGT-NOTA-FISC      PIC X(10) VALUE SPACES.
           05  WS-PGT-VALOR          PIC 9(09)V99 VALUE ZEROS.
           05  WS-PGT-MOEDA          PIC X(03) VALUE SPACES.
           05  WS-PGT-LIBERADOR      PIC X(08) VALUE SPACES.
           05  WS-PGT-CONFIRMADOR    PIC X(08) VALUE SPACES.
           05  WS-PGT-APROVADOR      PIC X(08) VALUE SPACES.

      ******************************************************************
      * The payment's operators, in the order a bank-change conflict
      * is laid at their door: keyer, confirmer, second approver,
      * releaser.
      ******************************************************************
       01  WS-PAPEIS.
           05  WS-PAPEL-OPER         OCCURS 4 TIMES
                                     INDEXED BY WS-PAP-IDX
                                     PIC X(08).

      ******************************************************************
      * Operators - OPERCAD first, then anyone the trails name who is
      * no longer on it - with the conflicts laid at each one's door.
      ******************************************************************
       01  WS-TABELA-OPER.
           05  WS-OPR-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID         PIC X(08).
               10  WS-OPR-NOME       PIC X(20).
               10  WS-OPR-ATIVO      PIC X(01).
               10  WS-OPR-QTD-APROV  PIC 9(05).
               10  WS-OPR-QTD-LIBER  PIC 9(05).
               10  WS-OPR-QTD-BANCO  PIC 9(05).
               10  WS-OPR-QTD-PERFIL PIC 9(05).
       77 WS-QTD-OPER               PIC 9(03) VALUE ZEROS.
       77 WS-OPR-TOTAL              PIC 9(06) VALUE ZEROS.

      ******************************************************************
      * Approved bank-detail changes recent enough to reach into the
      * period - a change more than the window before the period
      * starts can touch no payment in it.
      ******************************************************************
       01  WS-TABELA-TROCAS.
           05  WS-TRC-ITEM           OCCURS 5000 TIMES
                                     INDEXED BY WS-TRC-IDX.
               10  WS-TRC-FORN-ID    PIC 9(05).
               10  WS-TRC-DATA       PIC 9(08).
               10  WS-TRC-SOLICITANTE PIC X(08).
               10  WS-TRC-APROVADOR  PIC X(08).

      ******************************************************************
      * PROGMENU option pairs that must not sit with one operator -
      * keying invoices against confirming, releasing or re-issuing
      * them, or against approving bank changes; maintaining vendors
      * against approving their bank changes; maintaining court
      * orders against approving them.
      ******************************************************************
       01  WS-TABELA-PARES.
           05  FILLER                PIC X(44) VALUE
               '1004CAPTURA X CONFIRMACAO DE PAGAMENTOS     '.
           05  FILLER                PIC X(44) VALUE
               '1011CAPTURA X LIBERACAO DE PAGTOS RETIDOS   '.
           05  FILLER                PIC X(44) VALUE
               '1013CAPTURA X REEMISSAO DE PAGTOS DEVOLVIDOS'.
           05  FILLER                PIC X(44) VALUE
               '1012CAPTURA X APROVACAO DE MUDANCA BANCARIA '.
           05  FILLER                PIC X(44) VALUE
               '0712CADASTRO FORN. X APROV. MUDANCA BANCARIA'.
           05  FILLER                PIC X(44) VALUE
               '1415MANUTENCAO X APROVACAO DE PENHORAS      '.
       01  WS-TABELA-PARES-R REDEFINES WS-TABELA-PARES.
           05  WS-PAR-ITEM           OCCURS 6 TIMES
                                     INDEXED BY WS-PAR-IDX.
               10  WS-PAR-OPCAO-A    PIC 9(02).
               10  WS-PAR-OPCAO-B    PIC 9(02).
               10  WS-PAR-DESC       PIC X(40).

       01  WS-PERFIL-ATUAL.
           05  WS-PERF-OPCAO         OCCURS 15 TIMES PIC X(01).

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
      * Report lines.
      ******************************************************************
       01  WS-REPORT-TITULO.
           05  FILLER                PIC X(45)
               VALUE 'CONFLITOS DE SEGREGACAO DE FUNCOES   EMISSAO:'.
           05  WS-REPORT-EMISSAO     PIC 9(08).
           05  FILLER                PIC X(12) VALUE '   PERIODO: '.
           05  WS-REPORT-PERIODO     PIC X(18).
           05  FILLER                PIC X(30)
               VALUE '   JANELA MUDANCA BANCO DIAS: '.
           05  WS-REPORT-JANELA      PIC ZZ9.
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-PERIODO-EDIT.
           05  WS-PED-TIPO           PIC X(08).
           05  WS-PED-DATA           PIC X(10).

       01  WS-CABEC-ATUAL            PIC X(132) VALUE SPACES.

       01  WS-REPORT-SECAO.
           05  FILLER                PIC X(04) VALUE '*** '.
           05  WS-REPORT-SECAO-TEXTO PIC X(60).
           05  FILLER                PIC X(68) VALUE SPACES.

       01  WS-REPORT-CABEC-PGT.
           05  FILLER                PIC X(25) VALUE 'CONFLITO'.
           05  FILLER                PIC X(07) VALUE 'CHAVE'.
           05  FILLER                PIC X(11) VALUE 'DATA'.
           05  FILLER                PIC X(06) VALUE 'FORN'.
           05  FILLER                PIC X(11) VALUE 'NOTA'.
           05  FILLER                PIC X(14) VALUE '        VALOR'.
           05  FILLER                PIC X(04) VALUE 'MOE'.
           05  FILLER                PIC X(09) VALUE 'OPERADOR'.
           05  FILLER                PIC X(45) VALUE 'OBSERVACAO'.

       01  WS-REPORT-DET-PGT.
           05  WS-DET-TIPO           PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-CHAVE          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-DATA           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-FORN-ID        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-NOTA-FISC      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-VALOR          PIC ZZZZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-MOEDA          PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-OPERADOR       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-OBS            PIC X(45).

       01  WS-REPORT-CABEC-PRF.
           05  FILLER                PIC X(09) VALUE 'OPERADOR'.
           05  FILLER                PIC X(21) VALUE 'NOME'.
           05  FILLER                PIC X(08) VALUE 'OPCOES'.
           05  FILLER                PIC X(94) VALUE 'CONFLITO'.

       01  WS-REPORT-DET-PRF.
           05  WS-PRF-OPERADOR       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PRF-NOME           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PRF-OPCAO-A        PIC Z9.
           05  FILLER                PIC X(03) VALUE ' + '.
           05  WS-PRF-OPCAO-B        PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-PRF-DESC           PIC X(40).
           05  FILLER                PIC X(54) VALUE SPACES.

       01  WS-REPORT-CABEC-OPR.
           05  FILLER                PIC X(09) VALUE 'OPERADOR'.
           05  FILLER                PIC X(21) VALUE 'NOME'.
           05  FILLER                PIC X(08) VALUE '   APROV'.
           05  FILLER                PIC X(08) VALUE '   LIBER'.
           05  FILLER                PIC X(08) VALUE '   BANCO'.
           05  FILLER                PIC X(08) VALUE '  PERFIL'.
           05  FILLER                PIC X(08) VALUE '   TOTAL'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  WS-REPORT-DET-OPR.
           05  WS-OPD-OPERADOR       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-OPD-NOME           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-OPD-QTD-APROV      PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-OPD-QTD-LIBER      PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-OPD-QTD-BANCO      PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-OPD-QTD-PERFIL     PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-OPD-QTD-TOTAL      PIC ZZZZ9.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  WS-DATA-EDIT.
           05  WS-DED-DIA            PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-DED-MES            PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-DED-ANO            PIC 9(04).
       01  WS-DATA-TRAB              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DTR-ANO            PIC 9(04).
           05  WS-DTR-MES            PIC 9(02).
           05  WS-DTR-DIA            PIC 9(02).
       01  WS-DATA-EDIT-2            PIC X(10) VALUE SPACES.

       01  WS-MES-EDIT.
           05  WS-MED-MES            PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-MED-ANO            PIC 9(04).

       01  WS-REPORT-NENHUM.
           05  FILLER                PIC X(20)
               VALUE 'NENHUMA OCORRENCIA'.
           05  FILLER                PIC X(112) VALUE SPACES.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-ROTULO  PIC X(40).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-QTD     PIC ZZZZZZ9.
           05  FILLER                PIC X(84) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - parameters, operators and bank changes, then
      * every payment's events through the sort, the profile check
      * and the per-operator counts
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           MOVE 'CONFLITOS NOS PAGAMENTOS DO PERIODO'
                                       TO WS-REPORT-SECAO-TEXTO
           MOVE WS-REPORT-CABEC-PGT TO WS-CABEC-ATUAL
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SR-CHAVE
                                SR-DATA
                                SR-HORA
                                SR-TIPO
               INPUT  PROCEDURE IS 2000-CLASSIFICAR-EVENTOS
                                   THRU 2000-FIM
               OUTPUT PROCEDURE IS 2500-EXAMINAR-PAGAMENTOS
                                   THRU 2500-FIM

           PERFORM 4000-PERFIS-CONFLITANTES THRU 4000-EXIT
           PERFORM 4500-CONFLITOS-OPERADOR THRU 4500-EXIT
           PERFORM 5400-IMPRIMIR-TOTAIS THRU 5400-EXIT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the period, the operators, the recent bank
      * changes and the report
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
           MOVE WS-DATA-HOJE TO WS-DATA-REF
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
           PERFORM 1200-CARREGAR-OPERADORES THRU 1200-EXIT
           PERFORM 1300-CARREGAR-TROCAS THRU 1300-EXIT

           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST = '00'
               SET HA-HISTORICO TO TRUE
           ELSE
               DISPLAY 'SEM HISTORICO DE PAGAMENTOS, STATUS: '
                   WS-FS-PAGTO-HIST
           END-IF

           OPEN OUTPUT SOD-RPT
           IF WS-FS-SOD-RPT NOT = '00'
               MOVE 'SODRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-SOD-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE WS-DATA-HOJE    TO WS-REPORT-EMISSAO
           MOVE WS-PERIODO-EDIT TO WS-REPORT-PERIODO
           MOVE WS-DIAS-BANCO   TO WS-REPORT-JANELA
           MOVE WS-REPORT-TITULO TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LER-PARAMETROS - SODPARM, when supplied, names the kind
      * of period, the reference date and the bank-change window;
      * without it the run covers today with a 30-day window
      ******************************************************************
       1100-LER-PARAMETROS.
           OPEN INPUT PARM-SOD
           IF WS-FS-PARM-SOD = '00'
               READ PARM-SOD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SD-PERIODO = 'M'
                           SET PERIODO-MENSAL TO TRUE
                       END-IF
                       IF SD-DATA-REF NUMERIC AND SD-DATA-REF > ZEROS
                           MOVE SD-DATA-REF TO WS-DATA-REF
                       END-IF
                       IF SD-DIAS-BANCO NUMERIC
                          AND SD-DIAS-BANCO > ZEROS
                           MOVE SD-DIAS-BANCO TO WS-DIAS-BANCO
                       END-IF
               END-READ
               CLOSE PARM-SOD
           END-IF

           IF PERIODO-MENSAL
               MOVE WS-REF-ANO TO WS-INI-ANO WS-FIM-ANO
               MOVE WS-REF-MES TO WS-INI-MES WS-FIM-MES
               MOVE 01 TO WS-INI-DIA
               MOVE 31 TO WS-FIM-DIA
               MOVE WS-REF-MES TO WS-MED-MES
               MOVE WS-REF-ANO TO WS-MED-ANO
               MOVE 'MENSAL  ' TO WS-PED-TIPO
               MOVE WS-MES-EDIT TO WS-PED-DATA
           ELSE
               MOVE WS-DATA-REF TO WS-PERIODO-INI WS-PERIODO-FIM
               MOVE WS-DATA-REF TO WS-DATA-TRAB
               PERFORM 5500-EDITAR-DATA THRU 5500-EXIT
               MOVE 'DIARIO  ' TO WS-PED-TIPO
               MOVE WS-DATA-EDIT TO WS-PED-DATA
           END-IF
           DISPLAY 'PERIODO...............: ' WS-PERIODO-EDIT
           DISPLAY 'JANELA MUDANCA BANCO..: ' WS-DIAS-BANCO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-OPERADORES - every operator on OPERCAD, so the
      * report can name them; no OPERCAD leaves the names blank
      ******************************************************************
       1200-CARREGAR-OPERADORES.
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES NOT = '00'
               DISPLAY 'SEM CADASTRO DE OPERADORES, STATUS: '
                   WS-FS-OPERADORES
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LER-OPERADOR THRU 1210-EXIT
               UNTIL FIM-OPERADORES
           CLOSE OPERADORES.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-LER-OPERADOR - one operator into the table
      ******************************************************************
       1210-LER-OPERADOR.
           READ OPERADORES
               AT END
                   SET FIM-OPERADORES TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF WS-FS-OPERADORES NOT = '00'
               MOVE 'OPERCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-OPERADORES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE OP-ID TO WS-OPR-BUSCA
           PERFORM 5300-POSICIONAR-OPERADOR THRU 5300-EXIT
           MOVE OP-NOME  TO WS-OPR-NOME (WS-OPR-IDX)
           MOVE OP-ATIVO TO WS-OPR-ATIVO (WS-OPR-IDX).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-TROCAS - the approved bank changes dated no more
      * than the window before the period starts; no trail is no
      * change
      ******************************************************************
       1300-CARREGAR-TROCAS.
           OPEN INPUT FORN-AUDIT
           IF WS-FS-FORN-AUDIT NOT = '00'
               DISPLAY 'SEM TRILHA DE MUDANCAS BANCARIAS, STATUS: '
                   WS-FS-FORN-AUDIT
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LER-TROCA THRU 1310-EXIT
               UNTIL FIM-TROCAS
           CLOSE FORN-AUDIT.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-TROCA - one decision; a rejection changed nothing,
      * and a change after the period cannot precede a payment in it
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
              OR FA-DATA > WS-PERIODO-FIM
               GO TO 1310-EXIT
           END-IF
           IF FA-DATA < WS-PERIODO-INI
               MOVE FA-DATA        TO WS-DATA-DE
               MOVE WS-PERIODO-INI TO WS-DATA-ATE
               PERFORM 5600-CONTAR-DIAS THRU 5600-EXIT
               IF WS-DIAS < ZEROS OR WS-DIAS > WS-DIAS-BANCO
                   GO TO 1310-EXIT
               END-IF
           END-IF
           IF WS-QTD-TROCAS >= 5000
               MOVE 'FORNADTR' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-TROCAS
           SET WS-TRC-IDX TO WS-QTD-TROCAS
           MOVE FA-FORN-ID     TO WS-TRC-FORN-ID (WS-TRC-IDX)
           MOVE FA-DATA        TO WS-TRC-DATA (WS-TRC-IDX)
           MOVE FA-SOLICITANTE TO WS-TRC-SOLICITANTE (WS-TRC-IDX)
           MOVE FA-APROVADOR   TO WS-TRC-APROVADOR (WS-TRC-IDX).
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLASSIFICAR-EVENTOS - sort input: every capture and the
      * release and confirmation lines of the audit trail, up to the
      * end of the period
      ******************************************************************
       2000-CLASSIFICAR-EVENTOS.
           OPEN INPUT REGISTRO-CAPTURA
           IF WS-FS-REG-CAPTURA = '00'
               PERFORM 2010-LIBERAR-CAPTURA THRU 2010-EXIT
                   UNTIL FIM-CAPTURAS
               CLOSE REGISTRO-CAPTURA
           ELSE
               DISPLAY 'SEM REGISTRO DE CAPTURA, STATUS: '
                   WS-FS-REG-CAPTURA
           END-IF

           OPEN INPUT PAGTO-AUDIT
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 2020-LIBERAR-AUDITORIA THRU 2020-EXIT
               UNTIL FIM-AUDITORIA
           CLOSE PAGTO-AUDIT.
       2000-FIM.
           EXIT.

      ******************************************************************
      * 2010-LIBERAR-CAPTURA - one captured entry to the sort, with
      * the operator who keyed it
      ******************************************************************
       2010-LIBERAR-CAPTURA.
           READ REGISTRO-CAPTURA
               AT END
                   SET FIM-CAPTURAS TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF WS-FS-REG-CAPTURA NOT = '00'
               MOVE 'REGCAPT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REG-CAPTURA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CAPT-LIDAS
           IF RG-DATA NOT NUMERIC OR RG-DATA > WS-PERIODO-FIM
              OR RG-CHAVE NOT NUMERIC
               GO TO 2010-EXIT
           END-IF
           MOVE RG-CHAVE     TO SR-CHAVE
           MOVE RG-DATA      TO SR-DATA
           MOVE RG-HORA      TO SR-HORA
           SET SR-CAPTURA    TO TRUE
           MOVE RG-OPERADOR  TO SR-OPERADOR
           MOVE SPACES       TO SR-APROVADOR
           MOVE RG-FORN-ID   TO SR-FORN-ID
           MOVE RG-NOTA-FISC TO SR-NOTA-FISC
           MOVE RG-VALOR     TO SR-VALOR
           MOVE RG-MOEDA     TO SR-MOEDA
           RELEASE SORT-WORK-REG.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2020-LIBERAR-AUDITORIA - one audit line to the sort when it is
      * a confirmation (anything going to C) or an operator's release
      * of a held or returned payment (P staying P under a person's
      * id - PROGLIBR and PROGREEM); the rest of the trail says
      * nothing about who handled the money
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
           MOVE AU-DATA TO WS-DATA-AUDIT
           IF WS-DATA-AUDIT > WS-PERIODO-FIM
               GO TO 2020-EXIT
           END-IF
           MOVE AU-USUARIO TO WS-USUARIO-TESTE
           EVALUATE TRUE
               WHEN AU-SITU-NOVA = 'C' AND AU-SITU-ANT NOT = 'C'
                   SET SR-CONFIRMACAO TO TRUE
                   IF USUARIO-SISTEMA
                       MOVE SPACES TO SR-OPERADOR
                   ELSE
                       MOVE AU-USUARIO TO SR-OPERADOR
                   END-IF
                   MOVE AU-APROVADOR TO SR-APROVADOR
               WHEN AU-SITU-ANT = 'P' AND AU-SITU-NOVA = 'P'
                AND NOT USUARIO-SISTEMA
                   SET SR-LIBERACAO TO TRUE
                   MOVE AU-USUARIO TO SR-OPERADOR
                   MOVE SPACES     TO SR-APROVADOR
               WHEN OTHER
                   GO TO 2020-EXIT
           END-EVALUATE
           MOVE AU-CHAVE      TO SR-CHAVE
           MOVE WS-DATA-AUDIT TO SR-DATA
           MOVE AU-HORA       TO SR-HORA
           MOVE ZEROS         TO SR-FORN-ID
           MOVE SPACES        TO SR-NOTA-FISC
           MOVE ZEROS         TO SR-VALOR
           MOVE SPACES        TO SR-MOEDA
           RELEASE SORT-WORK-REG.
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EXAMINAR-PAGAMENTOS - sort output: each payment's events
      * in order
      ******************************************************************
       2500-EXAMINAR-PAGAMENTOS.
           SET FIM-SORT TO FALSE
           PERFORM 2510-RETORNAR-EVENTO THRU 2510-EXIT
               UNTIL FIM-SORT
           IF WS-QTD-CONF-PAGTO = ZEROS
               MOVE WS-REPORT-NENHUM TO SOD-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       2500-FIM.
           EXIT.

      ******************************************************************
      * 2510-RETORNAR-EVENTO - one event: a capture starts the
      * payment's story afresh, a release or a confirmation is
      * checked against it
      ******************************************************************
       2510-RETORNAR-EVENTO.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 2510-EXIT
           END-RETURN

           IF SR-CHAVE NOT = WS-PGT-CHAVE OR SR-CAPTURA
               PERFORM 2600-INICIAR-PAGAMENTO THRU 2600-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SR-CAPTURA
                   SET PGT-CAPTURADO TO TRUE
                   MOVE SR-OPERADOR  TO WS-PGT-DIGITADOR
                   MOVE SR-DATA      TO WS-PGT-DATA-CAPT
                   MOVE SR-FORN-ID   TO WS-PGT-FORN-ID
                   MOVE SR-NOTA-FISC TO WS-PGT-NOTA-FISC
                   MOVE SR-VALOR     TO WS-PGT-VALOR
                   MOVE SR-MOEDA     TO WS-PGT-MOEDA
               WHEN SR-LIBERACAO
                   PERFORM 2700-EXAMINAR-LIBERACAO THRU 2700-EXIT
               WHEN SR-CONFIRMACAO
                   PERFORM 2800-EXAMINAR-CONFIRMACAO THRU 2800-EXIT
           END-EVALUATE.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-INICIAR-PAGAMENTO - forget the previous payment
      ******************************************************************
       2600-INICIAR-PAGAMENTO.
           SET PGT-CAPTURADO TO FALSE
           MOVE SR-CHAVE TO WS-PGT-CHAVE
           MOVE SPACES   TO WS-PGT-DIGITADOR
           MOVE ZEROS    TO WS-PGT-DATA-CAPT
           MOVE ZEROS    TO WS-PGT-FORN-ID
           MOVE SPACES   TO WS-PGT-NOTA-FISC
           MOVE ZEROS    TO WS-PGT-VALOR
           MOVE SPACES   TO WS-PGT-MOEDA
           MOVE SPACES   TO WS-PGT-LIBERADOR
           MOVE SPACES   TO WS-PGT-CONFIRMADOR
           MOVE SPACES   TO WS-PGT-APROVADOR.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-EXAMINAR-LIBERACAO - a release in the period by the
      * operator who keyed the payment is a conflict; the releaser is
      * kept for the bank-change check at confirmation
      ******************************************************************
       2700-EXAMINAR-LIBERACAO.
           MOVE SR-OPERADOR TO WS-PGT-LIBERADOR
           IF SR-DATA < WS-PERIODO-INI
               GO TO 2700-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIBERACOES
           IF NOT PGT-CAPTURADO OR SR-OPERADOR NOT = WS-PGT-DIGITADOR
               GO TO 2700-EXIT
           END-IF
           ADD 1 TO WS-QTD-CONF-LIBER
           MOVE SR-OPERADOR TO WS-OPR-BUSCA
           PERFORM 5300-POSICIONAR-OPERADOR THRU 5300-EXIT
           ADD 1 TO WS-OPR-QTD-LIBER (WS-OPR-IDX)
           MOVE 'LIBERADO PELO DIGITADOR' TO WS-DET-TIPO
           MOVE WS-PGT-DATA-CAPT TO WS-DATA-TRAB
           PERFORM 5500-EDITAR-DATA THRU 5500-EXIT
           MOVE SPACES TO WS-DET-OBS
           STRING 'DIGITADO EM '        DELIMITED BY SIZE
                  WS-DATA-EDIT          DELIMITED BY SIZE
                  ' E LIBERADO PELO MESMO' DELIMITED BY SIZE
               INTO WS-DET-OBS
           END-STRING
           PERFORM 2900-IMPRIMIR-CONFLITO THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-EXAMINAR-CONFIRMACAO - a payment confirmed in the period:
      * keyed and confirmed (or second-approved) by one operator, and
      * paid to a vendor inside the window after a bank change one of
      * its own operators asked for or approved
      ******************************************************************
       2800-EXAMINAR-CONFIRMACAO.
           MOVE SR-OPERADOR  TO WS-PGT-CONFIRMADOR
           MOVE SR-APROVADOR TO WS-PGT-APROVADOR
           IF SR-DATA < WS-PERIODO-INI
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO WS-QTD-PAGTOS
           IF NOT PGT-CAPTURADO
               PERFORM 2810-BUSCAR-HISTORICO THRU 2810-EXIT
           END-IF

           IF PGT-CAPTURADO AND WS-PGT-DIGITADOR NOT = SPACES
              AND (WS-PGT-DIGITADOR = WS-PGT-CONFIRMADOR
                OR WS-PGT-DIGITADOR = WS-PGT-APROVADOR)
               ADD 1 TO WS-QTD-CONF-APROV
               MOVE WS-PGT-DIGITADOR TO WS-OPR-BUSCA
               PERFORM 5300-POSICIONAR-OPERADOR THRU 5300-EXIT
               ADD 1 TO WS-OPR-QTD-APROV (WS-OPR-IDX)
               MOVE 'DIGITADO E APROVADO' TO WS-DET-TIPO
               MOVE WS-PGT-DATA-CAPT TO WS-DATA-TRAB
               PERFORM 5500-EDITAR-DATA THRU 5500-EXIT
               MOVE SPACES TO WS-DET-OBS
               STRING 'DIG.'             DELIMITED BY SIZE
                      WS-DATA-EDIT       DELIMITED BY SIZE
                      ' CONF.'           DELIMITED BY SIZE
                      WS-PGT-CONFIRMADOR DELIMITED BY SIZE
                      ' 2A APR.'         DELIMITED BY SIZE
                      WS-PGT-APROVADOR   DELIMITED BY SIZE
                   INTO WS-DET-OBS
               END-STRING
               PERFORM 2900-IMPRIMIR-CONFLITO THRU 2900-EXIT
           END-IF

           IF WS-PGT-FORN-ID = ZEROS OR WS-QTD-TROCAS = ZEROS
               GO TO 2800-EXIT
           END-IF
           MOVE WS-PGT-DIGITADOR   TO WS-PAPEL-OPER (1)
           MOVE WS-PGT-CONFIRMADOR TO WS-PAPEL-OPER (2)
           MOVE WS-PGT-APROVADOR   TO WS-PAPEL-OPER (3)
           MOVE WS-PGT-LIBERADOR   TO WS-PAPEL-OPER (4)
           PERFORM 2820-EXAMINAR-TROCA THRU 2820-EXIT
               VARYING WS-TRC-IDX FROM 1 BY 1
               UNTIL WS-TRC-IDX > WS-QTD-TROCAS.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-BUSCAR-HISTORICO - a payment PROGCAPT never keyed (a
      * generated occurrence, a late charge) takes its vendor and
      * figures from its PAGHIST line of the confirmation date
      ******************************************************************
       2810-BUSCAR-HISTORICO.
           IF NOT HA-HISTORICO
               GO TO 2810-EXIT
           END-IF
           MOVE SR-DATA  TO PH-DATA-RUN
           MOVE SR-CHAVE TO PH-CHAVE
           READ PAGTO-HIST
               KEY IS PH-CHAVE-HIST
               INVALID KEY
                   GO TO 2810-EXIT
           END-READ
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF PH-CHAVE NOT < 990001
               GO TO 2810-EXIT
           END-IF
           MOVE PH-FORN-ID   TO WS-PGT-FORN-ID
           MOVE PH-NOTA-FISC TO WS-PGT-NOTA-FISC
           MOVE PH-VALOR     TO WS-PGT-VALOR
           MOVE PH-MOEDA     TO WS-PGT-MOEDA.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2820-EXAMINAR-TROCA - one recent bank change: the vendor's,
      * on or before the payment, inside the window, and requested or
      * approved by one of the payment's operators
      ******************************************************************
       2820-EXAMINAR-TROCA.
           IF WS-TRC-FORN-ID (WS-TRC-IDX) NOT = WS-PGT-FORN-ID
              OR WS-TRC-DATA (WS-TRC-IDX) > SR-DATA
               GO TO 2820-EXIT
           END-IF
           MOVE WS-TRC-DATA (WS-TRC-IDX) TO WS-DATA-DE
           MOVE SR-DATA                  TO WS-DATA-ATE
           PERFORM 5600-CONTAR-DIAS THRU 5600-EXIT
           IF WS-DIAS < ZEROS OR WS-DIAS > WS-DIAS-BANCO
               GO TO 2820-EXIT
           END-IF
           SET WS-PAP-IDX TO 1
           SEARCH WS-PAPEL-OPER
               AT END
                   GO TO 2820-EXIT
               WHEN WS-PAPEL-OPER (WS-PAP-IDX) NOT = SPACES
                AND (WS-PAPEL-OPER (WS-PAP-IDX)
                                  = WS-TRC-SOLICITANTE (WS-TRC-IDX)
                  OR WS-PAPEL-OPER (WS-PAP-IDX)
                                  = WS-TRC-APROVADOR (WS-TRC-IDX))
                   CONTINUE
           END-SEARCH

           ADD 1 TO WS-QTD-CONF-BANCO
           MOVE WS-PAPEL-OPER (WS-PAP-IDX) TO WS-OPR-BUSCA
           PERFORM 5300-POSICIONAR-OPERADOR THRU 5300-EXIT
           ADD 1 TO WS-OPR-QTD-BANCO (WS-OPR-IDX)
           MOVE 'PAGO APOS MUDANCA BANCO' TO WS-DET-TIPO
           MOVE WS-TRC-DATA (WS-TRC-IDX) TO WS-DATA-TRAB
           PERFORM 5500-EDITAR-DATA THRU 5500-EXIT
           MOVE SPACES TO WS-DET-OBS
           STRING 'BANCO '                  DELIMITED BY SIZE
                  WS-DATA-EDIT              DELIMITED BY SIZE
                  ' SOL.'                   DELIMITED BY SIZE
                  WS-TRC-SOLICITANTE (WS-TRC-IDX) DELIMITED BY SIZE
                  ' APR.'                   DELIMITED BY SIZE
                  WS-TRC-APROVADOR (WS-TRC-IDX)   DELIMITED BY SIZE
               INTO WS-DET-OBS
           END-STRING
           PERFORM 2900-IMPRIMIR-CONFLITO THRU 2900-EXIT.
       2820-EXIT.
           EXIT.

      ******************************************************************
      * 2900-IMPRIMIR-CONFLITO - the payment at hand, the event date,
      * the operator the conflict is laid against (WS-OPR-IDX) and
      * the type and remark the caller has set
      ******************************************************************
       2900-IMPRIMIR-CONFLITO.
           ADD 1 TO WS-QTD-CONF-PAGTO
           MOVE SR-CHAVE TO WS-DET-CHAVE
           MOVE SR-DATA  TO WS-DATA-TRAB
           PERFORM 5500-EDITAR-DATA THRU 5500-EXIT
           MOVE WS-DATA-EDIT       TO WS-DET-DATA
           MOVE WS-PGT-FORN-ID     TO WS-DET-FORN-ID
           MOVE WS-PGT-NOTA-FISC   TO WS-DET-NOTA-FISC
           MOVE WS-PGT-VALOR       TO WS-DET-VALOR
           MOVE WS-PGT-MOEDA       TO WS-DET-MOEDA
           MOVE WS-OPR-ID (WS-OPR-IDX) TO WS-DET-OPERADOR
           MOVE WS-REPORT-DET-PGT TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report what ran
      ******************************************************************
       3000-FINALIZE.
           IF HA-HISTORICO
               CLOSE PAGTO-HIST
           END-IF
           CLOSE SOD-RPT
           CLOSE JOB-LOG
           DISPLAY 'CAPTURAS LIDAS........: ' WS-QTD-CAPT-LIDAS
           DISPLAY 'LINHAS DE AUDITORIA...: ' WS-QTD-AUDIT-LIDAS
           DISPLAY 'MUDANCAS BANCARIAS....: ' WS-QTD-TROCAS
           DISPLAY 'PAGTOS CONFIRMADOS....: ' WS-QTD-PAGTOS
           DISPLAY 'LIBERACOES............: ' WS-QTD-LIBERACOES
           DISPLAY 'DIGITADO E APROVADO...: ' WS-QTD-CONF-APROV
           DISPLAY 'LIBERADO P/ DIGITADOR.: ' WS-QTD-CONF-LIBER
           DISPLAY 'APOS MUDANCA BANCARIA.: ' WS-QTD-CONF-BANCO
           DISPLAY 'PERFIS CONFLITANTES...: ' WS-QTD-CONF-PERFIL.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PERFIS-CONFLITANTES - active operators whose OPERPERF
      * profile grants both options of a conflicting pair; an
      * operator with no profile can run nothing and is not listed
      ******************************************************************
       4000-PERFIS-CONFLITANTES.
           MOVE 'PERFIS COM OPCOES CONFLITANTES NO PROGMENU'
                                       TO WS-REPORT-SECAO-TEXTO
           MOVE WS-REPORT-CABEC-PRF TO WS-CABEC-ATUAL
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           OPEN INPUT OPER-PERFIL
           IF WS-FS-OPER-PERFIL = '00'
               PERFORM 4010-LER-PERFIL THRU 4010-EXIT
                   UNTIL FIM-PERFIS
               CLOSE OPER-PERFIL
           ELSE
               DISPLAY 'SEM ARQUIVO DE PERFIS, STATUS: '
                   WS-FS-OPER-PERFIL
           END-IF
           IF WS-QTD-CONF-PERFIL = ZEROS
               MOVE WS-REPORT-NENHUM TO SOD-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-LER-PERFIL - one profile against every conflicting pair
      ******************************************************************
       4010-LER-PERFIL.
           READ OPER-PERFIL
               AT END
                   SET FIM-PERFIS TO TRUE
                   GO TO 4010-EXIT
           END-READ
           IF WS-FS-OPER-PERFIL NOT = '00'
               MOVE 'OPERPERF' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-OPER-PERFIL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-PERFIS
           MOVE PR-ID TO WS-OPR-BUSCA
           PERFORM 5300-POSICIONAR-OPERADOR THRU 5300-EXIT
           IF WS-OPR-ATIVO (WS-OPR-IDX) NOT = 'S'
               GO TO 4010-EXIT
           END-IF
           MOVE PR-OPCOES TO WS-PERFIL-ATUAL
           PERFORM 4020-CONFERIR-PAR THRU 4020-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > 6.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4020-CONFERIR-PAR - both options of the pair granted
      ******************************************************************
       4020-CONFERIR-PAR.
           MOVE WS-PAR-OPCAO-A (WS-PAR-IDX) TO WS-PAR-A
           MOVE WS-PAR-OPCAO-B (WS-PAR-IDX) TO WS-PAR-B
           IF WS-PERF-OPCAO (WS-PAR-A) NOT = 'S'
              OR WS-PERF-OPCAO (WS-PAR-B) NOT = 'S'
               GO TO 4020-EXIT
           END-IF
           ADD 1 TO WS-QTD-CONF-PERFIL
           ADD 1 TO WS-OPR-QTD-PERFIL (WS-OPR-IDX)
           MOVE WS-OPR-ID (WS-OPR-IDX)   TO WS-PRF-OPERADOR
           MOVE WS-OPR-NOME (WS-OPR-IDX) TO WS-PRF-NOME
           MOVE WS-PAR-A                 TO WS-PRF-OPCAO-A
           MOVE WS-PAR-B                 TO WS-PRF-OPCAO-B
           MOVE WS-PAR-DESC (WS-PAR-IDX) TO WS-PRF-DESC
           MOVE WS-REPORT-DET-PRF TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4020-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CONFLITOS-OPERADOR - each operator with a conflict of any
      * kind, with the count of each
      ******************************************************************
       4500-CONFLITOS-OPERADOR.
           MOVE 'CONFLITOS POR OPERADOR'
                                       TO WS-REPORT-SECAO-TEXTO
           MOVE WS-REPORT-CABEC-OPR TO WS-CABEC-ATUAL
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           SET OPR-LISTADO TO FALSE
           PERFORM 4510-IMPRIMIR-OPERADOR THRU 4510-EXIT
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-QTD-OPER
           IF NOT OPR-LISTADO
               MOVE WS-REPORT-NENHUM TO SOD-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4510-IMPRIMIR-OPERADOR - one operator's counts, if any
      ******************************************************************
       4510-IMPRIMIR-OPERADOR.
           COMPUTE WS-OPR-TOTAL = WS-OPR-QTD-APROV (WS-OPR-IDX)
                                + WS-OPR-QTD-LIBER (WS-OPR-IDX)
                                + WS-OPR-QTD-BANCO (WS-OPR-IDX)
                                + WS-OPR-QTD-PERFIL (WS-OPR-IDX)
           IF WS-OPR-TOTAL = ZEROS
               GO TO 4510-EXIT
           END-IF
           SET OPR-LISTADO TO TRUE
           MOVE WS-OPR-ID (WS-OPR-IDX)         TO WS-OPD-OPERADOR
           MOVE WS-OPR-NOME (WS-OPR-IDX)       TO WS-OPD-NOME
           MOVE WS-OPR-QTD-APROV (WS-OPR-IDX)  TO WS-OPD-QTD-APROV
           MOVE WS-OPR-QTD-LIBER (WS-OPR-IDX)  TO WS-OPD-QTD-LIBER
           MOVE WS-OPR-QTD-BANCO (WS-OPR-IDX)  TO WS-OPD-QTD-BANCO
           MOVE WS-OPR-QTD-PERFIL (WS-OPR-IDX) TO WS-OPD-QTD-PERFIL
           MOVE WS-OPR-TOTAL                   TO WS-OPD-QTD-TOTAL
           MOVE WS-REPORT-DET-OPR TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE SOD-RPT-REG
           IF WS-FS-SOD-RPT NOT = '00'
               MOVE 'SODRPT'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-SOD-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-TITULO-SECAO - blank line, the section's title and the
      * column headings the caller left in WS-CABEC-ATUAL
      ******************************************************************
       5200-TITULO-SECAO.
           MOVE SPACES TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-SECAO TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-CABEC-ATUAL TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-POSICIONAR-OPERADOR - WS-OPR-IDX on WS-OPR-BUSCA, adding
      * the operator when the table does not have it yet
      ******************************************************************
       5300-POSICIONAR-OPERADOR.
           SET OPR-ACHADO TO FALSE
           SET WS-OPR-IDX TO 1
           SEARCH WS-OPR-ITEM
               AT END
                   CONTINUE
               WHEN WS-OPR-IDX > WS-QTD-OPER
                   CONTINUE
               WHEN WS-OPR-ID (WS-OPR-IDX) = WS-OPR-BUSCA
                   SET OPR-ACHADO TO TRUE
           END-SEARCH
           IF OPR-ACHADO
               GO TO 5300-EXIT
           END-IF
           IF WS-QTD-OPER >= 500
               MOVE 'OPERCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'  TO WS-ERRO-OPERACAO
               MOVE 'OV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-OPER
           SET WS-OPR-IDX TO WS-QTD-OPER
           MOVE WS-OPR-BUSCA       TO WS-OPR-ID (WS-OPR-IDX)
           MOVE 'NAO CADASTRADO'   TO WS-OPR-NOME (WS-OPR-IDX)
           MOVE 'N'                TO WS-OPR-ATIVO (WS-OPR-IDX)
           MOVE ZEROS TO WS-OPR-QTD-APROV (WS-OPR-IDX)
           MOVE ZEROS TO WS-OPR-QTD-LIBER (WS-OPR-IDX)
           MOVE ZEROS TO WS-OPR-QTD-BANCO (WS-OPR-IDX)
           MOVE ZEROS TO WS-OPR-QTD-PERFIL (WS-OPR-IDX).
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-TOTAIS - conflicts per kind
      ******************************************************************
       5400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'PAGAMENTOS CONFIRMADOS NO PERIODO.......'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-PAGTOS TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'DIGITADOS E APROVADOS PELO MESMO........'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONF-APROV TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'LIBERADOS PELO PROPRIO DIGITADOR........'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONF-LIBER TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'PAGOS APOS MUDANCA BANCARIA PROPRIA.....'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONF-BANCO TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'PARES DE OPCOES CONFLITANTES NO PERFIL..'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONF-PERFIL TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO SOD-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5500-EDITAR-DATA - WS-DATA-TRAB as dd/mm/aaaa in WS-DATA-EDIT
      ******************************************************************
       5500-EDITAR-DATA.
           MOVE WS-DTR-DIA TO WS-DED-DIA
           MOVE WS-DTR-MES TO WS-DED-MES
           MOVE WS-DTR-ANO TO WS-DED-ANO.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5600-CONTAR-DIAS - calendar days from WS-DATA-DE to
      * WS-DATA-ATE through the date service; -1 when either date is
      * not a date
      ******************************************************************
       5600-CONTAR-DIAS.
           MOVE -1 TO WS-DIAS
           MOVE 'DIF'       TO DSRV-FUNCAO
           MOVE WS-DATA-DE  TO DSRV-DATA
           MOVE WS-DATA-ATE TO DSRV-DATA-2
           MOVE SPACES      TO DSRV-MOEDA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO = ZEROS
               MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS
           END-IF.
       5600-EXIT.
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
       END PROGRAM PROGSODR.
