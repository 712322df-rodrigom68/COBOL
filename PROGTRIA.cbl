      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: periodic data-quality and fraud screen over the
      *          FORNCAD vendor master and its FORNPEND pending bank
      *          changes - lists, each finding with the vendors
      *          involved and the date PAGHIST last paid them:
      *            - the same CNPJ/CPF under more than one FORN-ID;
      *            - the same bank/branch/account on more than one
      *              vendor (a pending change counts as the account
      *              the vendor is about to have);
      *            - vendor accounts that match an account on the
      *              CONTAFUN employee account list;
      *            - active vendors PAGHIST has not paid in the last
      *              TRIAPARM months (default 12) - candidates for
      *              deactivation;
      *            - tax ids on the master whose check digits do not
      *              agree (records keyed before PROGFORN checked
      *              them).
      *          Read-only; the report goes to audit for follow-up.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the vendor-master screen.
      * 15/10/2026 RFS  FORNPEND record widened for the overseas account
      *                 fields PROGFORN now parks with a bank change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRIA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT FORN-PENDENTE ASSIGN TO "FORNPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-FORN-ID
               FILE STATUS IS WS-FS-FORN-PEND.
           SELECT PAGTO-HIST   ASSIGN TO "PAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE-HIST
               FILE STATUS IS WS-FS-PAGTO-HIST.
           SELECT CONTAS-FUNC  ASSIGN TO "CONTAFUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTAS-FUNC.
           SELECT PARM-TRIAGEM ASSIGN TO "TRIAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-TRIA.
           SELECT SORT-WORK    ASSIGN TO "TRIASORT".
           SELECT TRIA-RPT     ASSIGN TO "TRIARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIA-RPT.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

       FD  FORN-PENDENTE
           RECORDING MODE IS F.
       01  FORN-PENDENTE-REG.
           05  FP-FORN-ID                PIC 9(05).
           05  FP-BANCO-ANT              PIC 9(03).
           05  FP-AGENCIA-ANT            PIC 9(04).
           05  FP-CONTA-ANT              PIC 9(10).
           05  FP-BANCO-NOVO             PIC 9(03).
           05  FP-AGENCIA-NOVA           PIC 9(04).
           05  FP-CONTA-NOVA             PIC 9(10).
           05  FP-OPERADOR               PIC X(08).
           05  FP-DATA                   PIC 9(08).
           05  FP-SWIFT-ANT              PIC X(11).
           05  FP-CONTA-EXT-ANT          PIC X(34).
           05  FP-SWIFT-INT-ANT          PIC X(11).
           05  FP-SWIFT-NOVO             PIC X(11).
           05  FP-CONTA-EXT-NOVA         PIC X(34).
           05  FP-SWIFT-INT-NOVO         PIC X(11).

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

      ******************************************************************
      * Employee bank accounts, as supplied by payroll - one line per
      * employee account.
      ******************************************************************
       FD  CONTAS-FUNC
           RECORDING MODE IS F.
       01  CONTAS-FUNC-REG.
           05  FU-MATRICULA              PIC X(08).
           05  FU-NOME                   PIC X(30).
           05  FU-BANCO                  PIC 9(03).
           05  FU-AGENCIA                PIC 9(04).
           05  FU-CONTA                  PIC 9(10).

       FD  PARM-TRIAGEM
           RECORDING MODE IS F.
       01  PARM-TRIAGEM-REG.
           05  TR-MESES                  PIC 9(02).

      ******************************************************************
      * Sort work - one line per tax id or per account a vendor
      * holds; lines with the same key sort together, so a key held
      * by more than one vendor comes out as one group.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-REG.
           05  SR-CHAVE                  PIC X(19).
           05  SR-FORN-ID                PIC 9(05).
           05  SR-ORIGEM                 PIC X(01).
               88  SR-DO-CADASTRO        VALUE 'C'.
               88  SR-PENDENTE           VALUE 'P'.

       FD  TRIA-RPT
           RECORDING MODE IS F.
       01  TRIA-RPT-REG                  PIC X(132).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-FORN           PIC X(01) VALUE 'N'.
               88  FIM-FORNECEDORES  VALUE 'S' FALSE 'N'.
           05  WS-EOF-PEND           PIC X(01) VALUE 'N'.
               88  FIM-PENDENTES     VALUE 'S' FALSE 'N'.
           05  WS-EOF-HIST           PIC X(01) VALUE 'N'.
               88  FIM-PAGTO-HIST    VALUE 'S' FALSE 'N'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-FORN-SITUACAO      PIC X(01) VALUE 'N'.
               88  FORN-ACHADO       VALUE 'S' FALSE 'N'.
           05  WS-FUNC-SITUACAO      PIC X(01) VALUE 'N'.
               88  FUNC-ACHADO       VALUE 'S' FALSE 'N'.
           05  WS-DOC-SITUACAO       PIC X(01) VALUE 'N'.
               88  DOCUMENTO-OK      VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ACHADOS        PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CNPJ-DUPL      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONTA-COMP     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONTA-FUNC     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-SEM-MOVIM      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-DOC-INVAL      PIC 9(05) VALUE ZEROS.

       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-FORN-PEND           PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-CONTAS-FUNC         PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-TRIA           PIC X(02) VALUE SPACES.
       77 WS-FS-TRIA-RPT            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-MESES-SEM-PAGTO        PIC 9(02) VALUE 12.
       77 WS-MESES-TOTAL            PIC 9(07) VALUE ZEROS.
       77 WS-FORN-BUSCA             PIC 9(05) VALUE ZEROS.
       77 WS-SECAO-TITULO           PIC X(60) VALUE SPACES.

      ******************************************************************
      * Run date and the dormancy cutoff - a vendor last paid before
      * the cutoff (or never) is a deactivation candidate.
      ******************************************************************
       01  WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO           PIC 9(04).
           05  WS-HOJE-MES           PIC 9(02).
           05  WS-HOJE-DIA           PIC 9(02).
       01  WS-DATA-CORTE             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05  WS-CORTE-ANO          PIC 9(04).
           05  WS-CORTE-MES          PIC 9(02).
           05  WS-CORTE-DIA          PIC 9(02).

      ******************************************************************
      * A bank account as a sort/report key: bank/branch/account.
      ******************************************************************
       01  WS-CONTA-CHAVE.
           05  WS-CCH-BANCO          PIC 9(03).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-CCH-AGENCIA        PIC 9(04).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-CCH-CONTA          PIC 9(10).

      ******************************************************************
      * The vendor master in FORN-ID order (FORNCAD is read in key
      * order), with the pending bank change if there is one and the
      * date PAGHIST last paid the vendor.
      ******************************************************************
       77 WS-QTD-FORN               PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-FORN.
           05  WS-FRN-ITEM           OCCURS 1 TO 9000 TIMES
                                     DEPENDING ON WS-QTD-FORN
                                     ASCENDING KEY IS WS-FRN-ID
                                     INDEXED BY WS-FRN-IDX.
               10  WS-FRN-ID         PIC 9(05).
               10  WS-FRN-RAZAO      PIC X(30).
               10  WS-FRN-CNPJ       PIC X(14).
               10  WS-FRN-BANCO      PIC 9(03).
               10  WS-FRN-AGENCIA    PIC 9(04).
               10  WS-FRN-CONTA      PIC 9(10).
               10  WS-FRN-ATIVO      PIC X(01).
                   88  WS-FRN-EH-ATIVO VALUE 'S'.
               10  WS-FRN-TEM-PEND   PIC X(01).
                   88  WS-FRN-COM-PEND VALUE 'S'.
               10  WS-FRN-PEND-BANCO PIC 9(03).
               10  WS-FRN-PEND-AGENCIA PIC 9(04).
               10  WS-FRN-PEND-CONTA PIC 9(10).
               10  WS-FRN-ULT-PAGTO  PIC 9(08).

      ******************************************************************
      * Employee accounts from CONTAFUN.
      ******************************************************************
       01  WS-TABELA-FUNC.
           05  WS-FUN-ITEM           OCCURS 3000 TIMES
                                     INDEXED BY WS-FUN-IDX.
               10  WS-FUN-MATRICULA  PIC X(08).
               10  WS-FUN-NOME       PIC X(30).
               10  WS-FUN-BANCO      PIC 9(03).
               10  WS-FUN-AGENCIA    PIC 9(04).
               10  WS-FUN-CONTA      PIC 9(10).
       77 WS-QTD-FUNC               PIC 9(04) VALUE ZEROS.
       77 WS-BUSCA-BANCO            PIC 9(03) VALUE ZEROS.
       77 WS-BUSCA-AGENCIA          PIC 9(04) VALUE ZEROS.
       77 WS-BUSCA-CONTA            PIC 9(10) VALUE ZEROS.

      ******************************************************************
      * The sort group being gathered - every vendor holding one key.
      * It is a finding only when more than one vendor holds it.
      ******************************************************************
       01  WS-TABELA-GRUPO.
           05  WS-GRP-ITEM           OCCURS 200 TIMES
                                     INDEXED BY WS-GRP-IDX.
               10  WS-GRP-FORN-ID    PIC 9(05).
               10  WS-GRP-ORIGEM     PIC X(01).
       77 WS-QTD-GRUPO              PIC 9(03) VALUE ZEROS.
       77 WS-GRP-DISTINTOS          PIC 9(03) VALUE ZEROS.
       77 WS-GRP-CHAVE              PIC X(19) VALUE SPACES.
       77 WS-GRP-ULT-FORN           PIC 9(05) VALUE ZEROS.

      ******************************************************************
      * Tax id under check - a CNPJ is 14 digits, a CPF 11 digits
      * left-justified with the last three positions blank; the last
      * two digits of either are mod-11 check digits, worked out the
      * way PROGFORN checks them on entry.
      ******************************************************************
       01  WS-DOCUMENTO.
           05  WS-DOC-NUMERO         PIC X(14).
           05  WS-DOC-NUMERO-D REDEFINES WS-DOC-NUMERO.
               10  WS-DOC-DIG        PIC 9(01) OCCURS 14 TIMES.
           05  WS-DOC-NUMERO-CPF REDEFINES WS-DOC-NUMERO.
               10  WS-DOC-CPF        PIC X(11).
               10  WS-DOC-CPF-BRANCO PIC X(03).
       77 WS-DOC-PRIMEIRO           PIC X(01) VALUE SPACE.
       77 WS-DOC-IGUAIS             PIC 9(02) VALUE ZEROS.
       77 WS-DOC-TAMANHO            PIC 9(02) VALUE ZEROS.
       77 WS-DOC-POS                PIC 9(02) VALUE ZEROS.
       77 WS-DOC-POS-FIM            PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PESO               PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PESO-MAX           PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PRODUTO            PIC 9(03) VALUE ZEROS.
       77 WS-DOC-SOMA               PIC 9(05) VALUE ZEROS.
       77 WS-DOC-QUOCIENTE          PIC 9(05) VALUE ZEROS.
       77 WS-DOC-RESTO              PIC 9(02) VALUE ZEROS.
       77 WS-DOC-DV-CALC            PIC 9(02) VALUE ZEROS.
       77 WS-DOC-MOTIVO             PIC X(30) VALUE SPACES.

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
           05  FILLER                PIC X(46)
               VALUE 'TRIAGEM DO CADASTRO DE FORNECEDORES   EMISSAO:'.
           05  WS-REPORT-EMISSAO     PIC 9(08).
           05  FILLER                PIC X(20)
               VALUE '   SEM PAGTO DESDE: '.
           05  WS-REPORT-CORTE       PIC 9(08).
           05  FILLER                PIC X(50) VALUE SPACES.

       01  WS-REPORT-SECAO.
           05  FILLER                PIC X(04) VALUE '*** '.
           05  WS-REPORT-SECAO-TEXTO PIC X(60).
           05  FILLER                PIC X(68) VALUE SPACES.

       01  WS-REPORT-CABEC.
           05  FILLER                PIC X(21)
               VALUE 'CHAVE                '.
           05  FILLER                PIC X(06) VALUE 'FORN  '.
           05  FILLER                PIC X(31) VALUE 'RAZAO SOCIAL'.
           05  FILLER                PIC X(08) VALUE 'SITUAC. '.
           05  FILLER                PIC X(09) VALUE 'ORIGEM   '.
           05  FILLER                PIC X(11) VALUE 'ULT. PAGTO '.
           05  FILLER                PIC X(46) VALUE 'OBSERVACAO'.

       01  WS-REPORT-DET.
           05  WS-DET-CHAVE          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-FORN-ID        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-RAZAO          PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-SITUACAO       PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-ORIGEM         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-ULT-PAGTO      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-DET-OBS            PIC X(46).

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

       01  WS-REPORT-NENHUM.
           05  FILLER                PIC X(20)
               VALUE 'NENHUMA OCORRENCIA'.
           05  FILLER                PIC X(112) VALUE SPACES.

       01  WS-REPORT-TOT-LINHA.
           05  WS-REPORT-TOT-ROTULO  PIC X(40).
           05  FILLER                PIC X(01) VALUE ':'.
           05  WS-REPORT-TOT-QTD     PIC ZZZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - load the master, its pending changes, the
      * employee accounts and the last payment dates, then one report
      * section per screen; the two key-sharing screens go through
      * the sort
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           MOVE 'MESMO CNPJ/CPF EM MAIS DE UM FORNECEDOR'
                                       TO WS-SECAO-TITULO
           SORT SORT-WORK
               ON ASCENDING KEY SR-CHAVE
                                SR-FORN-ID
                                SR-ORIGEM
               INPUT  PROCEDURE IS 2000-CLASSIFICAR-CNPJ
                                   THRU 2000-FIM
               OUTPUT PROCEDURE IS 2500-EMITIR-GRUPOS
                                   THRU 2500-FIM
           MOVE WS-QTD-ACHADOS TO WS-QTD-CNPJ-DUPL

           MOVE 'MESMA CONTA BANCARIA EM MAIS DE UM FORNECEDOR'
                                       TO WS-SECAO-TITULO
           SORT SORT-WORK
               ON ASCENDING KEY SR-CHAVE
                                SR-FORN-ID
                                SR-ORIGEM
               INPUT  PROCEDURE IS 2100-CLASSIFICAR-CONTAS
                                   THRU 2100-FIM
               OUTPUT PROCEDURE IS 2500-EMITIR-GRUPOS
                                   THRU 2500-FIM
           MOVE WS-QTD-ACHADOS TO WS-QTD-CONTA-COMP

           PERFORM 4000-CONTAS-FUNCIONARIOS THRU 4000-EXIT
           PERFORM 4100-SEM-MOVIMENTO  THRU 4100-EXIT
           PERFORM 4200-DOCUMENTOS-INVALIDOS THRU 4200-EXIT
           PERFORM 5400-IMPRIMIR-TOTAIS THRU 5400-EXIT
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - run date, dormancy cutoff, the tables and
      * the report
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

           OPEN INPUT PARM-TRIAGEM
           IF WS-FS-PARM-TRIA = '00'
               READ PARM-TRIAGEM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TR-MESES NUMERIC AND TR-MESES > ZEROS
                           MOVE TR-MESES TO WS-MESES-SEM-PAGTO
                       END-IF
               END-READ
               CLOSE PARM-TRIAGEM
           END-IF
           PERFORM 1100-CALCULAR-CORTE THRU 1100-EXIT

           PERFORM 1200-CARREGAR-FORNECEDORES THRU 1200-EXIT
           PERFORM 1300-CARREGAR-PENDENTES THRU 1300-EXIT
           PERFORM 1400-CARREGAR-FUNCIONARIOS THRU 1400-EXIT
           PERFORM 1500-APURAR-PAGAMENTOS THRU 1500-EXIT

           OPEN OUTPUT TRIA-RPT
           IF WS-FS-TRIA-RPT NOT = '00'
               MOVE 'TRIARPT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-TRIA-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE WS-DATA-HOJE  TO WS-REPORT-EMISSAO
           MOVE WS-DATA-CORTE TO WS-REPORT-CORTE
           MOVE WS-REPORT-TITULO TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CALCULAR-CORTE - the run date less the TRIAPARM months
      ******************************************************************
       1100-CALCULAR-CORTE.
           COMPUTE WS-MESES-TOTAL = WS-HOJE-ANO * 12 + WS-HOJE-MES - 1
                                  - WS-MESES-SEM-PAGTO
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           MOVE WS-HOJE-DIA TO WS-CORTE-DIA
           DISPLAY 'MESES SEM PAGAMENTO...: ' WS-MESES-SEM-PAGTO
           DISPLAY 'DATA DE CORTE.........: ' WS-DATA-CORTE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-FORNECEDORES - the whole vendor master, in key
      * order
      ******************************************************************
       1200-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
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
           MOVE FC-RAZAO-SOCIAL TO WS-FRN-RAZAO (WS-FRN-IDX)
           MOVE FC-CNPJ         TO WS-FRN-CNPJ (WS-FRN-IDX)
           MOVE FC-BANCO        TO WS-FRN-BANCO (WS-FRN-IDX)
           MOVE FC-AGENCIA      TO WS-FRN-AGENCIA (WS-FRN-IDX)
           MOVE FC-CONTA        TO WS-FRN-CONTA (WS-FRN-IDX)
           MOVE FC-ATIVO        TO WS-FRN-ATIVO (WS-FRN-IDX)
           MOVE 'N'             TO WS-FRN-TEM-PEND (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-PEND-BANCO (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-PEND-AGENCIA (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-PEND-CONTA (WS-FRN-IDX)
           MOVE ZEROS           TO WS-FRN-ULT-PAGTO (WS-FRN-IDX).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-PENDENTES - the account each pending bank change
      * would give its vendor; no pending master is no pending change
      ******************************************************************
       1300-CARREGAR-PENDENTES.
           OPEN INPUT FORN-PENDENTE
           IF WS-FS-FORN-PEND NOT = '00'
               DISPLAY 'SEM MUDANCAS PENDENTES, STATUS: '
                   WS-FS-FORN-PEND
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LER-PENDENTE THRU 1310-EXIT
               UNTIL FIM-PENDENTES
           CLOSE FORN-PENDENTE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-PENDENTE - one pending change onto its vendor
      ******************************************************************
       1310-LER-PENDENTE.
           READ FORN-PENDENTE NEXT RECORD
               AT END
                   SET FIM-PENDENTES TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF WS-FS-FORN-PEND NOT = '00'
               MOVE 'FORNPEND' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORN-PEND TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE FP-FORN-ID TO WS-FORN-BUSCA
           PERFORM 5250-ACHAR-FORNECEDOR THRU 5250-EXIT
           IF NOT FORN-ACHADO
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-QTD-PENDENTES
           MOVE 'S'             TO WS-FRN-TEM-PEND (WS-FRN-IDX)
           MOVE FP-BANCO-NOVO   TO WS-FRN-PEND-BANCO (WS-FRN-IDX)
           MOVE FP-AGENCIA-NOVA TO WS-FRN-PEND-AGENCIA (WS-FRN-IDX)
           MOVE FP-CONTA-NOVA   TO WS-FRN-PEND-CONTA (WS-FRN-IDX).
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-FUNCIONARIOS - the employee account list; with
      * none supplied that screen simply finds nothing
      ******************************************************************
       1400-CARREGAR-FUNCIONARIOS.
           OPEN INPUT CONTAS-FUNC
           IF WS-FS-CONTAS-FUNC NOT = '00'
               DISPLAY 'SEM LISTA DE CONTAS DE FUNCIONARIOS, STATUS: '
                   WS-FS-CONTAS-FUNC
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LER-FUNCIONARIO THRU 1410-EXIT
               UNTIL WS-FS-CONTAS-FUNC = '10'
           CLOSE CONTAS-FUNC.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-LER-FUNCIONARIO - one employee account into the table
      ******************************************************************
       1410-LER-FUNCIONARIO.
           READ CONTAS-FUNC
               AT END
                   MOVE '10' TO WS-FS-CONTAS-FUNC
                   GO TO 1410-EXIT
           END-READ
           IF WS-FS-CONTAS-FUNC NOT = '00'
               MOVE 'CONTAFUN' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CONTAS-FUNC TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-FUNC >= 3000
               MOVE 'CONTAFUN' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-FUNC
           SET WS-FUN-IDX TO WS-QTD-FUNC
           MOVE FU-MATRICULA TO WS-FUN-MATRICULA (WS-FUN-IDX)
           MOVE FU-NOME      TO WS-FUN-NOME (WS-FUN-IDX)
           MOVE FU-BANCO     TO WS-FUN-BANCO (WS-FUN-IDX)
           MOVE FU-AGENCIA   TO WS-FUN-AGENCIA (WS-FUN-IDX)
           MOVE FU-CONTA     TO WS-FUN-CONTA (WS-FUN-IDX).
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1500-APURAR-PAGAMENTOS - the whole of PAGHIST, for the date
      * each vendor was last paid
      ******************************************************************
       1500-APURAR-PAGAMENTOS.
           OPEN INPUT PAGTO-HIST
           IF WS-FS-PAGTO-HIST NOT = '00'
               MOVE 'PAGHIST' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-HIST TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 1510-LER-HISTORICO THRU 1510-EXIT
               UNTIL FIM-PAGTO-HIST
           CLOSE PAGTO-HIST.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-LER-HISTORICO - a payment confirmed or settled (C/L) is
      * a payment to its vendor; credit notes, returned payments and
      * the tax guides (keys 990001 up) are not
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
           IF PH-PAGTO NOT = 'C' AND PH-PAGTO NOT = 'L'
               GO TO 1510-EXIT
           END-IF
           IF PH-TP-CREDITO OR PH-CHAVE NOT < 990001
               GO TO 1510-EXIT
           END-IF
           MOVE PH-FORN-ID TO WS-FORN-BUSCA
           PERFORM 5250-ACHAR-FORNECEDOR THRU 5250-EXIT
           IF FORN-ACHADO
              AND PH-DATA-RUN > WS-FRN-ULT-PAGTO (WS-FRN-IDX)
               MOVE PH-DATA-RUN TO WS-FRN-ULT-PAGTO (WS-FRN-IDX)
           END-IF.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLASSIFICAR-CNPJ - sort input: every vendor's tax id
      ******************************************************************
       2000-CLASSIFICAR-CNPJ.
           PERFORM 2010-LIBERAR-CNPJ THRU 2010-EXIT
               VARYING WS-FRN-IDX FROM 1 BY 1
               UNTIL WS-FRN-IDX > WS-QTD-FORN.
       2000-FIM.
           EXIT.

      ******************************************************************
      * 2010-LIBERAR-CNPJ - one vendor's tax id to the sort
      ******************************************************************
       2010-LIBERAR-CNPJ.
           IF WS-FRN-CNPJ (WS-FRN-IDX) = SPACES
               GO TO 2010-EXIT
           END-IF
           MOVE WS-FRN-CNPJ (WS-FRN-IDX) TO SR-CHAVE
           MOVE WS-FRN-ID (WS-FRN-IDX)   TO SR-FORN-ID
           SET SR-DO-CADASTRO TO TRUE
           RELEASE SORT-WORK-REG.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CLASSIFICAR-CONTAS - sort input: every vendor's account,
      * and the account its pending change would give it
      ******************************************************************
       2100-CLASSIFICAR-CONTAS.
           PERFORM 2110-LIBERAR-CONTAS THRU 2110-EXIT
               VARYING WS-FRN-IDX FROM 1 BY 1
               UNTIL WS-FRN-IDX > WS-QTD-FORN.
       2100-FIM.
           EXIT.

      ******************************************************************
      * 2110-LIBERAR-CONTAS - one vendor's accounts to the sort; a
      * vendor with no account (all zeros) has nothing to share
      ******************************************************************
       2110-LIBERAR-CONTAS.
           MOVE WS-FRN-ID (WS-FRN-IDX) TO SR-FORN-ID
           IF WS-FRN-CONTA (WS-FRN-IDX) NOT = ZEROS
               MOVE WS-FRN-BANCO (WS-FRN-IDX)   TO WS-CCH-BANCO
               MOVE WS-FRN-AGENCIA (WS-FRN-IDX) TO WS-CCH-AGENCIA
               MOVE WS-FRN-CONTA (WS-FRN-IDX)   TO WS-CCH-CONTA
               MOVE WS-CONTA-CHAVE TO SR-CHAVE
               SET SR-DO-CADASTRO TO TRUE
               RELEASE SORT-WORK-REG
           END-IF
           IF WS-FRN-COM-PEND (WS-FRN-IDX)
              AND WS-FRN-PEND-CONTA (WS-FRN-IDX) NOT = ZEROS
               MOVE WS-FRN-PEND-BANCO (WS-FRN-IDX)   TO WS-CCH-BANCO
               MOVE WS-FRN-PEND-AGENCIA (WS-FRN-IDX) TO WS-CCH-AGENCIA
               MOVE WS-FRN-PEND-CONTA (WS-FRN-IDX)   TO WS-CCH-CONTA
               MOVE WS-CONTA-CHAVE TO SR-CHAVE
               SET SR-PENDENTE TO TRUE
               RELEASE SORT-WORK-REG
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EMITIR-GRUPOS - sort output, for both key screens: gather
      * each key's vendors and print the group when more than one
      * vendor holds the key
      ******************************************************************
       2500-EMITIR-GRUPOS.
           MOVE ZEROS TO WS-QTD-ACHADOS
           MOVE ZEROS TO WS-QTD-GRUPO
           SET FIM-SORT TO FALSE
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           PERFORM 2510-RETORNAR-ITEM THRU 2510-EXIT
               UNTIL FIM-SORT
           IF WS-QTD-GRUPO > ZEROS
               PERFORM 2600-FECHAR-GRUPO THRU 2600-EXIT
           END-IF
           IF WS-QTD-ACHADOS = ZEROS
               MOVE WS-REPORT-NENHUM TO TRIA-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       2500-FIM.
           EXIT.

      ******************************************************************
      * 2510-RETORNAR-ITEM - one sorted line into the key's group
      ******************************************************************
       2510-RETORNAR-ITEM.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 2510-EXIT
           END-RETURN

           IF WS-QTD-GRUPO > ZEROS AND SR-CHAVE NOT = WS-GRP-CHAVE
               PERFORM 2600-FECHAR-GRUPO THRU 2600-EXIT
           END-IF
           IF WS-QTD-GRUPO = ZEROS
               MOVE SR-CHAVE TO WS-GRP-CHAVE
               MOVE ZEROS    TO WS-GRP-DISTINTOS
               MOVE ZEROS    TO WS-GRP-ULT-FORN
           END-IF
           IF WS-QTD-GRUPO >= 200
               MOVE 'TRIASORT' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-GRUPO
           SET WS-GRP-IDX TO WS-QTD-GRUPO
           MOVE SR-FORN-ID TO WS-GRP-FORN-ID (WS-GRP-IDX)
           MOVE SR-ORIGEM  TO WS-GRP-ORIGEM (WS-GRP-IDX)
           IF WS-QTD-GRUPO = 1 OR SR-FORN-ID NOT = WS-GRP-ULT-FORN
               ADD 1 TO WS-GRP-DISTINTOS
               MOVE SR-FORN-ID TO WS-GRP-ULT-FORN
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FECHAR-GRUPO - a key held by two vendors or more is a
      * finding: one line per vendor holding it, then a blank line
      ******************************************************************
       2600-FECHAR-GRUPO.
           IF WS-GRP-DISTINTOS > 1
               ADD 1 TO WS-QTD-ACHADOS
               PERFORM 2610-IMPRIMIR-MEMBRO THRU 2610-EXIT
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-QTD-GRUPO
               MOVE SPACES TO TRIA-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF
           MOVE ZEROS TO WS-QTD-GRUPO.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-IMPRIMIR-MEMBRO - one vendor of the group
      ******************************************************************
       2610-IMPRIMIR-MEMBRO.
           MOVE WS-GRP-FORN-ID (WS-GRP-IDX) TO WS-FORN-BUSCA
           PERFORM 5250-ACHAR-FORNECEDOR THRU 5250-EXIT
           MOVE WS-GRP-CHAVE TO WS-DET-CHAVE
           IF WS-GRP-ORIGEM (WS-GRP-IDX) = 'P'
               MOVE 'PENDENTE' TO WS-DET-ORIGEM
               MOVE 'MUDANCA DE BANCO AGUARDANDO APROVACAO'
                               TO WS-DET-OBS
           ELSE
               MOVE 'CADASTRO' TO WS-DET-ORIGEM
               MOVE SPACES     TO WS-DET-OBS
           END-IF
           PERFORM 5300-IMPRIMIR-DETALHE THRU 5300-EXIT.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report what ran
      ******************************************************************
       3000-FINALIZE.
           CLOSE TRIA-RPT
           CLOSE JOB-LOG
           DISPLAY 'FORNECEDORES LIDOS....: ' WS-QTD-FORN
           DISPLAY 'MUDANCAS PENDENTES....: ' WS-QTD-PENDENTES
           DISPLAY 'CONTAS DE FUNCIONARIOS: ' WS-QTD-FUNC
           DISPLAY 'HISTORICO LIDO........: ' WS-QTD-HIST-LIDOS
           DISPLAY 'CNPJ/CPF DUPLICADOS...: ' WS-QTD-CNPJ-DUPL
           DISPLAY 'CONTAS COMPARTILHADAS.: ' WS-QTD-CONTA-COMP
           DISPLAY 'CONTAS DE FUNCIONARIO.: ' WS-QTD-CONTA-FUNC
           DISPLAY 'SEM PAGAMENTO RECENTE.: ' WS-QTD-SEM-MOVIM
           DISPLAY 'CNPJ/CPF INVALIDOS....: ' WS-QTD-DOC-INVAL.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONTAS-FUNCIONARIOS - vendors paid into (or about to be
      * paid into) an employee's account
      ******************************************************************
       4000-CONTAS-FUNCIONARIOS.
           MOVE 'CONTA DE FORNECEDOR IGUAL A CONTA DE FUNCIONARIO'
                                       TO WS-SECAO-TITULO
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           IF WS-QTD-FUNC > ZEROS
               PERFORM 4010-CONFERIR-FORNECEDOR THRU 4010-EXIT
                   VARYING WS-FRN-IDX FROM 1 BY 1
                   UNTIL WS-FRN-IDX > WS-QTD-FORN
           END-IF
           IF WS-QTD-CONTA-FUNC = ZEROS
               MOVE WS-REPORT-NENHUM TO TRIA-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-CONFERIR-FORNECEDOR - the vendor's account and its
      * pending account against the employee list
      ******************************************************************
       4010-CONFERIR-FORNECEDOR.
           IF WS-FRN-CONTA (WS-FRN-IDX) NOT = ZEROS
               MOVE WS-FRN-BANCO (WS-FRN-IDX)   TO WS-BUSCA-BANCO
               MOVE WS-FRN-AGENCIA (WS-FRN-IDX) TO WS-BUSCA-AGENCIA
               MOVE WS-FRN-CONTA (WS-FRN-IDX)   TO WS-BUSCA-CONTA
               PERFORM 4020-PROCURAR-FUNCIONARIO THRU 4020-EXIT
               IF FUNC-ACHADO
                   MOVE 'CADASTRO' TO WS-DET-ORIGEM
                   PERFORM 4030-IMPRIMIR-FUNCIONARIO THRU 4030-EXIT
               END-IF
           END-IF
           IF WS-FRN-COM-PEND (WS-FRN-IDX)
              AND WS-FRN-PEND-CONTA (WS-FRN-IDX) NOT = ZEROS
               MOVE WS-FRN-PEND-BANCO (WS-FRN-IDX)   TO WS-BUSCA-BANCO
               MOVE WS-FRN-PEND-AGENCIA (WS-FRN-IDX)
                                                 TO WS-BUSCA-AGENCIA
               MOVE WS-FRN-PEND-CONTA (WS-FRN-IDX)   TO WS-BUSCA-CONTA
               PERFORM 4020-PROCURAR-FUNCIONARIO THRU 4020-EXIT
               IF FUNC-ACHADO
                   MOVE 'PENDENTE' TO WS-DET-ORIGEM
                   PERFORM 4030-IMPRIMIR-FUNCIONARIO THRU 4030-EXIT
               END-IF
           END-IF.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4020-PROCURAR-FUNCIONARIO - look the account up on the list
      ******************************************************************
       4020-PROCURAR-FUNCIONARIO.
           SET FUNC-ACHADO TO FALSE
           SET WS-FUN-IDX TO 1
           SEARCH WS-FUN-ITEM
               AT END
                   CONTINUE
               WHEN WS-FUN-IDX > WS-QTD-FUNC
                   CONTINUE
               WHEN WS-FUN-BANCO (WS-FUN-IDX) = WS-BUSCA-BANCO
                AND WS-FUN-AGENCIA (WS-FUN-IDX) = WS-BUSCA-AGENCIA
                AND WS-FUN-CONTA (WS-FUN-IDX) = WS-BUSCA-CONTA
                   SET FUNC-ACHADO TO TRUE
           END-SEARCH.
       4020-EXIT.
           EXIT.

      ******************************************************************
      * 4030-IMPRIMIR-FUNCIONARIO - the vendor, the account and the
      * employee it belongs to
      ******************************************************************
       4030-IMPRIMIR-FUNCIONARIO.
           ADD 1 TO WS-QTD-CONTA-FUNC
           MOVE WS-BUSCA-BANCO   TO WS-CCH-BANCO
           MOVE WS-BUSCA-AGENCIA TO WS-CCH-AGENCIA
           MOVE WS-BUSCA-CONTA   TO WS-CCH-CONTA
           MOVE WS-CONTA-CHAVE   TO WS-DET-CHAVE
           MOVE SPACES TO WS-DET-OBS
           STRING 'FUNC. '                       DELIMITED BY SIZE
                  WS-FUN-MATRICULA (WS-FUN-IDX)  DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-FUN-NOME (WS-FUN-IDX)       DELIMITED BY SIZE
               INTO WS-DET-OBS
           END-STRING
           PERFORM 5300-IMPRIMIR-DETALHE THRU 5300-EXIT.
       4030-EXIT.
           EXIT.

      ******************************************************************
      * 4100-SEM-MOVIMENTO - active vendors not paid since the cutoff
      ******************************************************************
       4100-SEM-MOVIMENTO.
           MOVE 'FORNECEDOR ATIVO SEM PAGAMENTO DESDE A DATA DE CORTE'
                                       TO WS-SECAO-TITULO
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           PERFORM 4110-CONFERIR-MOVIMENTO THRU 4110-EXIT
               VARYING WS-FRN-IDX FROM 1 BY 1
               UNTIL WS-FRN-IDX > WS-QTD-FORN
           IF WS-QTD-SEM-MOVIM = ZEROS
               MOVE WS-REPORT-NENHUM TO TRIA-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4110-CONFERIR-MOVIMENTO - one vendor against the cutoff
      ******************************************************************
       4110-CONFERIR-MOVIMENTO.
           IF NOT WS-FRN-EH-ATIVO (WS-FRN-IDX)
              OR WS-FRN-ULT-PAGTO (WS-FRN-IDX) NOT < WS-DATA-CORTE
               GO TO 4110-EXIT
           END-IF
           ADD 1 TO WS-QTD-SEM-MOVIM
           MOVE WS-FRN-CNPJ (WS-FRN-IDX) TO WS-DET-CHAVE
           MOVE 'CADASTRO' TO WS-DET-ORIGEM
           MOVE 'CANDIDATO A DESATIVACAO' TO WS-DET-OBS
           PERFORM 5300-IMPRIMIR-DETALHE THRU 5300-EXIT.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4200-DOCUMENTOS-INVALIDOS - tax ids on the master that fail
      * the check PROGFORN now makes on entry
      ******************************************************************
       4200-DOCUMENTOS-INVALIDOS.
           MOVE 'CNPJ/CPF COM FORMATO OU DIGITO VERIFICADOR INVALIDO'
                                       TO WS-SECAO-TITULO
           PERFORM 5200-TITULO-SECAO THRU 5200-EXIT
           PERFORM 4210-CONFERIR-DOCUMENTO THRU 4210-EXIT
               VARYING WS-FRN-IDX FROM 1 BY 1
               UNTIL WS-FRN-IDX > WS-QTD-FORN
           IF WS-QTD-DOC-INVAL = ZEROS
               MOVE WS-REPORT-NENHUM TO TRIA-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-CONFERIR-DOCUMENTO - one vendor's tax id
      ******************************************************************
       4210-CONFERIR-DOCUMENTO.
           MOVE WS-FRN-CNPJ (WS-FRN-IDX) TO WS-DOC-NUMERO
           PERFORM 4220-CONFERIR-DV THRU 4220-EXIT
           IF DOCUMENTO-OK
               GO TO 4210-EXIT
           END-IF
           ADD 1 TO WS-QTD-DOC-INVAL
           MOVE WS-FRN-CNPJ (WS-FRN-IDX) TO WS-DET-CHAVE
           MOVE 'CADASTRO'    TO WS-DET-ORIGEM
           MOVE WS-DOC-MOTIVO TO WS-DET-OBS
           PERFORM 5300-IMPRIMIR-DETALHE THRU 5300-EXIT.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4220-CONFERIR-DV - 14 digits are a CNPJ, 11 digits followed by
      * blanks a CPF; anything else, one repeated digit or check
      * digits that do not agree leave DOCUMENTO-OK off with the
      * reason in WS-DOC-MOTIVO
      ******************************************************************
       4220-CONFERIR-DV.
           SET DOCUMENTO-OK TO FALSE
           EVALUATE TRUE
               WHEN WS-DOC-NUMERO NUMERIC
                   MOVE 14 TO WS-DOC-TAMANHO
                   MOVE 9  TO WS-DOC-PESO-MAX
               WHEN WS-DOC-CPF NUMERIC AND WS-DOC-CPF-BRANCO = SPACES
                   MOVE 11 TO WS-DOC-TAMANHO
                   MOVE 11 TO WS-DOC-PESO-MAX
               WHEN OTHER
                   MOVE 'CNPJ/CPF COM FORMATO INVALIDO'
                                             TO WS-DOC-MOTIVO
                   GO TO 4220-EXIT
           END-EVALUATE

           MOVE WS-DOC-NUMERO (1:1) TO WS-DOC-PRIMEIRO
           MOVE ZEROS TO WS-DOC-IGUAIS
           INSPECT WS-DOC-NUMERO TALLYING WS-DOC-IGUAIS
               FOR ALL WS-DOC-PRIMEIRO
           IF WS-DOC-IGUAIS = WS-DOC-TAMANHO
               MOVE 'CNPJ/CPF COM DIGITOS REPETIDOS'
                                         TO WS-DOC-MOTIVO
               GO TO 4220-EXIT
           END-IF

           COMPUTE WS-DOC-POS-FIM = WS-DOC-TAMANHO - 2
           PERFORM 4221-CALCULAR-DV THRU 4221-EXIT
           IF WS-DOC-DV-CALC = WS-DOC-DIG (WS-DOC-TAMANHO - 1)
               COMPUTE WS-DOC-POS-FIM = WS-DOC-TAMANHO - 1
               PERFORM 4221-CALCULAR-DV THRU 4221-EXIT
               IF WS-DOC-DV-CALC = WS-DOC-DIG (WS-DOC-TAMANHO)
                   SET DOCUMENTO-OK TO TRUE
                   GO TO 4220-EXIT
               END-IF
           END-IF
           IF WS-DOC-TAMANHO = 14
               MOVE 'DV DO CNPJ NAO CONFERE       ' TO WS-DOC-MOTIVO
           ELSE
               MOVE 'DV DO CPF NAO CONFERE        ' TO WS-DOC-MOTIVO
           END-IF.
       4220-EXIT.
           EXIT.

      ******************************************************************
      * 4221-CALCULAR-DV - the mod-11 check digit over positions 1 to
      * WS-DOC-POS-FIM: weights 2 upward from the rightmost digit
      * (starting again at 2 after 9 for a CNPJ, running to 11 for a
      * CPF); a remainder under 2 gives 0, otherwise 11 less it
      ******************************************************************
       4221-CALCULAR-DV.
           MOVE ZEROS TO WS-DOC-SOMA
           MOVE 2     TO WS-DOC-PESO
           PERFORM 4222-SOMAR-DV THRU 4222-EXIT
               VARYING WS-DOC-POS FROM WS-DOC-POS-FIM BY -1
               UNTIL WS-DOC-POS < 1
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE ZEROS TO WS-DOC-DV-CALC
           ELSE
               COMPUTE WS-DOC-DV-CALC = 11 - WS-DOC-RESTO
           END-IF.
       4221-EXIT.
           EXIT.

      ******************************************************************
      * 4222-SOMAR-DV - one digit of the tax id into the mod-11 sum
      ******************************************************************
       4222-SOMAR-DV.
           COMPUTE WS-DOC-PRODUTO
               = WS-DOC-DIG (WS-DOC-POS) * WS-DOC-PESO
           ADD WS-DOC-PRODUTO TO WS-DOC-SOMA
           ADD 1 TO WS-DOC-PESO
           IF WS-DOC-PESO > WS-DOC-PESO-MAX
               MOVE 2 TO WS-DOC-PESO
           END-IF.
       4222-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one report line and check the
      * resulting status
      ******************************************************************
       5100-WRITE-REPORT-LINE.
           WRITE TRIA-RPT-REG
           IF WS-FS-TRIA-RPT NOT = '00'
               MOVE 'TRIARPT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-TRIA-RPT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-TITULO-SECAO - blank line, the screen's title and the
      * column headings
      ******************************************************************
       5200-TITULO-SECAO.
           MOVE SPACES TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-SECAO-TITULO TO WS-REPORT-SECAO-TEXTO
           MOVE WS-REPORT-SECAO TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE WS-REPORT-CABEC TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5250-ACHAR-FORNECEDOR - position WS-FRN-IDX on WS-FORN-BUSCA
      ******************************************************************
       5250-ACHAR-FORNECEDOR.
           SET FORN-ACHADO TO FALSE
           IF WS-QTD-FORN = ZEROS
               GO TO 5250-EXIT
           END-IF
           SEARCH ALL WS-FRN-ITEM
               AT END
                   CONTINUE
               WHEN WS-FRN-ID (WS-FRN-IDX) = WS-FORN-BUSCA
                   SET FORN-ACHADO TO TRUE
           END-SEARCH.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5300-IMPRIMIR-DETALHE - the vendor at WS-FRN-IDX with the key,
      * origin and remark the caller has set
      ******************************************************************
       5300-IMPRIMIR-DETALHE.
           MOVE WS-FRN-ID (WS-FRN-IDX)    TO WS-DET-FORN-ID
           MOVE WS-FRN-RAZAO (WS-FRN-IDX) TO WS-DET-RAZAO
           IF WS-FRN-EH-ATIVO (WS-FRN-IDX)
               MOVE 'ATIVO'   TO WS-DET-SITUACAO
           ELSE
               MOVE 'INATIVO' TO WS-DET-SITUACAO
           END-IF
           IF WS-FRN-ULT-PAGTO (WS-FRN-IDX) = ZEROS
               MOVE 'NENHUM' TO WS-DET-ULT-PAGTO
           ELSE
               MOVE WS-FRN-ULT-PAGTO (WS-FRN-IDX) TO WS-DATA-TRAB
               MOVE WS-DTR-DIA TO WS-DED-DIA
               MOVE WS-DTR-MES TO WS-DED-MES
               MOVE WS-DTR-ANO TO WS-DED-ANO
               MOVE WS-DATA-EDIT TO WS-DET-ULT-PAGTO
           END-IF
           MOVE WS-REPORT-DET TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-TOTAIS - findings per screen
      ******************************************************************
       5400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'CNPJ/CPF EM MAIS DE UM FORNECEDOR.......'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CNPJ-DUPL TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'CONTAS EM MAIS DE UM FORNECEDOR.........'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONTA-COMP TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'CONTAS IGUAIS A CONTA DE FUNCIONARIO....'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONTA-FUNC TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'ATIVOS SEM PAGAMENTO DESDE O CORTE......'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-SEM-MOVIM TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
           MOVE 'CNPJ/CPF INVALIDOS NO CADASTRO..........'
                                       TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-DOC-INVAL TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO TRIA-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       5400-EXIT.
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
       END PROGRAM PROGTRIA.
