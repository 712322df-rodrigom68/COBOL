      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: re-issue desk for the payments the bank bounced.
      *          PROGRETOR opens every D (devolvido) payment on the
      *          PAGDEVOL master with the account it went to; here an
      *          operator signed on against OPERCAD works the open
      *          ones.  A bounce waits until the vendor's corrected
      *          account has been approved through PROGFAPR - the
      *          FORNCAD account differs from the one that bounced and
      *          nothing is left pending on FORNPEND - and is then
      *          re-issued with R: it goes out on PAGLIBER under its
      *          original key and invoice as a released confirm
      *          (action L, motivo 14), so the next cycle re-runs every
      *          check and pays it to the new account, and its re-issue
      *          count goes up.  C cancels it with a reason code; A
      *          (or anything else) leaves it waiting.  A bounce still
      *          open past the re-issue window, or one that has used up
      *          its re-issues, is cancelled on sight (motivos 12 and
      *          13).  Every step goes to the PAGAUDIT trail under the
      *          operator's id, a cancel on sight under SISTEMA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the returned-payment re-issue desk.
      * 15/10/2026 RFS  A bounced boleto is never re-issued from here -
      *                 the slip, not the vendor's account, is where it
      *                 was paid, so a corrected account does not make
      *                 it payable; the desk cancels it and the new slip
      *                 is captured.
      * 15/10/2026 RFS  FORNPEND record widened for the overseas account
      *                 fields PROGFORN now parks with a bank change.
      * 15/10/2026 RFS  A bounced international wire is judged corrected
      *                 on the SWIFT/BIC and foreign account now kept on
      *                 PAGDEVOL, not on the domestic account; the
      *                 cancels on sight are audited as SISTEMA instead
      *                 of the signed-on operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREEM IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLVIDO-MESTRE ASSIGN TO "PAGDEVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CHAVE
               FILE STATUS IS WS-FS-PAGTO-DEVOL.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT FORN-PENDENTE ASSIGN TO "FORNPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPE-FORN-ID
               FILE STATUS IS WS-FS-FORN-PEND.
           SELECT PAGTO-LIBERADO ASSIGN TO "PAGLIBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-LIBER.
           SELECT PAGTO-AUDIT  ASSIGN TO "PAGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO-AUDIT.
           SELECT OPERADORES   ASSIGN TO "OPERCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Returned-payment master - same layout PROGRETOR writes.
      ******************************************************************
       FD  DEVOLVIDO-MESTRE
           RECORDING MODE IS F.
       01  DEVOLVIDO-MESTRE-REG.
           05  DV-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==DV-FORN-ID==
                         ==PG-FORN-NOME== BY ==DV-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==DV-NOTA-FISC==
                         ==PG-VALOR==     BY ==DV-VALOR==
                         ==PG-MOEDA==     BY ==DV-MOEDA==
                         ==PG-VENCTO==    BY ==DV-VENCTO==
                         ==PG-TIPO==      BY ==DV-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==DV-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==DV-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==DV-EMPRESA==
                         ==PG-PARCELA==   BY ==DV-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==DV-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==DV-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==DV-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==DV-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==DV-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==DV-DATA-EMISSAO==.
           05  DV-DATA-REMESSA           PIC 9(08).
           05  DV-DATA-DEVOLUCAO         PIC 9(08).
           05  DV-DATA-ULT-DEVOL         PIC 9(08).
           05  DV-OCORRENCIA             PIC X(02).
           05  DV-BANCO                  PIC 9(03).
           05  DV-AGENCIA                PIC 9(04).
           05  DV-CONTA                  PIC 9(10).
           05  DV-QTD-REEMISSOES         PIC 9(02).
           05  DV-SITUACAO               PIC X(01).
               88  DV-ABERTO             VALUE 'A'.
               88  DV-REEMITIDO          VALUE 'R'.
               88  DV-CANCELADO          VALUE 'X'.
           05  DV-DATA-SITUACAO          PIC 9(08).
           05  DV-MOTIVO                 PIC X(02).
           05  DV-OPERADOR               PIC X(08).
           05  DV-SWIFT-BIC              PIC X(11).
           05  DV-CONTA-EXTERIOR         PIC X(34).

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

       FD  FORN-PENDENTE
           RECORDING MODE IS F.
       01  FORN-PENDENTE-REG.
           05  FPE-FORN-ID               PIC 9(05).
           05  FILLER                    PIC X(162).

       FD  PAGTO-LIBERADO
           RECORDING MODE IS F.
       01  PAGTO-LIBERADO-REG.
           05  PB-CHAVE                  PIC 9(06).
           COPY PAYREC
               REPLACING ==PG-FORN-ID==   BY ==PB-FORN-ID==
                         ==PG-FORN-NOME== BY ==PB-FORN-NOME==
                         ==PG-NOTA-FISC== BY ==PB-NOTA-FISC==
                         ==PG-VALOR==     BY ==PB-VALOR==
                         ==PG-MOEDA==     BY ==PB-MOEDA==
                         ==PG-VENCTO==    BY ==PB-VENCTO==
                         ==PG-TIPO==      BY ==PB-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PB-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PB-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PB-EMPRESA==
                         ==PG-PARCELA==   BY ==PB-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PB-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PB-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PB-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PB-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PB-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PB-DATA-EMISSAO==.
           05  PB-PAGTO                  PIC X(01).
           05  PB-ACAO                   PIC X(01).
           05  PB-MOTIVO-CORRECAO        PIC X(02).

       FD  PAGTO-AUDIT
           RECORDING MODE IS F.
       01  PAGTO-AUDIT-REG               PIC X(80).

       FD  OPERADORES
           RECORDING MODE IS F.
       01  OPERADORES-REG.
           05  OP-ID                     PIC X(08).
           05  OP-NOME                   PIC X(20).
           05  OP-ATIVO                  PIC X(01).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-DEVOL          PIC X(01) VALUE 'N'.
               88  FIM-DEVOLVIDO     VALUE 'S'.
           05  WS-DEVOL-ABERTO       PIC X(01) VALUE 'N'.
               88  HA-DEVOLVIDOS     VALUE 'S' FALSE 'N'.
           05  WS-FORN-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-FORNCAD        VALUE 'S' FALSE 'N'.
           05  WS-PEND-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-FORNPEND       VALUE 'S' FALSE 'N'.
           05  WS-OPER-SITUACAO      PIC X(01) VALUE 'N'.
               88  OPERADOR-VALIDO   VALUE 'S' FALSE 'N'.
           05  WS-MOTIVO-SITUACAO    PIC X(01) VALUE 'N'.
               88  MOTIVO-VALIDO     VALUE 'S' FALSE 'N'.
           05  WS-CONTA-SITUACAO     PIC X(01) VALUE 'N'.
               88  CONTA-CORRIGIDA   VALUE 'S' FALSE 'N'.
           05  WS-PEND-SITUACAO      PIC X(01) VALUE 'N'.
               88  CONTA-PENDENTE    VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ABERTOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REEMITIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CANCELADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EXPIRADOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AGUARDANDO     PIC 9(07) VALUE ZEROS.

       77 WS-FS-PAGTO-DEVOL         PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-FORN-PEND           PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-LIBER         PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-AUDIT         PIC X(02) VALUE SPACES.
       77 WS-FS-OPERADORES          PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-OPER-ID                PIC X(08) VALUE SPACES.
       77 WS-OPER-BUSCA             PIC X(08) VALUE SPACES.
       77 WS-TENTATIVAS             PIC 9(01) VALUE ZEROS.
       77 WS-DECISAO                PIC X(01) VALUE SPACE.
           88  DECISAO-REEMITIR     VALUE 'R'.
           88  DECISAO-CANCELAR     VALUE 'C'.
       77 WS-MOTIVO-DIGITADO        PIC X(02) VALUE SPACES.
       77 WS-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-EM-ABERTO         PIC S9(07) VALUE ZEROS.

      ******************************************************************
      * Re-issue policy - how many calendar days after the first
      * return the vendor has to get a corrected account approved,
      * and how many times one payment may be re-issued before the
      * desk stops sending it.
      ******************************************************************
       77 WS-PRAZO-REEMISSAO        PIC 9(03) VALUE 30.
       77 WS-MAX-REEMISSOES         PIC 9(02) VALUE 3.

      ******************************************************************
      * The vendor's account as it stands on FORNCAD today - the
      * domestic one, and the overseas one an international wire
      * (any currency but BRL) is paid to.
      ******************************************************************
       01  WS-CONTA-ATUAL.
           05  WS-CTA-BANCO          PIC 9(03) VALUE ZEROS.
           05  WS-CTA-AGENCIA        PIC 9(04) VALUE ZEROS.
           05  WS-CTA-CONTA          PIC 9(10) VALUE ZEROS.
       77 WS-CTA-SWIFT-BIC          PIC X(11) VALUE SPACES.
       77 WS-CTA-CONTA-EXTERIOR     PIC X(34) VALUE SPACES.
       77 WS-TIPO-DEVOLVIDO         PIC X(01) VALUE SPACE.
           88  DEVOLVIDO-WIRE       VALUE 'W'.
           88  DEVOLVIDO-BOLETO     VALUE 'B'.
           88  DEVOLVIDO-TED        VALUE 'T'.

      ******************************************************************
      * Operators authorized to work the bounces - loaded from OPERCAD
      * at start of run, the way PROGLIBR loads them.
      ******************************************************************
       01  WS-TABELA-OPERADORES.
           05  WS-OPER-ITEM          OCCURS 50 TIMES
                                     INDEXED BY WS-OPER-IDX.
               10  WS-OPER-TAB-ID    PIC X(08).
               10  WS-OPER-TAB-ATIVO PIC X(01).
       77 WS-QTD-OPERADORES         PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Table of valid reason codes - shared vocabulary in PAYMOT.
      ******************************************************************
           COPY PAYMOT.

       01  WS-MOTIVO-DESC-ATUAL      PIC X(30) VALUE SPACES.

       COPY DATCOMM.

       01  WS-AUDIT-LINHA.
           05  WS-AUDIT-CHAVE        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-SITU-ANT     PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-SITU-NOVA    PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-MOTIVO-COD   PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-MOTIVO-DESC  PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-DATA         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-HORA         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUDIT-USUARIO      PIC X(08) VALUE SPACES.

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
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-REVISAR-DEVOLVIDO THRU 2000-EXIT
               UNTIL FIM-DEVOLVIDO
           PERFORM 3000-FINALIZE        THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - sign the operator on and open the master,
      * the account sources and the decision outputs
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

           PERFORM 1400-CARREGAR-OPERADORES THRU 1400-EXIT
           PERFORM 1500-SIGNON THRU 1500-EXIT
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O DEVOLVIDO-MESTRE
           IF WS-FS-PAGTO-DEVOL = '00'
               SET HA-DEVOLVIDOS TO TRUE
           ELSE
      *        No master yet means the bank has never bounced one.
               DISPLAY 'SEM PAGAMENTOS DEVOLVIDOS, STATUS: '
                   WS-FS-PAGTO-DEVOL
               SET FIM-DEVOLVIDO TO TRUE
           END-IF

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR = '00'
               SET HA-FORNCAD TO TRUE
           ELSE
      *        Without the vendor master no account can be shown as
      *        corrected, so nothing is re-issued this session.
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL, STATUS: '
                   WS-FS-FORNECEDOR
           END-IF

           OPEN INPUT FORN-PENDENTE
           IF WS-FS-FORN-PEND = '00'
               SET HA-FORNPEND TO TRUE
           END-IF

           OPEN EXTEND PAGTO-LIBERADO
           IF WS-FS-PAGTO-LIBER NOT = '00'
               CLOSE PAGTO-LIBERADO
               OPEN OUTPUT PAGTO-LIBERADO
           END-IF
           IF WS-FS-PAGTO-LIBER NOT = '00'
               MOVE 'PAGLIBER' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-LIBER TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND PAGTO-AUDIT
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               CLOSE PAGTO-AUDIT
               OPEN OUTPUT PAGTO-AUDIT
           END-IF
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF HA-DEVOLVIDOS
               MOVE ZEROS TO DV-CHAVE
               START DEVOLVIDO-MESTRE KEY NOT < DV-CHAVE
                   INVALID KEY
                       SET FIM-DEVOLVIDO TO TRUE
               END-START
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-OPERADORES - load the authorized-operator table;
      * a session against an empty table fails closed
      ******************************************************************
       1400-CARREGAR-OPERADORES.
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES = '00'
               PERFORM 1410-LER-OPERADOR THRU 1410-EXIT
                   UNTIL WS-FS-OPERADORES = '10'
                      OR WS-QTD-OPERADORES >= 50
               CLOSE OPERADORES
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-LER-OPERADOR - read one operator into the table
      ******************************************************************
       1410-LER-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE '10' TO WS-FS-OPERADORES
               NOT AT END
                   ADD 1 TO WS-QTD-OPERADORES
                   SET WS-OPER-IDX TO WS-QTD-OPERADORES
                   MOVE OP-ID    TO WS-OPER-TAB-ID (WS-OPER-IDX)
                   MOVE OP-ATIVO TO WS-OPER-TAB-ATIVO (WS-OPER-IDX)
           END-READ
           IF WS-FS-OPERADORES NOT = '00' AND NOT = '10'
               MOVE 'OPERCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-OPERADORES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1500-SIGNON - identify the operator before the first decision.
      * Three failed attempts end the run - an unidentified operator
      * must not send money back out.
      ******************************************************************
       1500-SIGNON.
           MOVE ZEROS TO WS-TENTATIVAS
           SET OPERADOR-VALIDO TO FALSE
           PERFORM 1510-PEDIR-OPERADOR THRU 1510-EXIT
               UNTIL OPERADOR-VALIDO
                  OR WS-TENTATIVAS >= 3

           IF NOT OPERADOR-VALIDO
               DISPLAY 'OPERADOR NAO AUTORIZADO, SESSAO ENCERRADA.'
               MOVE 'OPERCAD' TO WS-ERRO-ARQUIVO
               MOVE 'SIGNON'  TO WS-ERRO-OPERACAO
               MOVE 'NV'      TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE WS-OPER-BUSCA TO WS-OPER-ID
           DISPLAY 'OPERADOR IDENTIFICADO.: ' WS-OPER-ID.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-PEDIR-OPERADOR - one sign-on attempt against OPERCAD
      ******************************************************************
       1510-PEDIR-OPERADOR.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY 'IDENTIFICACAO DO OPERADOR......: '
           ACCEPT WS-OPER-BUSCA
           PERFORM 1520-VALIDAR-OPERADOR THRU 1520-EXIT
           IF NOT OPERADOR-VALIDO
               DISPLAY 'OPERADOR DESCONHECIDO OU INATIVO.'
           END-IF.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1520-VALIDAR-OPERADOR - the id in WS-OPER-BUSCA must be on the
      * operators table and active
      ******************************************************************
       1520-VALIDAR-OPERADOR.
           SET OPERADOR-VALIDO TO FALSE
           IF WS-QTD-OPERADORES > ZEROS
               SET WS-OPER-IDX TO 1
               SEARCH WS-OPER-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-OPER-TAB-ID (WS-OPER-IDX) = WS-OPER-BUSCA
                       IF WS-OPER-TAB-ATIVO (WS-OPER-IDX) = 'S'
                           SET OPERADOR-VALIDO TO TRUE
                       END-IF
               END-SEARCH
           END-IF.
       1520-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REVISAR-DEVOLVIDO - one entry of the master.  Only an
      * open bounce is worked: past the re-issue window or out of
      * re-issues it is cancelled on sight, otherwise it goes to the
      * operator.
      ******************************************************************
       2000-REVISAR-DEVOLVIDO.
           READ DEVOLVIDO-MESTRE NEXT RECORD
               AT END
                   SET FIM-DEVOLVIDO TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF WS-FS-PAGTO-DEVOL NOT = '00'
               MOVE 'PAGDEVOL' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-DEVOL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           IF NOT DV-ABERTO
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-QTD-ABERTOS
           PERFORM 2100-CALCULAR-DIAS THRU 2100-EXIT

           EVALUATE TRUE
               WHEN WS-DIAS-EM-ABERTO > WS-PRAZO-REEMISSAO
                   MOVE '12' TO WS-MOTIVO-DIGITADO
                   PERFORM 2700-RESOLVER-MOTIVO THRU 2700-EXIT
                   MOVE 'SISTEMA' TO DV-OPERADOR
                   ADD 1 TO WS-QTD-EXPIRADOS
                   PERFORM 2400-CANCELAR-ITEM THRU 2400-EXIT
               WHEN DV-QTD-REEMISSOES >= WS-MAX-REEMISSOES
                   MOVE '13' TO WS-MOTIVO-DIGITADO
                   PERFORM 2700-RESOLVER-MOTIVO THRU 2700-EXIT
                   MOVE 'SISTEMA' TO DV-OPERADOR
                   ADD 1 TO WS-QTD-EXPIRADOS
                   PERFORM 2400-CANCELAR-ITEM THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2150-VERIFICAR-CONTA THRU 2150-EXIT
                   PERFORM 2200-DECIDIR-ITEM THRU 2200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CALCULAR-DIAS - calendar days since the first return,
      * through the shared date service
      ******************************************************************
       2100-CALCULAR-DIAS.
           MOVE ZEROS TO WS-DIAS-EM-ABERTO
           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE DV-DATA-DEVOLUCAO TO DSRV-DATA
           MOVE WS-DATA-HOJE      TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO = ZEROS
               MOVE DSRV-DIAS-DIFERENCA TO WS-DIAS-EM-ABERTO
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-VERIFICAR-CONTA - the account is corrected once FORNCAD
      * carries an account other than the one that bounced and no
      * change is still waiting for PROGFAPR's second operator.  A
      * wire is judged on the SWIFT/BIC and foreign account it went
      * to, not on the domestic account it never used; a wire whose
      * overseas account was not recorded when it bounced cannot be
      * shown corrected.
      ******************************************************************
       2150-VERIFICAR-CONTA.
           SET CONTA-CORRIGIDA TO FALSE
           SET CONTA-PENDENTE  TO FALSE
           MOVE ZEROS  TO WS-CONTA-ATUAL
           MOVE SPACES TO WS-CTA-SWIFT-BIC
           MOVE SPACES TO WS-CTA-CONTA-EXTERIOR
           EVALUATE TRUE
               WHEN DV-LINHA-DIGITAVEL NOT = SPACES
                   SET DEVOLVIDO-BOLETO TO TRUE
               WHEN DV-MOEDA NOT = 'BRL' AND NOT = SPACES
                   SET DEVOLVIDO-WIRE   TO TRUE
               WHEN OTHER
                   SET DEVOLVIDO-TED    TO TRUE
           END-EVALUATE

           IF HA-FORNPEND
               MOVE DV-FORN-ID TO FPE-FORN-ID
               READ FORN-PENDENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTA-PENDENTE TO TRUE
               END-READ
           END-IF

           IF HA-FORNCAD
               MOVE DV-FORN-ID TO FC-FORN-ID
               READ FORNECEDOR-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FC-BANCO   TO WS-CTA-BANCO
                       MOVE FC-AGENCIA TO WS-CTA-AGENCIA
                       MOVE FC-CONTA   TO WS-CTA-CONTA
                       MOVE FC-SWIFT-BIC TO WS-CTA-SWIFT-BIC
                       MOVE FC-CONTA-EXTERIOR
                                       TO WS-CTA-CONTA-EXTERIOR
               END-READ
           END-IF

      *    A boleto is paid to its slip, not to the vendor's account -
      *    a corrected account does not make it payable again; a new
      *    slip goes back in through capture, so it is never marked
      *    corrected here.
           IF DEVOLVIDO-TED
              AND WS-CTA-BANCO > ZEROS
              AND NOT CONTA-PENDENTE
              AND (WS-CTA-BANCO   NOT = DV-BANCO
                OR WS-CTA-AGENCIA NOT = DV-AGENCIA
                OR WS-CTA-CONTA   NOT = DV-CONTA)
               SET CONTA-CORRIGIDA TO TRUE
           END-IF
           IF DEVOLVIDO-WIRE
              AND WS-CTA-SWIFT-BIC NOT = SPACES
              AND DV-SWIFT-BIC NOT = SPACES
              AND NOT CONTA-PENDENTE
              AND (WS-CTA-SWIFT-BIC      NOT = DV-SWIFT-BIC
                OR WS-CTA-CONTA-EXTERIOR NOT = DV-CONTA-EXTERIOR)
               SET CONTA-CORRIGIDA TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DECIDIR-ITEM - show the bounce and take the decision:
      * R re-issues it (corrected account only), C cancels it, anything
      * else leaves it waiting
      ******************************************************************
       2200-DECIDIR-ITEM.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CHAVE......: ' DV-CHAVE
           DISPLAY 'FORNECEDOR.: ' DV-FORN-ID ' ' DV-FORN-NOME
           DISPLAY 'NOTA FISCAL: ' DV-NOTA-FISC
           DISPLAY 'VALOR......: ' DV-VALOR ' ' DV-MOEDA
           DISPLAY 'VENCIMENTO.: ' DV-VENCTO
           IF DV-PARCELA > ZEROS
               DISPLAY 'PARCELA....: ' DV-PARCELA '/'
                   DV-QTD-PARCELAS ' DA NOTA DE ' DV-VALOR-NOTA
           END-IF
           DISPLAY 'DEVOLVIDO..: ' DV-DATA-DEVOLUCAO ' OCORRENCIA '
               DV-OCORRENCIA ' HA ' WS-DIAS-EM-ABERTO ' DIAS'
           DISPLAY 'REEMISSOES.: ' DV-QTD-REEMISSOES ' DE '
               WS-MAX-REEMISSOES
           IF DEVOLVIDO-WIRE
               DISPLAY 'CONTA DEVOLVIDA: ' DV-SWIFT-BIC ' '
                   DV-CONTA-EXTERIOR
               DISPLAY 'CONTA ATUAL....: ' WS-CTA-SWIFT-BIC ' '
                   WS-CTA-CONTA-EXTERIOR
           ELSE
               DISPLAY 'CONTA DEVOLVIDA: ' DV-BANCO ' ' DV-AGENCIA ' '
                   DV-CONTA
               DISPLAY 'CONTA ATUAL....: ' WS-CTA-BANCO ' '
                   WS-CTA-AGENCIA ' ' WS-CTA-CONTA
           END-IF
           EVALUATE TRUE
               WHEN DEVOLVIDO-WIRE AND DV-SWIFT-BIC = SPACES
                   DISPLAY 'CONTA DO WIRE NAO REGISTRADA NA DEVOLUCAO'
                       ' - CANCELE.'
               WHEN DV-LINHA-DIGITAVEL NOT = SPACES
                   DISPLAY 'BOLETO: ' DV-LINHA-DIGITAVEL
                   DISPLAY 'NOVO BOLETO SO PELA CAPTURA - CANCELE.'
               WHEN CONTA-PENDENTE
                   DISPLAY 'ALTERACAO BANCARIA AGUARDANDO APROVACAO.'
               WHEN CONTA-CORRIGIDA
                   DISPLAY 'CONTA CORRIGIDA E APROVADA.'
               WHEN OTHER
                   DISPLAY 'CONTA AINDA NAO CORRIGIDA.'
           END-EVALUATE
           DISPLAY 'REEMITE (R), CANCELA (C) OU AGUARDA (A)? '
           ACCEPT WS-DECISAO

           IF DECISAO-REEMITIR AND NOT CONTA-CORRIGIDA
               DISPLAY 'REEMISSAO SO COM CONTA CORRIGIDA E APROVADA.'
               MOVE 'A' TO WS-DECISAO
           END-IF

           EVALUATE TRUE
               WHEN DECISAO-REEMITIR
                   MOVE '14' TO WS-MOTIVO-DIGITADO
                   PERFORM 2700-RESOLVER-MOTIVO THRU 2700-EXIT
                   PERFORM 2300-REEMITIR-ITEM THRU 2300-EXIT
               WHEN DECISAO-CANCELAR
                   PERFORM 2210-PEDIR-MOTIVO THRU 2210-EXIT
                   MOVE WS-OPER-ID TO DV-OPERADOR
                   PERFORM 2400-CANCELAR-ITEM THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'A' TO WS-DECISAO
                   PERFORM 2500-AGUARDAR-ITEM THRU 2500-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-PEDIR-MOTIVO - a cancel must carry a reason code from
      * the shared vocabulary; it is asked until one resolves
      ******************************************************************
       2210-PEDIR-MOTIVO.
           SET MOTIVO-VALIDO TO FALSE
           PERFORM 2220-VALIDAR-MOTIVO THRU 2220-EXIT
               UNTIL MOTIVO-VALIDO.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2220-VALIDAR-MOTIVO - one reason-code attempt against PAYMOT
      ******************************************************************
       2220-VALIDAR-MOTIVO.
           DISPLAY 'CODIGO DO MOTIVO DA DECISAO....: '
           ACCEPT WS-MOTIVO-DIGITADO
           SET WS-MOTIVO-IDX TO 1
           SEARCH WS-MOTIVO-ITEM
               AT END
                   DISPLAY 'MOTIVO DESCONHECIDO, TENTE NOVAMENTE.'
               WHEN WS-MOTIVO-COD (WS-MOTIVO-IDX)
                                         = WS-MOTIVO-DIGITADO
                   SET MOTIVO-VALIDO TO TRUE
                   MOVE WS-MOTIVO-DESC (WS-MOTIVO-IDX)
                                         TO WS-MOTIVO-DESC-ATUAL
           END-SEARCH.
       2220-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REEMITIR-ITEM - send the payment back out under its
      * original key as a released confirm for the next cycle, point
      * the master at the account it now goes to, and count the
      * re-issue.  A second bounce re-opens it from PROGRETOR.
      ******************************************************************
       2300-REEMITIR-ITEM.
           ADD 1 TO WS-QTD-REEMITIDOS
           MOVE SPACES            TO PAGTO-LIBERADO-REG
           MOVE DV-CHAVE          TO PB-CHAVE
           MOVE DV-FORN-ID        TO PB-FORN-ID
           MOVE DV-FORN-NOME      TO PB-FORN-NOME
           MOVE DV-NOTA-FISC      TO PB-NOTA-FISC
           MOVE DV-VALOR          TO PB-VALOR
           MOVE DV-MOEDA          TO PB-MOEDA
           MOVE DV-VENCTO         TO PB-VENCTO
           MOVE DV-TIPO           TO PB-TIPO
           MOVE DV-EMPRESA        TO PB-EMPRESA
           MOVE DV-PARCELA        TO PB-PARCELA
           MOVE DV-QTD-PARCELAS   TO PB-QTD-PARCELAS
           MOVE DV-VALOR-NOTA     TO PB-VALOR-NOTA
           MOVE DV-LINHA-DIGITAVEL TO PB-LINHA-DIGITAVEL
           MOVE DV-NUM-PEDIDO TO PB-NUM-PEDIDO
           MOVE DV-CENTRO-CUSTO TO PB-CENTRO-CUSTO
           MOVE DV-DATA-EMISSAO TO PB-DATA-EMISSAO
           MOVE 'P'               TO PB-PAGTO
           MOVE 'L'               TO PB-ACAO
           MOVE WS-MOTIVO-DIGITADO TO PB-MOTIVO-CORRECAO
           WRITE PAGTO-LIBERADO-REG
           IF WS-FS-PAGTO-LIBER NOT = '00'
               MOVE 'PAGLIBER' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-LIBER TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO DV-QTD-REEMISSOES
           MOVE WS-CTA-BANCO       TO DV-BANCO
           MOVE WS-CTA-AGENCIA     TO DV-AGENCIA
           MOVE WS-CTA-CONTA       TO DV-CONTA
           MOVE WS-CTA-SWIFT-BIC   TO DV-SWIFT-BIC
           MOVE WS-CTA-CONTA-EXTERIOR TO DV-CONTA-EXTERIOR
           SET DV-REEMITIDO        TO TRUE
           MOVE WS-OPER-ID         TO DV-OPERADOR
           PERFORM 2800-REGRAVAR-DEVOLVIDO THRU 2800-EXIT

           MOVE 'P' TO WS-AUDIT-SITU-NOVA
           PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
           DISPLAY 'PAGAMENTO REEMITIDO...: ' DV-CHAVE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CANCELAR-ITEM - close the bounce for good with the reason
      * in WS-MOTIVO-DIGITADO; the operator (or SISTEMA for a cancel
      * on sight) is already on DV-OPERADOR
      ******************************************************************
       2400-CANCELAR-ITEM.
           ADD 1 TO WS-QTD-CANCELADOS
           SET DV-CANCELADO TO TRUE
           PERFORM 2800-REGRAVAR-DEVOLVIDO THRU 2800-EXIT

           MOVE 'R' TO WS-AUDIT-SITU-NOVA
           PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
           DISPLAY 'DEVOLVIDO CANCELADO...: ' DV-CHAVE ' MOTIVO '
               WS-MOTIVO-DIGITADO.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-AGUARDAR-ITEM - the bounce stays open; the trail records
      * that it was looked at and what it is waiting for
      ******************************************************************
       2500-AGUARDAR-ITEM.
           ADD 1 TO WS-QTD-AGUARDANDO
           IF CONTA-PENDENTE
               MOVE '08' TO WS-MOTIVO-DIGITADO
               PERFORM 2700-RESOLVER-MOTIVO THRU 2700-EXIT
           ELSE
               MOVE SPACES TO WS-MOTIVO-DIGITADO
               MOVE 'AGUARDANDO CONTA CORRIGIDA'
                                         TO WS-MOTIVO-DESC-ATUAL
           END-IF
           MOVE 'D' TO WS-AUDIT-SITU-NOVA
           PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
           DISPLAY 'DEVOLVIDO AGUARDANDO..: ' DV-CHAVE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2700-RESOLVER-MOTIVO - resolve WS-MOTIVO-DIGITADO against the
      * shared vocabulary for the trail
      ******************************************************************
       2700-RESOLVER-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-DESC-ATUAL
           SET WS-MOTIVO-IDX TO 1
           SEARCH WS-MOTIVO-ITEM
               AT END
                   MOVE 'MOTIVO NAO CADASTRADO'
                                         TO WS-MOTIVO-DESC-ATUAL
               WHEN WS-MOTIVO-COD (WS-MOTIVO-IDX) = WS-MOTIVO-DIGITADO
                   MOVE WS-MOTIVO-DESC (WS-MOTIVO-IDX)
                                         TO WS-MOTIVO-DESC-ATUAL
           END-SEARCH.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REGRAVAR-DEVOLVIDO - put the decided entry back on the
      * master, stamped with today's date and the decision's reason
      ******************************************************************
       2800-REGRAVAR-DEVOLVIDO.
           MOVE WS-DATA-HOJE       TO DV-DATA-SITUACAO
           MOVE WS-MOTIVO-DIGITADO TO DV-MOTIVO
           REWRITE DEVOLVIDO-MESTRE-REG
           IF WS-FS-PAGTO-DEVOL NOT = '00'
               MOVE 'PAGDEVOL' TO WS-ERRO-ARQUIVO
               MOVE 'REWRIT'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-DEVOL TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-AUDIT - one audit line per step, same layout
      * PROGCOMM writes, from D to the new status under the
      * reviewing operator's id - except a cancel on sight (window
      * run out or re-issues used up), which no operator decided and
      * is signed SISTEMA, as it is on the master
      ******************************************************************
       4000-WRITE-AUDIT.
           MOVE DV-CHAVE             TO WS-AUDIT-CHAVE
           MOVE 'D'                  TO WS-AUDIT-SITU-ANT
           MOVE WS-MOTIVO-DIGITADO   TO WS-AUDIT-MOTIVO-COD
           MOVE WS-MOTIVO-DESC-ATUAL TO WS-AUDIT-MOTIVO-DESC
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HORA FROM TIME
           MOVE WS-OPER-ID           TO WS-AUDIT-USUARIO
           IF DV-CANCELADO AND DV-OPERADOR = 'SISTEMA'
               MOVE 'SISTEMA'        TO WS-AUDIT-USUARIO
           END-IF
           MOVE WS-AUDIT-LINHA       TO PAGTO-AUDIT-REG
           WRITE PAGTO-AUDIT-REG
           IF WS-FS-PAGTO-AUDIT NOT = '00'
               MOVE 'PAGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PAGTO-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the session's files and report the
      * decisions taken
      ******************************************************************
       3000-FINALIZE.
           IF HA-DEVOLVIDOS
               CLOSE DEVOLVIDO-MESTRE
           END-IF
           IF HA-FORNCAD
               CLOSE FORNECEDOR-CADASTRO
           END-IF
           IF HA-FORNPEND
               CLOSE FORN-PENDENTE
           END-IF
           CLOSE PAGTO-LIBERADO
           CLOSE PAGTO-AUDIT
           CLOSE JOB-LOG
           DISPLAY 'DEVOLVIDOS LIDOS......: ' WS-QTD-LIDOS
           DISPLAY 'DEVOLVIDOS EM ABERTO..: ' WS-QTD-ABERTOS
           DISPLAY 'PAGAMENTOS REEMITIDOS.: ' WS-QTD-REEMITIDOS
           DISPLAY 'DEVOLVIDOS CANCELADOS.: ' WS-QTD-CANCELADOS
           DISPLAY '  DOS QUAIS POR PRAZO.: ' WS-QTD-EXPIRADOS
           DISPLAY 'DEVOLVIDOS AGUARDANDO.: ' WS-QTD-AGUARDANDO.
       3000-EXIT.
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
       END PROGRAM PROGREEM.
