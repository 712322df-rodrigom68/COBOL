      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: maintenance of the PENHCAD court-order (penhora)
      *          master - each PENHTRN transaction carries an action
      *          code (I=incluir, A=alterar, E=excluir), the full
      *          order keyed by vendor and company, and the operator
      *          submitting it.  Nothing is applied here: an order
      *          redirects or blocks a vendor's money, so every
      *          validated change is parked on the PENHPEND pending
      *          master and waits for a second, different operator to
      *          approve it through PROGPAPR, the same way PROGFORN
      *          parks bank-detail changes for PROGFAPR.  Edit
      *          failures go to PENHREJ and never reach the pending
      *          master.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the court-order maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPENH IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENHORA-CADASTRO ASSIGN TO "PENHCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORA.
           SELECT PENH-TRANS   ASSIGN TO "PENHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENH-TRANS.
           SELECT PENH-PENDENTE ASSIGN TO "PENHPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CHAVE
               FILE STATUS IS WS-FS-PENH-PEND.
           SELECT FORNECEDOR-CADASTRO ASSIGN TO "FORNCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT REJEICOES    ASSIGN TO "PENHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEICOES.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PENHORA-CADASTRO
           RECORDING MODE IS F.
       01  PENHORA-CADASTRO-REG.
           COPY PENHREC.

       FD  PENH-TRANS
           RECORDING MODE IS F.
       01  PENH-TRANS-REG.
           05  PX-ACAO                   PIC X(01).
               88  PX-INCLUIR            VALUE 'I'.
               88  PX-ALTERAR            VALUE 'A'.
               88  PX-EXCLUIR            VALUE 'E'.
           COPY PENHREC
               REPLACING ==PN-CHAVE==        BY ==PX-CHAVE==
                         ==PN-FORN-ID==      BY ==PX-FORN-ID==
                         ==PN-EMPRESA==      BY ==PX-EMPRESA==
                         ==PN-NUM-ORDEM==    BY ==PX-NUM-ORDEM==
                         ==PN-TIPO==         BY ==PX-TIPO==
                         ==PN-TP-BLOQUEIO==  BY ==PX-TP-BLOQUEIO==
                         ==PN-TP-PERCENTUAL== BY ==PX-TP-PERCENTUAL==
                         ==PN-TP-FIXO==      BY ==PX-TP-FIXO==
                         ==PN-PERCENTUAL==   BY ==PX-PERCENTUAL==
                         ==PN-VALOR-FIXO==   BY ==PX-VALOR-FIXO==
                         ==PN-TETO==         BY ==PX-TETO==
                         ==PN-BANCO-JUD==    BY ==PX-BANCO-JUD==
                         ==PN-AGENCIA-JUD==  BY ==PX-AGENCIA-JUD==
                         ==PN-CONTA-JUD==    BY ==PX-CONTA-JUD==
                         ==PN-DATA-INICIO==  BY ==PX-DATA-INICIO==
                         ==PN-DATA-FIM==     BY ==PX-DATA-FIM==
                         ==PN-RETIDO-ACUM==  BY ==PX-RETIDO-ACUM==.
           05  PX-OPERADOR               PIC X(08).

      ******************************************************************
      * Pending order change - one per vendor and company, waiting for
      * a second operator: the action, the order as the submitter
      * wants it, and who asked and when.
      ******************************************************************
       FD  PENH-PENDENTE
           RECORDING MODE IS F.
       01  PENH-PENDENTE-REG.
           COPY PENHREC
               REPLACING ==PN-CHAVE==        BY ==PP-CHAVE==
                         ==PN-FORN-ID==      BY ==PP-FORN-ID==
                         ==PN-EMPRESA==      BY ==PP-EMPRESA==
                         ==PN-NUM-ORDEM==    BY ==PP-NUM-ORDEM==
                         ==PN-TIPO==         BY ==PP-TIPO==
                         ==PN-TP-BLOQUEIO==  BY ==PP-TP-BLOQUEIO==
                         ==PN-TP-PERCENTUAL== BY ==PP-TP-PERCENTUAL==
                         ==PN-TP-FIXO==      BY ==PP-TP-FIXO==
                         ==PN-PERCENTUAL==   BY ==PP-PERCENTUAL==
                         ==PN-VALOR-FIXO==   BY ==PP-VALOR-FIXO==
                         ==PN-TETO==         BY ==PP-TETO==
                         ==PN-BANCO-JUD==    BY ==PP-BANCO-JUD==
                         ==PN-AGENCIA-JUD==  BY ==PP-AGENCIA-JUD==
                         ==PN-CONTA-JUD==    BY ==PP-CONTA-JUD==
                         ==PN-DATA-INICIO==  BY ==PP-DATA-INICIO==
                         ==PN-DATA-FIM==     BY ==PP-DATA-FIM==
                         ==PN-RETIDO-ACUM==  BY ==PP-RETIDO-ACUM==.
           05  PP-ACAO                   PIC X(01).
           05  PP-OPERADOR               PIC X(08).
           05  PP-DATA                   PIC 9(08).

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

       FD  REJEICOES
           RECORDING MODE IS F.
       01  REJEICOES-REG.
           05  RJ-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-ACAO                   PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-CAMPO                  PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-MOTIVO                 PIC X(30).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-PENHORA             PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-TRANS          PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-PEND           PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-REJEICOES           PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.

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

       01  WS-SWITCHES.
           05  WS-EOF-TRANS          PIC X(01) VALUE 'N'.
               88  FIM-PENH-TRANS    VALUE 'S'.
           05  WS-CAMPOS-VALIDOS     PIC X(01) VALUE 'N'.
               88  CAMPOS-OK         VALUE 'S' FALSE 'N'.
           05  WS-CADASTRO-SITUACAO  PIC X(01) VALUE 'N'.
               88  HA-CADASTRO       VALUE 'S' FALSE 'N'.
           05  WS-ORDEM-SITUACAO     PIC X(01) VALUE 'N'.
               88  ORDEM-EXISTE      VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-REJEITADOS     PIC 9(05) VALUE ZEROS.

           COPY DATCOMM.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-PROCESS-MANUT THRU 2000-EXIT
               UNTIL FIM-PENH-TRANS
           PERFORM 3000-FINALIZE      THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - open the order master for lookup, the
      * pending master for update and the day's transactions
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

      *    No order master yet just means no order has been approved
      *    so far - inclusions can still be parked.
           SET HA-CADASTRO TO FALSE
           OPEN INPUT PENHORA-CADASTRO
           IF WS-FS-PENHORA = '00'
               SET HA-CADASTRO TO TRUE
           ELSE
               IF WS-FS-PENHORA NOT = '35'
                   MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                   MOVE 'OPEN'    TO WS-ERRO-OPERACAO
                   MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
           END-IF

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT PENH-TRANS
           IF WS-FS-PENH-TRANS NOT = '00'
               MOVE 'PENHTRN'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN I-O PENH-PENDENTE
      *    A brand-new installation has no pending master yet - a
      *    status 35 on the I-O open just means it must be created.
           IF WS-FS-PENH-PEND = '35'
               OPEN OUTPUT PENH-PENDENTE
               CLOSE PENH-PENDENTE
               OPEN I-O PENH-PENDENTE
           END-IF
           IF WS-FS-PENH-PEND NOT = '00'
               MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND REJEICOES
           IF WS-FS-REJEICOES NOT = '00'
               CLOSE REJEICOES
               OPEN OUTPUT REJEICOES
           END-IF
           IF WS-FS-REJEICOES NOT = '00'
               MOVE 'PENHREJ'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-REJEICOES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 2100-READ-MANUT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-MANUT - edit one order transaction and park it
      * for approval.  An inclusion must be a new key, a change or
      * an exclusion must name an order already on the master.
      ******************************************************************
       2000-PROCESS-MANUT.
           ADD 1 TO WS-QTD-LIDOS
           IF PX-EMPRESA = ZEROS
               MOVE 1 TO PX-EMPRESA
           END-IF

           IF NOT PX-INCLUIR AND NOT PX-ALTERAR AND NOT PX-EXCLUIR
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE 'ACAO  ' TO RJ-CAMPO
               MOVE 'ACAO DEVE SER I, A OU E      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF

           IF PX-OPERADOR = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE 'OPERAD' TO RJ-CAMPO
               MOVE 'OPERADOR NAO INFORMADO       ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF

           PERFORM 2040-LOCALIZAR-ORDEM THRU 2040-EXIT
           IF PX-INCLUIR AND ORDEM-EXISTE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE 'CHAVE ' TO RJ-CAMPO
               MOVE 'ORDEM JA CADASTRADA          ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF
           IF NOT PX-INCLUIR AND NOT ORDEM-EXISTE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE 'CHAVE ' TO RJ-CAMPO
               MOVE 'ORDEM NAO CADASTRADA         ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2000-LER
           END-IF

      *    Lifting an order needs no field edits - only the key and
      *    the second operator's approval.
           IF NOT PX-EXCLUIR
               PERFORM 2050-VALIDAR-CAMPOS THRU 2050-EXIT
               IF NOT CAMPOS-OK
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO 2000-LER
               END-IF
           END-IF

           PERFORM 2300-PENDURAR-ORDEM THRU 2300-EXIT.

       2000-LER.
           PERFORM 2100-READ-MANUT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2040-LOCALIZAR-ORDEM - is the transaction's vendor/company
      * already under an approved order?
      ******************************************************************
       2040-LOCALIZAR-ORDEM.
           SET ORDEM-EXISTE TO FALSE
           IF NOT HA-CADASTRO
               GO TO 2040-EXIT
           END-IF
           MOVE PX-CHAVE TO PN-CHAVE
           READ PENHORA-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-FS-PENHORA NOT = '00'
                       MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'READ'    TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   SET ORDEM-EXISTE TO TRUE
           END-READ.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VALIDAR-CAMPOS - the vendor must be on FORNCAD, the
      * company 01 or 02, the order numbered and of a known kind,
      * a percentage or fixed order must carry its rate or amount,
      * a ceiling and the judicial account it pays into, and the
      * period must be real dates in order.  Every failure is logged;
      * the pending master is never touched.
      ******************************************************************
       2050-VALIDAR-CAMPOS.
           SET CAMPOS-OK TO TRUE

           MOVE PX-FORN-ID TO FC-FORN-ID
           READ FORNECEDOR-CADASTRO
               INVALID KEY
                   SET CAMPOS-OK TO FALSE
                   MOVE 'FORNEC' TO RJ-CAMPO
                   MOVE 'FORNECEDOR NAO CADASTRADO    ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               NOT INVALID KEY
                   IF WS-FS-FORNECEDOR NOT = '00'
                       MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'READ'    TO WS-ERRO-OPERACAO
                       MOVE WS-FS-FORNECEDOR TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
           END-READ

           IF PX-EMPRESA > 2
               SET CAMPOS-OK TO FALSE
               MOVE 'EMPRES' TO RJ-CAMPO
               MOVE 'EMPRESA DEVE SER 01 OU 02    ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF PX-NUM-ORDEM = SPACES
               SET CAMPOS-OK TO FALSE
               MOVE 'ORDEM ' TO RJ-CAMPO
               MOVE 'NUMERO DA ORDEM NAO INFORMADO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF NOT PX-TP-BLOQUEIO
              AND NOT PX-TP-PERCENTUAL
              AND NOT PX-TP-FIXO
               SET CAMPOS-OK TO FALSE
               MOVE 'TIPO  ' TO RJ-CAMPO
               MOVE 'TIPO DEVE SER B, P OU F      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF PX-TP-PERCENTUAL
              AND (PX-PERCENTUAL = ZEROS OR PX-PERCENTUAL > 100)
               SET CAMPOS-OK TO FALSE
               MOVE 'PERCEN' TO RJ-CAMPO
               MOVE 'PERCENTUAL FORA DE 0,01 A 100' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF PX-TP-FIXO AND PX-VALOR-FIXO = ZEROS
               SET CAMPOS-OK TO FALSE
               MOVE 'VALOR ' TO RJ-CAMPO
               MOVE 'VALOR FIXO NAO INFORMADO     ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF (PX-TP-PERCENTUAL OR PX-TP-FIXO)
              AND PX-TETO = ZEROS
               SET CAMPOS-OK TO FALSE
               MOVE 'TETO  ' TO RJ-CAMPO
               MOVE 'TETO DA PENHORA NAO INFORMADO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF (PX-TP-PERCENTUAL OR PX-TP-FIXO)
              AND (PX-BANCO-JUD = ZEROS OR PX-CONTA-JUD = ZEROS)
               SET CAMPOS-OK TO FALSE
               MOVE 'CONTA ' TO RJ-CAMPO
               MOVE 'CONTA JUDICIAL NAO INFORMADA ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           MOVE 'VAL' TO DSRV-FUNCAO
           MOVE PX-DATA-INICIO TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF NOT DSRV-DATA-VALIDA
               SET CAMPOS-OK TO FALSE
               MOVE 'INICIO' TO RJ-CAMPO
               MOVE 'DATA DE INICIO INVALIDA      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF PX-DATA-FIM NOT = ZEROS
               MOVE 'VAL' TO DSRV-FUNCAO
               MOVE PX-DATA-FIM TO DSRV-DATA
               CALL 'PROGDSRV' USING DSRV-COMMAREA
               IF NOT DSRV-DATA-VALIDA
                  OR PX-DATA-FIM < PX-DATA-INICIO
                   SET CAMPOS-OK TO FALSE
                   MOVE 'FIM   ' TO RJ-CAMPO
                   MOVE 'DATA FIM INVALIDA OU < INICIO' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-GRAVA-REJEICAO - log one rejected maintenance attempt
      ******************************************************************
       2060-GRAVA-REJEICAO.
           MOVE PX-FORN-ID TO RJ-FORN-ID
           MOVE PX-EMPRESA TO RJ-EMPRESA
           MOVE PX-ACAO    TO RJ-ACAO
           WRITE REJEICOES-REG
           IF WS-FS-REJEICOES NOT = '00'
               MOVE 'PENHREJ'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REJEICOES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PENDURAR-ORDEM - the validated change goes to the pending
      * master; a change already pending for the same vendor and
      * company is replaced by the newest request.  The withheld-to-
      * date amount is never keyed - it belongs to the master.
      ******************************************************************
       2300-PENDURAR-ORDEM.
           ADD 1 TO WS-QTD-PENDENTES
           MOVE PX-CHAVE       TO PP-CHAVE
           MOVE PX-NUM-ORDEM   TO PP-NUM-ORDEM
           MOVE PX-TIPO        TO PP-TIPO
           MOVE PX-PERCENTUAL  TO PP-PERCENTUAL
           MOVE PX-VALOR-FIXO  TO PP-VALOR-FIXO
           MOVE PX-TETO        TO PP-TETO
           MOVE PX-BANCO-JUD   TO PP-BANCO-JUD
           MOVE PX-AGENCIA-JUD TO PP-AGENCIA-JUD
           MOVE PX-CONTA-JUD   TO PP-CONTA-JUD
           MOVE PX-DATA-INICIO TO PP-DATA-INICIO
           MOVE PX-DATA-FIM    TO PP-DATA-FIM
           MOVE ZEROS          TO PP-RETIDO-ACUM
           IF ORDEM-EXISTE
               MOVE PN-RETIDO-ACUM TO PP-RETIDO-ACUM
           END-IF
           MOVE PX-ACAO        TO PP-ACAO
           MOVE PX-OPERADOR    TO PP-OPERADOR
           ACCEPT PP-DATA FROM DATE YYYYMMDD
           WRITE PENH-PENDENTE-REG
               INVALID KEY
                   REWRITE PENH-PENDENTE-REG
                   IF WS-FS-PENH-PEND NOT = '00'
                       MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
                       MOVE 'REWRIT'   TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
               NOT INVALID KEY
                   IF WS-FS-PENH-PEND NOT = '00'
                       MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
                       MOVE 'WRITE'    TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
           END-WRITE
           DISPLAY 'ORDEM PENDENTE DE APROVACAO: ' PX-FORN-ID
               '/' PX-EMPRESA ' ACAO: ' PX-ACAO.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-MANUT - read the next order maintenance transaction
      ******************************************************************
       2100-READ-MANUT.
           READ PENH-TRANS
               AT END
                   SET FIM-PENH-TRANS TO TRUE
           END-READ
           IF WS-FS-PENH-TRANS NOT = '00' AND NOT = '10'
               MOVE 'PENHTRN'  TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the files and report what was parked
      ******************************************************************
       3000-FINALIZE.
           IF HA-CADASTRO
               CLOSE PENHORA-CADASTRO
           END-IF
           CLOSE FORNECEDOR-CADASTRO
           CLOSE PENH-TRANS
           CLOSE PENH-PENDENTE
           CLOSE REJEICOES
           CLOSE JOB-LOG
           DISPLAY 'TRANSACOES LIDAS.......: ' WS-QTD-LIDOS
           DISPLAY 'ORDENS PENDENTES.......: ' WS-QTD-PENDENTES
           DISPLAY 'TRANSACOES REJEITADAS..: ' WS-QTD-REJEITADOS.
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
       END PROGRAM PROGPENH.
