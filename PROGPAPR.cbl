      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: second-operator approval for the court-order
      *          (penhora) changes PROGPENH parks on the PENHPEND
      *          pending master - the reviewing operator signs on
      *          against OPERCAD, must be different from the
      *          submitter, sees each pending order and keys A to
      *          approve (the order is included in, changed on or
      *          lifted from PENHCAD), R to reject, or P to leave it
      *          pending.  Every decision is written to the PENHADTR
      *          trail with both operators; while a change is pending
      *          PROGCOMM holds the vendor's payments for that
      *          company, so nothing is paid on a half-approved order.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the court-order approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPAPR IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENH-PENDENTE ASSIGN TO "PENHPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CHAVE
               FILE STATUS IS WS-FS-PENH-PEND.
           SELECT PENHORA-CADASTRO ASSIGN TO "PENHCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORA.
           SELECT PENH-AUDIT   ASSIGN TO "PENHADTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENH-AUDIT.
           SELECT OPERADORES   ASSIGN TO "OPERCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
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
               88  PP-INCLUIR            VALUE 'I'.
               88  PP-ALTERAR            VALUE 'A'.
               88  PP-EXCLUIR            VALUE 'E'.
           05  PP-OPERADOR               PIC X(08).
           05  PP-DATA                   PIC 9(08).

       FD  PENHORA-CADASTRO
           RECORDING MODE IS F.
       01  PENHORA-CADASTRO-REG.
           COPY PENHREC.

      ******************************************************************
      * Decision trail - one line per approval or rejection, with
      * both operators and the order as it was requested.
      ******************************************************************
       FD  PENH-AUDIT
           RECORDING MODE IS F.
       01  PENH-AUDIT-REG.
           05  PA-FORN-ID                PIC 9(05).
           05  FILLER                    PIC X(01).
           05  PA-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  PA-ACAO                   PIC X(01).
           05  FILLER                    PIC X(01).
           05  PA-DECISAO                PIC X(01).
           05  FILLER                    PIC X(01).
           05  PA-NUM-ORDEM              PIC X(20).
           05  FILLER                    PIC X(01).
           05  PA-TIPO                   PIC X(01).
           05  FILLER                    PIC X(01).
           05  PA-PERCENTUAL             PIC 9(03)V99.
           05  FILLER                    PIC X(01).
           05  PA-VALOR-FIXO             PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  PA-TETO                   PIC 9(11)V99.
           05  FILLER                    PIC X(01).
           05  PA-BANCO-JUD              PIC 9(03).
           05  PA-AGENCIA-JUD            PIC 9(04).
           05  PA-CONTA-JUD              PIC 9(10).
           05  FILLER                    PIC X(01).
           05  PA-SOLICITANTE            PIC X(08).
           05  FILLER                    PIC X(01).
           05  PA-APROVADOR              PIC X(08).
           05  FILLER                    PIC X(01).
           05  PA-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PA-HORA                   PIC X(08).

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
           05  WS-EOF-PENDENTE       PIC X(01) VALUE 'N'.
               88  FIM-PENDENTES     VALUE 'S' FALSE 'N'.
           05  WS-OPER-SITUACAO      PIC X(01) VALUE 'N'.
               88  OPERADOR-VALIDO   VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-APROVADOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-REJEITADOS     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-MANTIDOS       PIC 9(05) VALUE ZEROS.

       77 WS-FS-PENH-PEND           PIC X(02) VALUE SPACES.
       77 WS-FS-PENHORA             PIC X(02) VALUE SPACES.
       77 WS-FS-PENH-AUDIT          PIC X(02) VALUE SPACES.
       77 WS-FS-OPERADORES          PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-OPER-ID                PIC X(08) VALUE SPACES.
       77 WS-OPER-BUSCA             PIC X(08) VALUE SPACES.
       77 WS-TENTATIVAS             PIC 9(01) VALUE ZEROS.
       77 WS-DECISAO                PIC X(01) VALUE SPACE.
           88  DECISAO-APROVAR      VALUE 'A'.
           88  DECISAO-REJEITAR     VALUE 'R'.

      ******************************************************************
      * Operators authorized to approve - loaded from OPERCAD at
      * start of run, the way PROGFAPR loads them.
      ******************************************************************
       01  WS-TABELA-OPERADORES.
           05  WS-OPER-ITEM          OCCURS 50 TIMES
                                     INDEXED BY WS-OPER-IDX.
               10  WS-OPER-TAB-ID    PIC X(08).
               10  WS-OPER-TAB-ATIVO PIC X(01).
       77 WS-QTD-OPERADORES         PIC 9(03) VALUE ZEROS.

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
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-REVISAR-PENDENTE THRU 2000-EXIT
               UNTIL FIM-PENDENTES
           PERFORM 3000-FINALIZE       THRU 3000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - sign the approver on and open the masters
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

           OPEN I-O PENH-PENDENTE
           IF WS-FS-PENH-PEND NOT = '00'
               DISPLAY 'SEM ORDENS PENDENTES, STATUS: '
                   WS-FS-PENH-PEND
               SET FIM-PENDENTES TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PENHORA-CADASTRO
      *    The first order ever approved creates the master.
           IF WS-FS-PENHORA = '35'
               OPEN OUTPUT PENHORA-CADASTRO
               CLOSE PENHORA-CADASTRO
               OPEN I-O PENHORA-CADASTRO
           END-IF
           IF WS-FS-PENHORA NOT = '00'
               MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND PENH-AUDIT
           IF WS-FS-PENH-AUDIT NOT = '00'
               CLOSE PENH-AUDIT
               OPEN OUTPUT PENH-AUDIT
           END-IF
           IF WS-FS-PENH-AUDIT NOT = '00'
               MOVE 'PENHADTR' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           MOVE LOW-VALUES TO PP-CHAVE
           START PENH-PENDENTE KEY NOT < PP-CHAVE
               INVALID KEY
                   SET FIM-PENDENTES TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-OPERADORES - load the authorized-operator
      * table; an approval session against an empty table fails
      * closed
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
      * 1500-SIGNON - identify the approving operator; three failed
      * attempts end the run
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
           DISPLAY 'APROVADOR IDENTIFICADO: ' WS-OPER-ID.
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
      * 1520-VALIDAR-OPERADOR - the id in WS-OPER-BUSCA must be on
      * the operators table and active
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
      * 2000-REVISAR-PENDENTE - one pending order change through the
      * decision screen.  The submitter's own change is never shown
      * for decision.
      ******************************************************************
       2000-REVISAR-PENDENTE.
           READ PENH-PENDENTE NEXT RECORD
               AT END
                   SET FIM-PENDENTES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF WS-FS-PENH-PEND NOT = '00'
               MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           IF PP-OPERADOR = WS-OPER-ID
               ADD 1 TO WS-QTD-MANTIDOS
               DISPLAY 'ORDEM DO PROPRIO OPERADOR, PULADA: '
                   PP-FORN-ID '/' PP-EMPRESA
               GO TO 2000-EXIT
           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'FORNECEDOR.: ' PP-FORN-ID ' EMPRESA: ' PP-EMPRESA
           DISPLAY 'ACAO.......: ' PP-ACAO ' (I=INCLUI A=ALTERA '
               'E=LEVANTA)'
           DISPLAY 'SOLICITANTE: ' PP-OPERADOR ' EM ' PP-DATA
           DISPLAY 'ORDEM......: ' PP-NUM-ORDEM ' TIPO: ' PP-TIPO
           DISPLAY 'PERCENTUAL.: ' PP-PERCENTUAL
               ' VALOR FIXO: ' PP-VALOR-FIXO
           DISPLAY 'TETO.......: ' PP-TETO
               ' RETIDO ATE HOJE: ' PP-RETIDO-ACUM
           DISPLAY 'CONTA JUD..: ' PP-BANCO-JUD ' '
               PP-AGENCIA-JUD ' ' PP-CONTA-JUD
           DISPLAY 'VIGENCIA...: ' PP-DATA-INICIO ' A ' PP-DATA-FIM
           DISPLAY 'APROVA (A), REJEITA (R) OU PULA (P)? '
           ACCEPT WS-DECISAO

           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 2100-APROVAR-ORDEM THRU 2100-EXIT
               WHEN DECISAO-REJEITAR
                   PERFORM 2200-REJEITAR-ORDEM THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDOS
                   DISPLAY 'ORDEM MANTIDA PENDENTE: ' PP-FORN-ID
                       '/' PP-EMPRESA
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APROVAR-ORDEM - apply the order to PENHCAD: an inclusion
      * starts with nothing withheld, a change keeps what the master
      * has withheld so far, an exclusion lifts the order.  A master
      * that no longer matches the action leaves the change pending.
      ******************************************************************
       2100-APROVAR-ORDEM.
           MOVE PP-CHAVE TO PN-CHAVE
           READ PENHORA-CADASTRO
               INVALID KEY
                   IF NOT PP-INCLUIR
                       DISPLAY 'ORDEM NAO CADASTRADA: ' PP-FORN-ID
                           '/' PP-EMPRESA
                       ADD 1 TO WS-QTD-MANTIDOS
                       GO TO 2100-EXIT
                   END-IF
               NOT INVALID KEY
                   IF WS-FS-PENHORA NOT = '00'
                       MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'READ'    TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   IF PP-INCLUIR
                       DISPLAY 'ORDEM JA CADASTRADA: ' PP-FORN-ID
                           '/' PP-EMPRESA
                       ADD 1 TO WS-QTD-MANTIDOS
                       GO TO 2100-EXIT
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN PP-INCLUIR
                   PERFORM 2110-MOVER-ORDEM THRU 2110-EXIT
                   MOVE ZEROS TO PN-RETIDO-ACUM
                   WRITE PENHORA-CADASTRO-REG
                   IF WS-FS-PENHORA NOT = '00'
                       MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'WRITE'   TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
               WHEN PP-ALTERAR
                   PERFORM 2110-MOVER-ORDEM THRU 2110-EXIT
                   REWRITE PENHORA-CADASTRO-REG
                   IF WS-FS-PENHORA NOT = '00'
                       MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'REWRIT'  TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
               WHEN OTHER
                   DELETE PENHORA-CADASTRO
                   IF WS-FS-PENHORA NOT = '00'
                       MOVE 'PENHCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'DELETE'  TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENHORA TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-QTD-APROVADOS
           MOVE 'A' TO WS-DECISAO
           PERFORM 4000-GRAVAR-DECISAO THRU 4000-EXIT
           PERFORM 2300-REMOVER-PENDENTE THRU 2300-EXIT
           DISPLAY 'ORDEM APROVADA........: ' PP-FORN-ID
               '/' PP-EMPRESA.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-MOVER-ORDEM - the order terms as approved; the withheld-
      * to-date amount on the master is left alone
      ******************************************************************
       2110-MOVER-ORDEM.
           MOVE PP-CHAVE       TO PN-CHAVE
           MOVE PP-NUM-ORDEM   TO PN-NUM-ORDEM
           MOVE PP-TIPO        TO PN-TIPO
           MOVE PP-PERCENTUAL  TO PN-PERCENTUAL
           MOVE PP-VALOR-FIXO  TO PN-VALOR-FIXO
           MOVE PP-TETO        TO PN-TETO
           MOVE PP-BANCO-JUD   TO PN-BANCO-JUD
           MOVE PP-AGENCIA-JUD TO PN-AGENCIA-JUD
           MOVE PP-CONTA-JUD   TO PN-CONTA-JUD
           MOVE PP-DATA-INICIO TO PN-DATA-INICIO
           MOVE PP-DATA-FIM    TO PN-DATA-FIM.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REJEITAR-ORDEM - record the rejection and clear the
      * pending entry; the master was never touched
      ******************************************************************
       2200-REJEITAR-ORDEM.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE 'R' TO WS-DECISAO
           PERFORM 4000-GRAVAR-DECISAO THRU 4000-EXIT
           PERFORM 2300-REMOVER-PENDENTE THRU 2300-EXIT
           DISPLAY 'ORDEM REJEITADA.......: ' PP-FORN-ID
               '/' PP-EMPRESA.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REMOVER-PENDENTE - a decided change leaves the pending
      * master so the vendor's payments stop being held
      ******************************************************************
       2300-REMOVER-PENDENTE.
           DELETE PENH-PENDENTE
               INVALID KEY
                   MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
                   MOVE 'DELETE'   TO WS-ERRO-OPERACAO
                   MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               NOT INVALID KEY
                   IF WS-FS-PENH-PEND NOT = '00'
                       MOVE 'PENHPEND' TO WS-ERRO-ARQUIVO
                       MOVE 'DELETE'   TO WS-ERRO-OPERACAO
                       MOVE WS-FS-PENH-PEND TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
           END-DELETE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-DECISAO - one trail line with both operators and
      * the order terms as requested
      ******************************************************************
       4000-GRAVAR-DECISAO.
           MOVE SPACES          TO PENH-AUDIT-REG
           MOVE PP-FORN-ID      TO PA-FORN-ID
           MOVE PP-EMPRESA      TO PA-EMPRESA
           MOVE PP-ACAO         TO PA-ACAO
           MOVE WS-DECISAO      TO PA-DECISAO
           MOVE PP-NUM-ORDEM    TO PA-NUM-ORDEM
           MOVE PP-TIPO         TO PA-TIPO
           MOVE PP-PERCENTUAL   TO PA-PERCENTUAL
           MOVE PP-VALOR-FIXO   TO PA-VALOR-FIXO
           MOVE PP-TETO         TO PA-TETO
           MOVE PP-BANCO-JUD    TO PA-BANCO-JUD
           MOVE PP-AGENCIA-JUD  TO PA-AGENCIA-JUD
           MOVE PP-CONTA-JUD    TO PA-CONTA-JUD
           MOVE PP-OPERADOR     TO PA-SOLICITANTE
           MOVE WS-OPER-ID      TO PA-APROVADOR
           ACCEPT PA-DATA FROM DATE YYYYMMDD
           ACCEPT PA-HORA FROM TIME
           WRITE PENH-AUDIT-REG
           IF WS-FS-PENH-AUDIT NOT = '00'
               MOVE 'PENHADTR' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PENH-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - close the session's files and report the
      * decisions taken
      ******************************************************************
       3000-FINALIZE.
           CLOSE PENH-PENDENTE
           CLOSE PENHORA-CADASTRO
           CLOSE PENH-AUDIT
           CLOSE JOB-LOG
           DISPLAY 'ORDENS REVISADAS......: ' WS-QTD-LIDOS
           DISPLAY 'ORDENS APROVADAS......: ' WS-QTD-APROVADOS
           DISPLAY 'ORDENS REJEITADAS.....: ' WS-QTD-REJEITADOS
           DISPLAY 'ORDENS MANTIDAS.......: ' WS-QTD-MANTIDOS.
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
       END PROGRAM PROGPAPR.
