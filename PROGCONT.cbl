      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared callable paying-account service (CTACOMM
      *          commarea) - the company bank-account master and the
      *          least-cost routing rule in one subprogram, so the
      *          funding scheduler and the remittance route a payment
      *          to the same account by the same rule.  CONTAPAG
      *          carries per company the accounts we pay from: bank,
      *          branch, account, the remittance file (1-4) the
      *          account's agreement goes out on, the balance
      *          treasury dates for the business day and the fee
      *          schedule (same-bank transfer, TED to another bank,
      *          boleto).  A payment goes to the active account with
      *          the lowest fee that still has the balance to fund
      *          it - the vendor's own bank winning a tie - and that
      *          balance is debited for the rest of the run.  The
      *          master is loaded on the first call of the run and
      *          kept; a missing file simply means no accounts.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the paying-account service.
      * 15/10/2026 RFS  A CONTAPAG read error now abends the run through
      *                 the standard error handler instead of looping,
      *                 and an account naming file 1 or 2 - company 01's
      *                 or 02's own agreement file - for another company
      *                 is left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-PAGADORA ASSIGN TO "CONTAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTAPAG.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One paying account - the fees are per payment, in BRL; the
      * balance is what treasury allows out of the account on
      * CP-DATA-SALDO.
      ******************************************************************
       FD  CONTA-PAGADORA
           RECORDING MODE IS F.
       01  CONTA-PAGADORA-REG.
           05  CP-EMPRESA                PIC 9(02).
           05  CP-ARQUIVO                PIC 9(01).
           05  CP-BANCO                  PIC 9(03).
           05  CP-AGENCIA                PIC 9(04).
           05  CP-CONTA                  PIC 9(10).
           05  CP-ATIVA                  PIC X(01).
               88  CP-CONTA-ATIVA        VALUE 'S'.
           05  CP-DATA-SALDO             PIC 9(08).
           05  CP-SALDO                  PIC 9(11)V99.
           05  CP-TARIFA-INTERNA         PIC 9(03)V99.
           05  CP-TARIFA-TED             PIC 9(03)V99.
           05  CP-TARIFA-BOLETO          PIC 9(03)V99.

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CONTAS-CARREG      PIC X(01) VALUE 'N'.
               88  CONTAS-CARREGADAS VALUE 'S'.
           05  WS-EMPRESA-SIT        PIC X(01) VALUE 'N'.
               88  EMPRESA-TEM-CONTA VALUE 'S' FALSE 'N'.
           05  WS-MESMO-BANCO-SIT    PIC X(01) VALUE 'N'.
               88  MESMO-BANCO       VALUE 'S' FALSE 'N'.

       77 WS-FS-CONTAPAG            PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-TARIFA-CALC            PIC 9(03)V99 VALUE ZEROS.

      ******************************************************************
      * The active accounts loaded from CONTAPAG on the first call,
      * with the balance still left to route against.
      ******************************************************************
       01  WS-TABELA-CONTAS.
           05  WS-CTA-ITEM           OCCURS 20 TIMES
                                     INDEXED BY WS-CTA-IDX.
               10  WS-CTA-EMPRESA    PIC 9(02).
               10  WS-CTA-ARQUIVO    PIC 9(01).
               10  WS-CTA-BANCO      PIC 9(03).
               10  WS-CTA-AGENCIA    PIC 9(04).
               10  WS-CTA-CONTA      PIC 9(10).
               10  WS-CTA-SALDO      PIC 9(11)V99.
               10  WS-CTA-RESTANTE   PIC 9(11)V99.
               10  WS-CTA-TAR-INTERNA PIC 9(03)V99.
               10  WS-CTA-TAR-TED    PIC 9(03)V99.
               10  WS-CTA-TAR-BOLETO PIC 9(03)V99.
       77 WS-QTD-CONTAS             PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * Remittance files already taken by an account - each file is
      * one bank agreement, so no two accounts may share one.
      ******************************************************************
       01  WS-TABELA-ARQUIVOS.
           05  WS-ARQ-USADO          OCCURS 4 TIMES PIC X(01).

      ******************************************************************
      * The best candidates of the routing pass - the cheapest
      * account that can fund the payment and the cheapest overall.
      ******************************************************************
       01  WS-ROTEAMENTO.
           05  WS-MELHOR-POS         PIC 9(02) VALUE ZEROS.
           05  WS-MELHOR-TARIFA      PIC 9(03)V99 VALUE ZEROS.
           05  WS-MELHOR-MESMO       PIC X(01) VALUE 'N'.
           05  WS-BARATA-POS         PIC 9(02) VALUE ZEROS.
           05  WS-BARATA-TARIFA      PIC 9(03)V99 VALUE ZEROS.
           05  WS-BARATA-MESMO       PIC X(01) VALUE 'N'.
           05  WS-POS-ATUAL          PIC 9(02) VALUE ZEROS.

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
           COPY CTACOMM.

       PROCEDURE DIVISION USING CTA-COMMAREA.
      ******************************************************************
      * 0000-MAINLINE - dispatch on the requested function
      ******************************************************************
       0000-MAINLINE.
           MOVE ZEROS TO CTA-RETORNO
           IF NOT CONTAS-CARREGADAS
               PERFORM 1000-CARREGAR-CONTAS THRU 1000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CTA-FN-ROTEAR
                   PERFORM 2000-FN-ROTEAR THRU 2000-EXIT
               WHEN CTA-FN-LISTAR
                   PERFORM 3000-FN-LISTAR THRU 3000-EXIT
               WHEN OTHER
                   MOVE 16 TO CTA-RETORNO
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1000-CARREGAR-CONTAS - load the active paying accounts once
      * per run (missing file simply means no accounts on record)
      ******************************************************************
       1000-CARREGAR-CONTAS.
           SET CONTAS-CARREGADAS TO TRUE
           MOVE ALL 'N' TO WS-TABELA-ARQUIVOS
           OPEN INPUT CONTA-PAGADORA
           IF WS-FS-CONTAPAG = '00'
               PERFORM 1010-LER-CONTA THRU 1010-EXIT
                   UNTIL WS-FS-CONTAPAG = '10'
               CLOSE CONTA-PAGADORA
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-LER-CONTA - one account into the table.  An inactive
      * account is left out; one naming a remittance file outside
      * 1-4 or already taken, or files 1-2 - the agreement files of
      * companies 01 and 02 - for another company, cannot be
      * remitted and is left out with a warning; a balance not dated
      * for the business day funds nothing tonight.  A read error
      * abends the run.
      ******************************************************************
       1010-LER-CONTA.
           READ CONTA-PAGADORA
               AT END
                   MOVE '10' TO WS-FS-CONTAPAG
                   GO TO 1010-EXIT
           END-READ
           IF WS-FS-CONTAPAG NOT = '00'
               MOVE 'CONTAPAG' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CONTAPAG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF NOT CP-CONTA-ATIVA
               GO TO 1010-EXIT
           END-IF

           IF CP-ARQUIVO < 1 OR CP-ARQUIVO > 4
               DISPLAY 'CONTA PAGADORA COM ARQUIVO INVALIDO: '
                   CP-BANCO '/' CP-AGENCIA '/' CP-CONTA
               GO TO 1010-EXIT
           END-IF
           IF CP-ARQUIVO <= 2 AND CP-EMPRESA NOT = CP-ARQUIVO
               DISPLAY 'CONTA PAGADORA EM ARQUIVO DE OUTRA EMPRESA: '
                   CP-BANCO '/' CP-AGENCIA '/' CP-CONTA
               GO TO 1010-EXIT
           END-IF
           IF WS-ARQ-USADO (CP-ARQUIVO) = 'S'
               DISPLAY 'CONTA PAGADORA EM ARQUIVO JA USADO: '
                   CP-BANCO '/' CP-AGENCIA '/' CP-CONTA
               GO TO 1010-EXIT
           END-IF
           IF WS-QTD-CONTAS >= 20
               DISPLAY 'TABELA DE CONTAS PAGADORAS CHEIA: '
                   CP-BANCO '/' CP-AGENCIA '/' CP-CONTA
               GO TO 1010-EXIT
           END-IF

           MOVE 'S' TO WS-ARQ-USADO (CP-ARQUIVO)
           ADD 1 TO WS-QTD-CONTAS
           SET WS-CTA-IDX TO WS-QTD-CONTAS
           MOVE CP-EMPRESA        TO WS-CTA-EMPRESA (WS-CTA-IDX)
           MOVE CP-ARQUIVO        TO WS-CTA-ARQUIVO (WS-CTA-IDX)
           MOVE CP-BANCO          TO WS-CTA-BANCO (WS-CTA-IDX)
           MOVE CP-AGENCIA        TO WS-CTA-AGENCIA (WS-CTA-IDX)
           MOVE CP-CONTA          TO WS-CTA-CONTA (WS-CTA-IDX)
           MOVE CP-TARIFA-INTERNA TO WS-CTA-TAR-INTERNA (WS-CTA-IDX)
           MOVE CP-TARIFA-TED     TO WS-CTA-TAR-TED (WS-CTA-IDX)
           MOVE CP-TARIFA-BOLETO  TO WS-CTA-TAR-BOLETO (WS-CTA-IDX)
           IF CP-DATA-SALDO = CTA-DATA
               MOVE CP-SALDO TO WS-CTA-SALDO (WS-CTA-IDX)
           ELSE
               DISPLAY 'SALDO DA CONTA PAGADORA NAO E DO DIA: '
                   CP-BANCO '/' CP-AGENCIA '/' CP-CONTA
               MOVE ZEROS TO WS-CTA-SALDO (WS-CTA-IDX)
           END-IF
           MOVE WS-CTA-SALDO (WS-CTA-IDX)
                                  TO WS-CTA-RESTANTE (WS-CTA-IDX).
       1010-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FN-ROTEAR - route one payment: of the company's accounts,
      * the cheapest with the balance left to fund it (same bank
      * first on a tie, master order after that) is debited and
      * returned; with none able to fund it, the cheapest account is
      * returned undebited with 04
      ******************************************************************
       2000-FN-ROTEAR.
           MOVE ZEROS TO CTA-CONTA-ESCOLHIDA
           SET EMPRESA-TEM-CONTA TO FALSE
           MOVE ZEROS TO WS-MELHOR-POS
           MOVE ZEROS TO WS-BARATA-POS

           IF WS-QTD-CONTAS > ZEROS
               PERFORM 2100-AVALIAR-CONTA THRU 2100-EXIT
                   VARYING WS-POS-ATUAL FROM 1 BY 1
                   UNTIL WS-POS-ATUAL > WS-QTD-CONTAS
           END-IF

           IF NOT EMPRESA-TEM-CONTA
               MOVE 8 TO CTA-RETORNO
               GO TO 2000-EXIT
           END-IF

           IF WS-MELHOR-POS > ZEROS
               SET WS-CTA-IDX TO WS-MELHOR-POS
               SUBTRACT CTA-VALOR FROM WS-CTA-RESTANTE (WS-CTA-IDX)
               PERFORM 2150-CALCULAR-TARIFA THRU 2150-EXIT
               PERFORM 2200-DEVOLVER-CONTA THRU 2200-EXIT
           ELSE
               SET WS-CTA-IDX TO WS-BARATA-POS
               PERFORM 2150-CALCULAR-TARIFA THRU 2150-EXIT
               PERFORM 2200-DEVOLVER-CONTA THRU 2200-EXIT
               MOVE 4 TO CTA-RETORNO
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-AVALIAR-CONTA - weigh one account against the best found
      * so far, overall and among those that can fund the payment
      ******************************************************************
       2100-AVALIAR-CONTA.
           SET WS-CTA-IDX TO WS-POS-ATUAL
           IF WS-CTA-EMPRESA (WS-CTA-IDX) NOT = CTA-EMPRESA
               GO TO 2100-EXIT
           END-IF
           SET EMPRESA-TEM-CONTA TO TRUE
           PERFORM 2150-CALCULAR-TARIFA THRU 2150-EXIT

           IF WS-BARATA-POS = ZEROS
            OR WS-TARIFA-CALC < WS-BARATA-TARIFA
            OR (WS-TARIFA-CALC = WS-BARATA-TARIFA
                AND MESMO-BANCO AND WS-BARATA-MESMO = 'N')
               MOVE WS-POS-ATUAL       TO WS-BARATA-POS
               MOVE WS-TARIFA-CALC     TO WS-BARATA-TARIFA
               MOVE WS-MESMO-BANCO-SIT TO WS-BARATA-MESMO
           END-IF

           IF WS-CTA-RESTANTE (WS-CTA-IDX) < CTA-VALOR
               GO TO 2100-EXIT
           END-IF
           IF WS-MELHOR-POS = ZEROS
            OR WS-TARIFA-CALC < WS-MELHOR-TARIFA
            OR (WS-TARIFA-CALC = WS-MELHOR-TARIFA
                AND MESMO-BANCO AND WS-MELHOR-MESMO = 'N')
               MOVE WS-POS-ATUAL       TO WS-MELHOR-POS
               MOVE WS-TARIFA-CALC     TO WS-MELHOR-TARIFA
               MOVE WS-MESMO-BANCO-SIT TO WS-MELHOR-MESMO
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CALCULAR-TARIFA - what the account at WS-CTA-IDX charges
      * for this payment: the boleto fee for a boleto, the same-bank
      * fee when the money stays in the account's own bank, TED
      * otherwise
      ******************************************************************
       2150-CALCULAR-TARIFA.
           SET MESMO-BANCO TO FALSE
           IF CTA-BANCO-DESTINO NOT = ZEROS
              AND CTA-BANCO-DESTINO = WS-CTA-BANCO (WS-CTA-IDX)
               SET MESMO-BANCO TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN CTA-EH-BOLETO
                   MOVE WS-CTA-TAR-BOLETO (WS-CTA-IDX)
                                         TO WS-TARIFA-CALC
               WHEN MESMO-BANCO
                   MOVE WS-CTA-TAR-INTERNA (WS-CTA-IDX)
                                         TO WS-TARIFA-CALC
               WHEN OTHER
                   MOVE WS-CTA-TAR-TED (WS-CTA-IDX)
                                         TO WS-TARIFA-CALC
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DEVOLVER-CONTA - the account at WS-CTA-IDX back to the
      * caller
      ******************************************************************
       2200-DEVOLVER-CONTA.
           MOVE WS-CTA-EMPRESA (WS-CTA-IDX)  TO CTA-CONTA-EMPRESA
           MOVE WS-CTA-ARQUIVO (WS-CTA-IDX)  TO CTA-ARQUIVO
           MOVE WS-CTA-BANCO (WS-CTA-IDX)    TO CTA-BANCO
           MOVE WS-CTA-AGENCIA (WS-CTA-IDX)  TO CTA-AGENCIA
           MOVE WS-CTA-CONTA (WS-CTA-IDX)    TO CTA-CONTA
           MOVE WS-TARIFA-CALC               TO CTA-TARIFA
           MOVE WS-CTA-SALDO (WS-CTA-IDX)    TO CTA-SALDO-INICIAL
           MOVE WS-CTA-RESTANTE (WS-CTA-IDX) TO CTA-SALDO-RESTANTE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FN-LISTAR - the CTA-INDICE'th account on the master, with
      * its opening and remaining balance
      ******************************************************************
       3000-FN-LISTAR.
           MOVE ZEROS TO CTA-CONTA-ESCOLHIDA
           IF CTA-INDICE < 1 OR CTA-INDICE > WS-QTD-CONTAS
               MOVE 12 TO CTA-RETORNO
               GO TO 3000-EXIT
           END-IF
           SET WS-CTA-IDX TO CTA-INDICE
           MOVE ZEROS TO WS-TARIFA-CALC
           PERFORM 2200-DEVOLVER-CONTA THRU 2200-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ERROR-PARAGRAPH - standard error handler: log the failing
      * file/operation/status to JOB-LOG and abend the run.
      ******************************************************************
       8000-ERROR-PARAGRAPH.
           OPEN EXTEND JOB-LOG
           IF WS-FS-JOB-LOG NOT = '00'
               CLOSE JOB-LOG
               OPEN OUTPUT JOB-LOG
           END-IF
           ACCEPT WS-ERRO-DATA FROM DATE YYYYMMDD
           MOVE WS-ERRO-LINHA TO JOB-LOG-REG
           WRITE JOB-LOG-REG
           DISPLAY WS-ERRO-LINHA
           CLOSE JOB-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       8000-EXIT.
           EXIT.
       END PROGRAM PROGCONT.
