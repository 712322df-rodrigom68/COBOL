      *                 debit applied on the wrong day reports a
      *                 date divergence the same way a wrong amount
      *                 does, completing the key/amount/date match.
      * 15/10/2026 RFS  Each paying account is now reconciled on its
      *                 own: the statement header and the remittance
      *                 header name the account, a debit only matches a
      *                 remittance routed to the same account (zeros on
      *                 either side being a company agreement that
      *                 matches any), a debit whose key was remitted
      *                 from another account is reported as such, and
      *                 the report closes with a per-account summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONC IS INITIAL PROGRAM.
      * One statement record as the bank sends them - type 1 is a
      * debit applied to our account, carrying the remittance key the
      * bank echoes (zeros when the debit matches nothing we sent).
      * Each paying account's statement opens with a type 0 header
      * naming the account (bank, branch, account); the statements of
      * all the accounts come in one after the other.
      ******************************************************************
       FD  EXTRATO-BANCO
           RECORDING MODE IS F.
           05  EX-CHAVE                  PIC 9(06).
           05  EX-VALOR                  PIC 9(09)V99.
           05  FILLER                    PIC X(54).
       01  EXTRATO-HEADER-REG REDEFINES EXTRATO-BANCO-REG.
           05  EH-TIPO                   PIC X(01).
           05  EH-DATA                   PIC 9(08).
           05  EH-CONTA-PAG              PIC 9(17).
           05  FILLER                    PIC X(54).

      ******************************************************************
      * One remittance record exactly as PROGREMES lays them out -
      * the type 1 details, and the header naming the paying account
      * the file's details are debited to (zeros, or spaces on an
      * older file, when it is a company agreement with no account
      * master behind it).
      ******************************************************************
       FD  REMESSA-BANCO
           RECORDING MODE IS F.
       01  REMESSA-BANCO-REG.
           05  RM-TIPO                   PIC X(01).
               88  RM-HEADER             VALUE '0'.
               88  RM-DETALHE            VALUE '1'.
           05  RM-CHAVE                  PIC 9(06).
           05  RM-FORN-ID                PIC 9(05).
           05  RM-MOEDA                  PIC X(03).
           05  RM-VENCTO                 PIC 9(08).
           05  FILLER                    PIC X(19).
       01  REMESSA-HEADER-REG REDEFINES REMESSA-BANCO-REG.
           05  RH-TIPO                   PIC X(01).
           05  RH-DATA-GERACAO           PIC 9(08).
           05  FILLER                    PIC X(18).
           05  RH-EMPRESA                PIC 9(02).
           05  RH-CONTA-PAG              PIC 9(17).
           05  FILLER                    PIC X(34).

      ******************************************************************
      * One bank-return record exactly as PROGRETOR reads them.
           05  WS-QTD-DEB-ORFAOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REM-ORFAOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-LIQUID     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CONTA-DIVERG   PIC 9(07) VALUE ZEROS.

       77 WS-FS-EXTRATO             PIC X(02) VALUE SPACES.
       77 WS-FS-REMESSA             PIC X(02) VALUE SPACES.
       77 WS-MOSTRA                 PIC X(08) VALUE SPACES.
       77 WS-REF-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-IDADE-DIAS             PIC S9(07) VALUE ZEROS.
       77 WS-CONTA-REM-ATUAL        PIC 9(17) VALUE ZEROS.
       77 WS-CONTA-EXT-ATUAL        PIC 9(17) VALUE ZEROS.
       77 WS-CONTA-BUSCA            PIC 9(17) VALUE ZEROS.

      ******************************************************************
      * As-of date (PARM-DATA, same DD/MM/AAAA layout the other
               10  WS-REM-VALOR      PIC 9(09)V99.
               10  WS-REM-VENCTO     PIC 9(08).
               10  WS-REM-CASADA     PIC X(01).
               10  WS-REM-CONTA      PIC 9(17).
       77 WS-QTD-REM-ITENS          PIC 9(05) VALUE ZEROS.

      ******************************************************************
      * Per paying account (bank, branch and account as one key) what
      * its statement and its remittances came to - each account is
      * reconciled on its own.
      ******************************************************************
       01  WS-TABELA-CONTAS.
           05  WS-CTA-ITEM           OCCURS 20 TIMES
                                     INDEXED BY WS-CTA-IDX.
               10  WS-CTA-CHAVE      PIC 9(17).
               10  WS-CTA-DEBITOS    PIC 9(07).
               10  WS-CTA-CASADOS    PIC 9(07).
               10  WS-CTA-DIVERG     PIC 9(07).
               10  WS-CTA-REMETIDOS  PIC 9(07).
               10  WS-CTA-REM-ORFAS  PIC 9(07).
       77 WS-QTD-CONTAS             PIC 9(02) VALUE ZEROS.
       77 WS-CONTA-SIT              PIC X(01) VALUE 'N'.
           88  CONTA-ACHADA         VALUE 'S' FALSE 'N'.

      ******************************************************************
      * The keys the return file says settled, for the cross-check.
      ******************************************************************
           05  WS-REPORT-TOT-QTD     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-REPORT-CTA-TITULO.
           05  FILLER                PIC X(40)
               VALUE 'RESUMO POR CONTA PAGADORA               '.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-REPORT-CTA-LINHA.
           05  WS-REPORT-CTA-BANCO   PIC 9(03).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-REPORT-CTA-AGENCIA PIC 9(04).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-REPORT-CTA-CONTA   PIC 9(10).
           05  FILLER                PIC X(05) VALUE ' DEB='.
           05  WS-REPORT-CTA-DEB     PIC ZZZZZZ9.
           05  FILLER                PIC X(05) VALUE ' CAS='.
           05  WS-REPORT-CTA-CAS     PIC ZZZZZZ9.
           05  FILLER                PIC X(05) VALUE ' DIV='.
           05  WS-REPORT-CTA-DIV     PIC ZZZZZZ9.
           05  FILLER                PIC X(05) VALUE ' REM='.
           05  WS-REPORT-CTA-REM     PIC ZZZZZZ9.
           05  FILLER                PIC X(05) VALUE ' SDB='.
           05  WS-REPORT-CTA-SDB     PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.

       01  WS-CONTA-EDITA            PIC 9(17) VALUE ZEROS.
       01  WS-CONTA-EDITA-R REDEFINES WS-CONTA-EDITA.
           05  WS-EDT-BANCO          PIC 9(03).
           05  WS-EDT-AGENCIA        PIC 9(04).
           05  WS-EDT-CONTA          PIC 9(10).

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

            OR WS-QTD-DIVERGENTES > ZEROS
            OR WS-QTD-DATA-DIVERG > ZEROS
            OR WS-QTD-SEM-LIQUID > ZEROS
            OR WS-QTD-CONTA-DIVERG > ZEROS
               MOVE 4 TO LK-RETORNO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF RM-HEADER
               IF RH-CONTA-PAG IS NUMERIC
                   MOVE RH-CONTA-PAG TO WS-CONTA-REM-ATUAL
               ELSE
                   MOVE ZEROS TO WS-CONTA-REM-ATUAL
               END-IF
           END-IF

           IF RM-DETALHE
               IF WS-QTD-REM-ITENS >= 10000
                   MOVE 'REMESSA' TO WS-ERRO-ARQUIVO
               MOVE RM-VALOR  TO WS-REM-VALOR (WS-REM-IDX)
               MOVE RM-VENCTO TO WS-REM-VENCTO (WS-REM-IDX)
               MOVE 'N'       TO WS-REM-CASADA (WS-REM-IDX)
               MOVE WS-CONTA-REM-ATUAL TO WS-REM-CONTA (WS-REM-IDX)
               MOVE WS-CONTA-REM-ATUAL TO WS-CONTA-BUSCA
               PERFORM 2600-ACHAR-CONTA THRU 2600-EXIT
               ADD 1 TO WS-CTA-REMETIDOS (WS-CTA-IDX)
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CASAR-EXTRATO - match one statement debit against the
      * remittance details debited to the same account and the
      * settlements; a statement header switches to the next account
      ******************************************************************
       2000-CASAR-EXTRATO.
           IF EX-HEADER
               IF EH-CONTA-PAG IS NUMERIC
                   MOVE EH-CONTA-PAG TO WS-CONTA-EXT-ATUAL
               ELSE
                   MOVE ZEROS TO WS-CONTA-EXT-ATUAL
               END-IF
               GO TO 2000-LER
           END-IF
           IF NOT EX-DEBITO
               GO TO 2000-LER
           END-IF
           ADD 1 TO WS-QTD-DEBITOS
           MOVE WS-CONTA-EXT-ATUAL TO WS-CONTA-BUSCA
           PERFORM 2600-ACHAR-CONTA THRU 2600-EXIT
           ADD 1 TO WS-CTA-DEBITOS (WS-CTA-IDX)

           PERFORM 2010-ACHAR-REMESSA THRU 2010-EXIT
           IF NOT REMESSA-ACHADA
               PERFORM 2015-ACHAR-OUTRA-CONTA THRU 2015-EXIT
           END-IF
           IF REMESSA-ACHADA
              AND WS-REM-CONTA (WS-REM-IDX) NOT = WS-CONTA-EXT-ATUAL
              AND WS-REM-CONTA (WS-REM-IDX) NOT = ZEROS
              AND WS-CONTA-EXT-ATUAL NOT = ZEROS
      *        A payment we routed to one account that the bank
      *        debited to another.
               ADD 1 TO WS-QTD-CONTA-DIVERG
               ADD 1 TO WS-CTA-DIVERG (WS-CTA-IDX)
               MOVE EX-DATA TO DSRV-DATA
               PERFORM 2500-CALCULAR-IDADE THRU 2500-EXIT
               MOVE 'DEBITO OUTRA CONTA    ' TO WS-REPORT-DET-TEXTO
               MOVE EX-CHAVE      TO WS-REPORT-DET-CHAVE
               MOVE EX-VALOR      TO WS-REPORT-DET-VALOR
               MOVE WS-IDADE-DIAS TO WS-REPORT-DET-IDADE
               MOVE WS-REPORT-DET-LINHA TO CONC-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
               GO TO 2000-LER
           END-IF
           IF NOT REMESSA-ACHADA
      *        A debit the bank applied that matches nothing we
      *        remitted - the finding this program exists for.
               ADD 1 TO WS-QTD-DEB-ORFAOS
               ADD 1 TO WS-CTA-DIVERG (WS-CTA-IDX)
               MOVE EX-DATA TO DSRV-DATA
               PERFORM 2500-CALCULAR-IDADE THRU 2500-EXIT
               MOVE 'DEBITO SEM REMESSA    ' TO WS-REPORT-DET-TEXTO

           IF EX-VALOR NOT = WS-REM-VALOR (WS-REM-IDX)
               ADD 1 TO WS-QTD-DIVERGENTES
               ADD 1 TO WS-CTA-DIVERG (WS-CTA-IDX)
               MOVE EX-DATA TO DSRV-DATA
               PERFORM 2500-CALCULAR-IDADE THRU 2500-EXIT
               MOVE 'DEBITO VALOR DIVERGE  ' TO WS-REPORT-DET-TEXTO
      *    on a date we never remitted for.
           IF EX-DATA NOT = WS-REM-VENCTO (WS-REM-IDX)
               ADD 1 TO WS-QTD-DATA-DIVERG
               ADD 1 TO WS-CTA-DIVERG (WS-CTA-IDX)
               MOVE EX-DATA TO DSRV-DATA
               PERFORM 2500-CALCULAR-IDADE THRU 2500-EXIT
               MOVE 'DEBITO DATA DIVERGE   ' TO WS-REPORT-DET-TEXTO

           MOVE 'S' TO WS-REM-CASADA (WS-REM-IDX)
           ADD 1 TO WS-QTD-CASADOS
           ADD 1 TO WS-CTA-CASADOS (WS-CTA-IDX)

           PERFORM 2020-ACHAR-LIQUIDADO THRU 2020-EXIT
           IF NOT LIQUIDADO-ACHADO
      *        The bank debited us but its own return never said
      *        settled - the two bank files disagree.
               ADD 1 TO WS-QTD-SEM-LIQUID
               ADD 1 TO WS-CTA-DIVERG (WS-CTA-IDX)
               MOVE EX-DATA TO DSRV-DATA
               PERFORM 2500-CALCULAR-IDADE THRU 2500-EXIT
               MOVE 'DEBITO SEM LIQUIDACAO ' TO WS-REPORT-DET-TEXTO

      ******************************************************************
      * 2010-ACHAR-REMESSA - the remittance detail for the debit's
      * key on the statement's own account, not yet consumed by an
      * earlier debit (a second debit on the same key is a duplicate
      * and must come out unmatched).  An account of zeros on either
      * side is a company agreement and matches any account.
      ******************************************************************
       2010-ACHAR-REMESSA.
           SET REMESSA-ACHADA TO FALSE
               SEARCH WS-REM-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-REM-IDX > WS-QTD-REM-ITENS
                       CONTINUE
                   WHEN WS-REM-CHAVE (WS-REM-IDX) = EX-CHAVE
                    AND WS-REM-CASADA (WS-REM-IDX) = 'N'
                    AND (WS-REM-CONTA (WS-REM-IDX) = WS-CONTA-EXT-ATUAL
                      OR WS-REM-CONTA (WS-REM-IDX) = ZEROS
                      OR WS-CONTA-EXT-ATUAL = ZEROS)
                       SET REMESSA-ACHADA TO TRUE
               END-SEARCH
           END-IF.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2015-ACHAR-OUTRA-CONTA - the same search on any account, to
      * tell a debit on the wrong account from one matching nothing
      ******************************************************************
       2015-ACHAR-OUTRA-CONTA.
           SET REMESSA-ACHADA TO FALSE
           IF WS-QTD-REM-ITENS > ZEROS
               SET WS-REM-IDX TO 1
               SEARCH WS-REM-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-REM-IDX > WS-QTD-REM-ITENS
                       CONTINUE
                   WHEN WS-REM-CHAVE (WS-REM-IDX) = EX-CHAVE
                    AND WS-REM-CASADA (WS-REM-IDX) = 'N'
                       SET REMESSA-ACHADA TO TRUE
               END-SEARCH
           END-IF.
       2015-EXIT.
           EXIT.

      ******************************************************************
      * 2020-ACHAR-LIQUIDADO - was the debit's key settled on the
      * bank's own return file
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-ACHAR-CONTA - the per-account entry for WS-CONTA-BUSCA,
      * opened on first sight
      ******************************************************************
       2600-ACHAR-CONTA.
           SET CONTA-ACHADA TO FALSE
           IF WS-QTD-CONTAS > ZEROS
               SET WS-CTA-IDX TO 1
               SEARCH WS-CTA-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-CTA-IDX > WS-QTD-CONTAS
                       CONTINUE
                   WHEN WS-CTA-CHAVE (WS-CTA-IDX) = WS-CONTA-BUSCA
                       SET CONTA-ACHADA TO TRUE
               END-SEARCH
           END-IF
           IF CONTA-ACHADA
               GO TO 2600-EXIT
           END-IF

           IF WS-QTD-CONTAS >= 20
               MOVE 'EXTRBANC' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CONTAS
           SET WS-CTA-IDX TO WS-QTD-CONTAS
           MOVE WS-CONTA-BUSCA TO WS-CTA-CHAVE (WS-CTA-IDX)
           MOVE ZEROS TO WS-CTA-DEBITOS (WS-CTA-IDX)
           MOVE ZEROS TO WS-CTA-CASADOS (WS-CTA-IDX)
           MOVE ZEROS TO WS-CTA-DIVERG (WS-CTA-IDX)
           MOVE ZEROS TO WS-CTA-REMETIDOS (WS-CTA-IDX)
           MOVE ZEROS TO WS-CTA-REM-ORFAS (WS-CTA-IDX).
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE - the remitted payments the bank never
      * debited, then the totals
           MOVE WS-REPORT-TOT-LINHA TO CONC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'DEBITOS EM OUTRA CONTA.....' TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-CONTA-DIVERG TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO CONC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           MOVE 'REMESSAS SEM DEBITO........' TO WS-REPORT-TOT-ROTULO
           MOVE WS-QTD-REM-ORFAOS TO WS-REPORT-TOT-QTD
           MOVE WS-REPORT-TOT-LINHA TO CONC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           IF WS-QTD-CONTAS > ZEROS
               MOVE WS-REPORT-CTA-TITULO TO CONC-RPT-REG
               PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
               PERFORM 3020-REPORTAR-CONTA THRU 3020-EXIT
                   VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-CONTAS
           END-IF

           CLOSE EXTRATO-BANCO
           CLOSE CONC-RPT
           CLOSE JOB-LOG
           DISPLAY 'VALORES DIVERGENTES...: ' WS-QTD-DIVERGENTES
           DISPLAY 'DATAS DIVERGENTES.....: ' WS-QTD-DATA-DIVERG
           DISPLAY 'DEBITOS SEM LIQUIDACAO: ' WS-QTD-SEM-LIQUID
           DISPLAY 'DEBITOS OUTRA CONTA...: ' WS-QTD-CONTA-DIVERG
           DISPLAY 'REMESSAS SEM DEBITO...: ' WS-QTD-REM-ORFAOS.
       3000-EXIT.
           EXIT.
       3010-REPORTAR-REM-ORFA.
           IF WS-REM-CASADA (WS-REM-IDX) = 'N'
               ADD 1 TO WS-QTD-REM-ORFAOS
               MOVE WS-REM-CONTA (WS-REM-IDX) TO WS-CONTA-BUSCA
               PERFORM 2600-ACHAR-CONTA THRU 2600-EXIT
               ADD 1 TO WS-CTA-REM-ORFAS (WS-CTA-IDX)
               MOVE WS-REM-VENCTO (WS-REM-IDX) TO DSRV-DATA
               PERFORM 2500-CALCULAR-IDADE THRU 2500-EXIT
               MOVE 'REMESSA SEM DEBITO    ' TO WS-REPORT-DET-TEXTO
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3020-REPORTAR-CONTA - one paying account's reconciliation:
      * debits on its statement, matched, divergent (any kind),
      * remitted from it and remitted but never debited
      ******************************************************************
       3020-REPORTAR-CONTA.
           MOVE WS-CTA-CHAVE (WS-CTA-IDX) TO WS-CONTA-EDITA
           MOVE WS-EDT-BANCO   TO WS-REPORT-CTA-BANCO
           MOVE WS-EDT-AGENCIA TO WS-REPORT-CTA-AGENCIA
           MOVE WS-EDT-CONTA   TO WS-REPORT-CTA-CONTA
           MOVE WS-CTA-DEBITOS (WS-CTA-IDX)   TO WS-REPORT-CTA-DEB
           MOVE WS-CTA-CASADOS (WS-CTA-IDX)   TO WS-REPORT-CTA-CAS
           MOVE WS-CTA-DIVERG (WS-CTA-IDX)    TO WS-REPORT-CTA-DIV
           MOVE WS-CTA-REMETIDOS (WS-CTA-IDX) TO WS-REPORT-CTA-REM
           MOVE WS-CTA-REM-ORFAS (WS-CTA-IDX) TO WS-REPORT-CTA-SDB
           MOVE WS-REPORT-CTA-LINHA TO CONC-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-REPORT-LINE - write one reconciliation line and
      * check the resulting status
