      *                 to V so the cumulative history agrees with the
      *                 books.  A missing history master or record is
      *                 warned and skipped, never fatal.
      * 15/10/2026 RFS  The reversal offset on ESTORNOS now carries the
      *                 payment's cost center, so the ledger reverses
      *                 the expense from the center it was posted to.
      * 15/10/2026 RFS  The ESTORNOS offset now carries the payment type
      *                 (ES-TIPO), and a reversed vendor advance (PG-
      *                 TIPO A) is taken off the open advances: ADTOABER
      *                 is carried forward to ADTOABEN without it for
      *                 the PAYREV swap step, so no invoice clears
      *                 against it; one already cleared against an
      *                 invoice is named for the desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREV IS INITIAL PROGRAM.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           SELECT ADIANT-ABERTOS ASSIGN TO "ADTOABER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT.
           SELECT ADIANT-NOVO  ASSIGN TO "ADTOABEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANT-NOVO.
           SELECT REV-RPT      ASSIGN TO "REVREPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REV-RPT.
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
               88  PS-CONFIRMADO         VALUE 'C'.
           05  PS-MOTIVO-CORRECAO        PIC X(02).
                         ==PG-TIPO==      BY ==RS-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==RS-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==RS-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==RS-EMPRESA==
                         ==PG-PARCELA==   BY ==RS-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==RS-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==RS-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==RS-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==RS-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==RS-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==RS-DATA-EMISSAO==.
           05  RS-PAGTO                  PIC X(01).
           05  RS-MOTIVO-CORRECAO        PIC X(02).

      ******************************************************************
      * Offsetting entry - one per reversal, the converted (BRL)
      * amount carried negative so the day's control total can be
      * adjusted by simple addition downstream.  ES-TIPO is the
      * payment's PG-TIPO, so the ledger reverses an advance off the
      * advances account rather than expense.
      ******************************************************************
       FD  ESTORNOS
           RECORDING MODE IS F.
           05  ES-VALOR-ESTORNO          PIC 9(09)V99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  ES-MOTIVO                 PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  ES-CENTRO-CUSTO           PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  ES-TIPO                   PIC X(01).

       FD  PAGTO-AUDIT
           RECORDING MODE IS F.
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

           05  TC-MOEDA                  PIC X(03).
           05  TC-TAXA                   PIC 9(04)V9(06).

      ******************************************************************
      * Open vendor advances - carried forward from ADTOABER to
      * ADTOABEN less the advances reversed this run, for the swap
      * step to copy back; same ADTOREC layout PROGREMES keeps them in.
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

       FD  REV-RPT
           RECORDING MODE IS F.
       01  REV-RPT-REG                   PIC X(80).
               88  MOTIVO-VALIDO     VALUE 'S' FALSE 'N'.
           05  WS-HIST-ABERTO        PIC X(01) VALUE 'N'.
               88  HA-HISTORICO      VALUE 'S' FALSE 'N'.
           05  WS-EOF-ADIANT         PIC X(01) VALUE 'N'.
               88  FIM-ADIANT        VALUE 'S' FALSE 'N'.
           05  WS-ADC-SITUACAO       PIC X(01) VALUE 'N'.
               88  ADIANT-REVERTIDO  VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-REVERSOES      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-CASADAS    PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-REVERTIDO    PIC 9(09)V99 VALUE ZEROS.
           05  WS-QTD-HIST-NAO-ENC   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADTO-REVERT    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADTO-BAIXADOS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ADTO-JA-APLIC  PIC 9(07) VALUE ZEROS.

       77 WS-FS-REVERSAO            PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-SAIDA         PIC X(02) VALUE SPACES.
       77 WS-FS-REV-RPT             PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO-HIST          PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT              PIC X(02) VALUE SPACES.
       77 WS-FS-ADIANT-NOVO         PIC X(02) VALUE SPACES.
       77 WS-REV-DATA-ATUAL         PIC 9(08) VALUE ZEROS.

      ******************************************************************
       77 WS-QTD-REV-ITENS          PIC 9(05) VALUE ZEROS.
       77 WS-REV-MOTIVO-ATUAL       PIC X(02) VALUE SPACES.

      ******************************************************************
      * Vendor advances reversed this run - payment key and the run
      * date they went out on, the pair the advance is held open
      * under on ADTOABER.  A reversed advance must not be left open
      * for the vendor's invoices to clear.
      ******************************************************************
       01  WS-TABELA-ADTO-REVERT.
           05  WS-ADC-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-ADC-IDX.
               10  WS-ADC-CHAVE      PIC 9(06).
               10  WS-ADC-DATA       PIC 9(08).
       77 WS-QTD-ADC-ITENS          PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Currency conversion-rate table, loaded from TAXA-CAMBIO the
      * same way PROGCOMM loads it, so the offsetting entry carries

      ******************************************************************
      * 2030-APLICAR-REVERSAO - flip the payment to V, write the
      * offsetting entry and the audit line, note a reversed vendor
      * advance for the carry-forward, and report it
      ******************************************************************
       2030-APLICAR-REVERSAO.
           MOVE PS-PAGTO TO WS-AUDIT-SITU-ANT
           MOVE '-'                 TO ES-SINAL
           MOVE WS-VALOR-CONVERTIDO TO ES-VALOR-ESTORNO
           MOVE WS-REV-MOTIVO-ATUAL TO ES-MOTIVO
           MOVE PS-CENTRO-CUSTO     TO ES-CENTRO-CUSTO
           MOVE PS-TIPO             TO ES-TIPO
           WRITE ESTORNOS-REG
           IF WS-FS-ESTORNOS NOT = '00'
               MOVE 'ESTORNOS' TO WS-ERRO-ARQUIVO

           PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
           PERFORM 4100-ATUALIZAR-HISTORICO THRU 4100-EXIT
           IF PS-TP-ADIANTAMENTO
               PERFORM 2050-MARCAR-ADIANTAMENTO THRU 2050-EXIT
           END-IF

           MOVE PS-CHAVE            TO WS-REPORT-REV-CHAVE
           MOVE WS-REV-MOTIVO-ATUAL TO WS-REPORT-REV-MOTIVO
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2050-MARCAR-ADIANTAMENTO - a reversed vendor advance is noted
      * so the carry-forward at end of run takes it off the open
      * advances
      ******************************************************************
       2050-MARCAR-ADIANTAMENTO.
           IF WS-QTD-ADC-ITENS >= 500
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-ADC-ITENS
           SET WS-ADC-IDX TO WS-QTD-ADC-ITENS
           MOVE PS-CHAVE          TO WS-ADC-CHAVE (WS-ADC-IDX)
           MOVE WS-REV-DATA-ATUAL TO WS-ADC-DATA (WS-ADC-IDX)
           ADD 1 TO WS-QTD-ADTO-REVERT.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-SAIDA - read the next confirmation-output record
      ******************************************************************
           MOVE WS-REPORT-VAL-REV-LINHA TO REV-RPT-REG
           PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT

           PERFORM 3020-BAIXAR-ADIANTAMENTOS THRU 3020-EXIT

           CLOSE PAGTO-SAIDA
           CLOSE REV-SAIDA
           CLOSE ESTORNOS
           DISPLAY 'MOTIVOS INVALIDOS.....: ' WS-QTD-MOTIVO-INVAL
           DISPLAY 'REVERSOES NAO CASADAS.: ' WS-QTD-NAO-CASADAS
           DISPLAY 'VALOR TOTAL REVERTIDO.: ' WS-TOTAL-REVERTIDO
           DISPLAY 'HISTORICO NAO ENCONTR.: ' WS-QTD-HIST-NAO-ENC
           DISPLAY 'ADIANTAMENTOS REVERT..: ' WS-QTD-ADTO-REVERT
           DISPLAY 'ADTOS BAIXADOS........: ' WS-QTD-ADTO-BAIXADOS
           DISPLAY 'ADTOS JA APLICADOS....: ' WS-QTD-ADTO-JA-APLIC.
       3000-EXIT.
           EXIT.

       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3020-BAIXAR-ADIANTAMENTOS - carry the open advances forward
      * from ADTOABER to ADTOABEN, less the ones reversed this run;
      * the PAYREV swap step copies ADTOABEN back.  No ADTOABER just
      * means no advance is open, and ADTOABEN goes out empty.
      ******************************************************************
       3020-BAIXAR-ADIANTAMENTOS.
           OPEN OUTPUT ADIANT-NOVO
           IF WS-FS-ADIANT-NOVO NOT = '00'
               MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN INPUT ADIANT-ABERTOS
           IF WS-FS-ADIANT = '00'
               PERFORM 3030-COPIAR-ADIANTAMENTO THRU 3030-EXIT
                   UNTIL FIM-ADIANT
               CLOSE ADIANT-ABERTOS
           ELSE
               DISPLAY 'SEM ADIANTAMENTOS ABERTOS, STATUS: '
                   WS-FS-ADIANT
           END-IF
           CLOSE ADIANT-NOVO.
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3030-COPIAR-ADIANTAMENTO - one open advance: dropped when it
      * was reversed, carried forward otherwise.  A reversed advance
      * some invoice has already been cleared against is named for the
      * desk - the ledger reverses the full advance off 11301 and the
      * share already applied has to be put right by hand.
      ******************************************************************
       3030-COPIAR-ADIANTAMENTO.
           READ ADIANT-ABERTOS
               AT END
                   SET FIM-ADIANT TO TRUE
                   GO TO 3030-EXIT
           END-READ
           IF WS-FS-ADIANT NOT = '00'
               MOVE 'ADTOABER' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           SET ADIANT-REVERTIDO TO FALSE
           IF WS-QTD-ADC-ITENS > ZEROS
               SET WS-ADC-IDX TO 1
               SEARCH WS-ADC-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-ADC-CHAVE (WS-ADC-IDX) = AA-CHAVE
                    AND WS-ADC-DATA (WS-ADC-IDX) = AA-DATA-PAGTO
                       SET ADIANT-REVERTIDO TO TRUE
               END-SEARCH
           END-IF

           IF ADIANT-REVERTIDO
               ADD 1 TO WS-QTD-ADTO-BAIXADOS
               IF AA-VALOR-ABERTO < AA-VALOR-ORIGINAL
                   ADD 1 TO WS-QTD-ADTO-JA-APLIC
                   DISPLAY 'ADTO REVERTIDO JA APLICADO EM NOTA: '
                       AA-CHAVE ' FORN: ' AA-FORN-ID
                       ' ABERTO: ' AA-VALOR-ABERTO
               END-IF
               GO TO 3030-EXIT
           END-IF

           MOVE ADIANT-ABERTOS-REG TO ADIANT-NOVO-REG
           WRITE ADIANT-NOVO-REG
           IF WS-FS-ADIANT-NOVO NOT = '00'
               MOVE 'ADTOABEN' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-ADIANT-NOVO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       3030-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-AUDIT - one audit line for every reversal, same
      * layout PROGCOMM writes, under the REVERSAO user
