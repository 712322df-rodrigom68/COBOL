      *                 the flat TAXACAMB as fallback - a currency
      *                 treasury maintains only on the effective
      *                 master is valid at the capture desk too.
      * 15/10/2026 RFS  An invoice can now be captured as an
      *                 installment plan - up to 12 installments,
      *                 equal split (remainder on the last) or the
      *                 amounts keyed one by one, the first on the
      *                 entry's due date and the rest every N months
      *                 (rolled to the next business day) or every N
      *                 business days through PROGDSRV.  Each
      *                 installment is its own PAGTRANS record and
      *                 register line, linked by invoice, installment
      *                 number, count and invoice total.
      * 15/10/2026 RFS  An entry can now be a boleto - the 47-digit
      *                 linha digitavel keyed on the screen or sent at
      *                 the end of the CAPTRANS line. Its field (mod 10)
      *                 and general (mod 11) check digits are verified,
      *                 and the amount and due date in the barcode must
      *                 match the amount and due date keyed; the barcode
      *                 rides on PAGTRANS and the capture register. A
      *                 boleto is a single BRL payment.
      * 15/10/2026 RFS  An entry can now name the purchase order it
      *                 bills against - keyed on the screen or sent
      *                 after the linha digitavel on the CAPTRANS line.
      *                 The order must be on PEDCAD, open, and placed
      *                 with the entry's vendor, company and currency;
      *                 the order number rides on PAGTRANS and the
      *                 capture register for the nightly three-way
      *                 match.
      * 15/10/2026 RFS  An entry now carries the cost center the expense
      *                 is charged to - keyed on the screen or sent at
      *                 the end of the CAPTRANS line. Once
      *                 controllership has the CCUSTCAD master on file
      *                 the center is required, and must be on it,
      *                 active and a center of the entry's company; it
      *                 rides on PAGTRANS and the capture register.
      * 15/10/2026 RFS  Type A (vendor advance) accepted at capture; an
      *                 advance may not be split into installments.
      * 15/10/2026 RFS  Captures the invoice issue date (zeros take the
      *                 capture date; never after the capture or the due
      *                 date) onto PAGTRANS and REGCAPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAPT IS INITIAL PROGRAM.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORN-ID
               FILE STATUS IS WS-FS-FORNECEDOR.
           SELECT PEDIDO-CADASTRO ASSIGN TO "PEDCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-NUM-PEDIDO
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT CENTRO-CUSTO ASSIGN TO "CCUSTCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTRO-CUSTO.
           SELECT TAXA-CAMBIO  ASSIGN TO "TAXACAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA-CAMBIO.
           05  CT-VENCTO                 PIC 9(08).
           05  CT-TIPO                   PIC X(01).
           05  CT-EMPRESA                PIC 9(02).
      *    Installment plan - count spaces/zeros or 01 is an invoice
      *    paid in one go and leaves the rest of the line unread.
           05  CT-QTD-PARCELAS           PIC 9(02).
           05  CT-INTERVALO-TIPO         PIC X(01).
           05  CT-INTERVALO-QTD          PIC 9(03).
           05  CT-PARC-MODO              PIC X(01).
           05  CT-PARC-VALOR             PIC 9(09)V99
                                         OCCURS 12 TIMES.
      *    Boleto - the 47-digit linha digitavel off the bank slip;
      *    spaces is an ordinary transfer to the vendor's account.
           05  CT-LINHA-DIGITAVEL        PIC X(47).
      *    Purchase order the invoice bills against - spaces when the
      *    purchase was not made under an order.
           05  CT-NUM-PEDIDO             PIC X(10).
      *    Cost center the expense is charged to, off CCUSTCAD.
           05  CT-CENTRO-CUSTO           PIC X(06).
      *    Date printed on the vendor's invoice (AAAAMMDD) - zeros or
      *    spaces takes the capture date.
           05  CT-DATA-EMISSAO           PIC X(08).

       FD  PAGTO-TRANS
           RECORDING MODE IS F.
                         ==PG-TIPO==      BY ==PT-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PT-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PT-TP-CREDITO==
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

       FD  REJEICOES
           RECORDING MODE IS F.
       01  FORNECEDOR-CADASTRO-REG.
           COPY FORNREC.

      ******************************************************************
      * Purchase orders as purchasing maintains them - an invoice
      * naming an order must name one that is on file, open, and
      * placed with the same vendor, company and currency.
      ******************************************************************
       FD  PEDIDO-CADASTRO
           RECORDING MODE IS F.
       01  PEDIDO-CADASTRO-REG.
           COPY PEDREC
               REPLACING ==PD-NUM-PEDIDO==   BY ==PC-NUM-PEDIDO==
                         ==PD-FORN-ID==      BY ==PC-FORN-ID==
                         ==PD-EMPRESA==      BY ==PC-EMPRESA==
                         ==PD-DATA-PEDIDO==  BY ==PC-DATA-PEDIDO==
                         ==PD-MOEDA==        BY ==PC-MOEDA==
                         ==PD-QTD-PEDIDA==   BY ==PC-QTD-PEDIDA==
                         ==PD-VALOR-PEDIDO== BY ==PC-VALOR-PEDIDO==
                         ==PD-TOLERANCIA==   BY ==PC-TOLERANCIA==
                         ==PD-SITUACAO==     BY ==PC-SITUACAO==
                         ==PD-ABERTO==       BY ==PC-ABERTO==
                         ==PD-ENCERRADO==    BY ==PC-ENCERRADO==.

      ******************************************************************
      * Cost centers as controllership maintains them - an entry must
      * name one that is on file, active, and open to its company.
      ******************************************************************
       FD  CENTRO-CUSTO
           RECORDING MODE IS F.
       01  CENTRO-CUSTO-REG.
           COPY CCUSREC.

       FD  TAXA-CAMBIO
           RECORDING MODE IS F.
       01  TAXA-CAMBIO-REG.
               88  SIGNON-FEITO      VALUE 'S'.
           05  WS-OPER-SITUACAO      PIC X(01) VALUE 'N'.
               88  OPERADOR-VALIDO   VALUE 'S' FALSE 'N'.
           05  WS-PEDIDOS-ABERTO     PIC X(01) VALUE 'N'.
               88  HA-PEDIDOS        VALUE 'S' FALSE 'N'.
           05  WS-CENTROS-CARGA      PIC X(01) VALUE 'N'.
               88  HA-CENTROS        VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-FS-REJEICOES           PIC X(02) VALUE SPACES.
       77 WS-FS-CAPTURA-MODO        PIC X(02) VALUE SPACES.
       77 WS-FS-FORNECEDOR          PIC X(02) VALUE SPACES.
       77 WS-FS-PEDIDO              PIC X(02) VALUE SPACES.
       77 WS-FS-CENTRO-CUSTO        PIC X(02) VALUE SPACES.
       77 WS-FS-TAXA-CAMBIO         PIC X(02) VALUE SPACES.
       77 WS-FS-OPERADORES          PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
           05  WS-ENT-MOEDA          PIC X(03) VALUE SPACES.
           05  WS-ENT-VENCTO         PIC 9(08) VALUE ZEROS.
           05  WS-ENT-TIPO           PIC X(01) VALUE 'N'.
               88  WS-ENT-TP-VALIDO  VALUES 'N' 'C' 'A' SPACE.
           05  WS-ENT-EMPRESA        PIC 9(02) VALUE 1.
           05  WS-ENT-QTD-PARCELAS   PIC 9(02) VALUE ZEROS.
           05  WS-ENT-INTERVALO-TIPO PIC X(01) VALUE SPACE.
               88  WS-ENT-INTERVALO-MES  VALUE 'M'.
               88  WS-ENT-INTERVALO-UTIL VALUE 'U'.
           05  WS-ENT-INTERVALO-QTD  PIC 9(03) VALUE ZEROS.
           05  WS-ENT-PARC-MODO      PIC X(01) VALUE 'I'.
               88  WS-ENT-PARC-IGUAIS    VALUES 'I' SPACE.
               88  WS-ENT-PARC-VALORES   VALUE 'V'.
           05  WS-ENT-PARC-TABELA.
               10  WS-ENT-PARC-VALOR PIC 9(09)V99
                                     OCCURS 12 TIMES.
           05  WS-ENT-LINHA-DIGITAVEL PIC X(47) VALUE SPACES.
           05  WS-ENT-NUM-PEDIDO     PIC X(10) VALUE SPACES.
           05  WS-ENT-CENTRO-CUSTO   PIC X(06) VALUE SPACES.
           05  WS-ENT-DATA-EMISSAO   PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * A boleto's linha digitavel under validation - the three
      * fields with their mod-10 digits, the general digit, the due
      * date factor and the amount - and the 44-digit barcode it is
      * the keyed form of, rebuilt for the mod-11 general digit.
      ******************************************************************
       01  WS-BOLETO.
           05  WS-BOL-LINHA          PIC X(47) VALUE SPACES.
           05  WS-BOL-LINHA-R REDEFINES WS-BOL-LINHA.
               10  WS-BOL-BANCO      PIC X(03).
               10  WS-BOL-MOEDA      PIC X(01).
               10  WS-BOL-LIVRE-1    PIC X(05).
               10  WS-BOL-DV-1       PIC 9(01).
               10  WS-BOL-LIVRE-2    PIC X(10).
               10  WS-BOL-DV-2       PIC 9(01).
               10  WS-BOL-LIVRE-3    PIC X(10).
               10  WS-BOL-DV-3       PIC 9(01).
               10  WS-BOL-DV-GERAL   PIC 9(01).
               10  WS-BOL-FATOR      PIC 9(04).
               10  WS-BOL-VALOR      PIC 9(08)V99.
           05  WS-BOL-LINHA-D REDEFINES WS-BOL-LINHA.
               10  WS-BOL-DIG        PIC 9(01) OCCURS 47 TIMES.
       01  WS-BOL-CODIGO.
           05  WS-BCB-BANCO          PIC X(03).
           05  WS-BCB-MOEDA          PIC X(01).
           05  WS-BCB-DV-GERAL       PIC X(01).
           05  WS-BCB-FATOR          PIC X(04).
           05  WS-BCB-VALOR          PIC X(10).
           05  WS-BCB-LIVRE-1        PIC X(05).
           05  WS-BCB-LIVRE-2        PIC X(10).
           05  WS-BCB-LIVRE-3        PIC X(10).
       01  WS-BOL-CODIGO-D REDEFINES WS-BOL-CODIGO.
           05  WS-BCB-DIG            PIC 9(01) OCCURS 44 TIMES.
       77 WS-BOL-POS                PIC 9(02) VALUE ZEROS.
       77 WS-BOL-POS-INI            PIC 9(02) VALUE ZEROS.
       77 WS-BOL-POS-FIM            PIC 9(02) VALUE ZEROS.
       77 WS-BOL-PESO               PIC 9(01) VALUE ZEROS.
       77 WS-BOL-PRODUTO            PIC 9(02) VALUE ZEROS.
       77 WS-BOL-SOMA               PIC 9(05) VALUE ZEROS.
       77 WS-BOL-QUOCIENTE          PIC 9(05) VALUE ZEROS.
       77 WS-BOL-RESTO              PIC 9(02) VALUE ZEROS.
       77 WS-BOL-DV-CALC            PIC 9(02) VALUE ZEROS.
       77 WS-BOL-FATOR-CALC         PIC S9(07) VALUE ZEROS.

      ******************************************************************
      * The installment schedule worked out for the entry - amount
      * and due date per installment; an invoice paid in one go is
      * a schedule of one.
      ******************************************************************
       01  WS-TABELA-PARCELAS.
           05  WS-PAR-ITEM           OCCURS 12 TIMES.
               10  WS-PAR-VALOR      PIC 9(09)V99.
               10  WS-PAR-VENCTO     PIC 9(08).
       77 WS-PAR-NUM                PIC 9(02) VALUE ZEROS.
       77 WS-PAR-ANT                PIC 9(02) VALUE ZEROS.
       77 WS-PAR-SOMA               PIC 9(09)V99 VALUE ZEROS.
       77 WS-PAR-BASE               PIC 9(09)V99 VALUE ZEROS.
       77 WS-PAR-MESES              PIC 9(06) VALUE ZEROS.
       77 WS-PAR-MES-IDX            PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * A monthly installment's due date under construction - the
      * first due date's day in the target month, pulled back to the
      * month's last day when the month is shorter.
      ******************************************************************
       01  WS-DATA-PARCELA.
           05  WS-DPA-ANO            PIC 9(04).
           05  WS-DPA-MES            PIC 9(02).
           05  WS-DPA-DIA            PIC 9(02).
       01  WS-DATA-PARCELA-N REDEFINES WS-DATA-PARCELA
                                     PIC 9(08).

      ******************************************************************
      * Operators authorized to capture interactively - loaded from
               10  WS-OPER-TAB-ATIVO PIC X(01).
       77 WS-QTD-OPERADORES         PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Cost centers loaded from CCUSTCAD - code, company (zeros for a
      * center both companies charge) and situation.
      ******************************************************************
       01  WS-TABELA-CENTROS.
           05  WS-CCU-ITEM           OCCURS 500 TIMES
                                     INDEXED BY WS-CCU-IDX.
               10  WS-CCU-CODIGO     PIC X(06).
               10  WS-CCU-EMPRESA    PIC 9(02).
               10  WS-CCU-SITUACAO   PIC X(01).
       77 WS-QTD-CENTROS            PIC 9(03) VALUE ZEROS.

      ******************************************************************
      * Currency table loaded from TAXAEFET (flat TAXACAMB as the
      * fallback) - at capture time the table is the list of
           PERFORM 1050-LER-MODO THRU 1050-EXIT
           PERFORM 1100-LER-SEQUENCIA THRU 1100-EXIT
           PERFORM 1200-CARREGAR-TAXAS THRU 1200-EXIT
           PERFORM 1300-CARREGAR-CENTROS THRU 1300-EXIT

           OPEN INPUT FORNECEDOR-CADASTRO
           IF WS-FS-FORNECEDOR NOT = '00'
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

      *    No order master yet only matters to an entry that names an
      *    order - 2260 refuses those while it is unavailable.
           OPEN INPUT PEDIDO-CADASTRO
           IF WS-FS-PEDIDO = '00'
               SET HA-PEDIDOS TO TRUE
           ELSE
               DISPLAY 'CADASTRO DE PEDIDOS INDISPONIVEL, STATUS: '
                   WS-FS-PEDIDO
           END-IF

           OPEN EXTEND PAGTO-TRANS
           IF WS-FS-PAGTO-TRANS NOT = '00'
               CLOSE PAGTO-TRANS
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-CENTROS - load the cost-center table.  With no
      * master on file the desk cannot code a center at all and 2270
      * refuses one keyed; with a master every entry must name one.
      ******************************************************************
       1300-CARREGAR-CENTROS.
           OPEN INPUT CENTRO-CUSTO
           IF WS-FS-CENTRO-CUSTO = '00'
               PERFORM 1310-LER-CENTRO THRU 1310-EXIT
                   UNTIL WS-FS-CENTRO-CUSTO = '10'
               CLOSE CENTRO-CUSTO
           ELSE
               DISPLAY 'CADASTRO DE CENTROS DE CUSTO INDISPONIVEL, '
                   'STATUS: ' WS-FS-CENTRO-CUSTO
           END-IF
           IF WS-QTD-CENTROS > ZEROS
               SET HA-CENTROS TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-LER-CENTRO - read one cost center into the table
      ******************************************************************
       1310-LER-CENTRO.
           READ CENTRO-CUSTO
               AT END
                   MOVE '10' TO WS-FS-CENTRO-CUSTO
                   GO TO 1310-EXIT
           END-READ
           IF WS-FS-CENTRO-CUSTO NOT = '00'
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-CENTRO-CUSTO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF WS-QTD-CENTROS >= 500
               MOVE 'CCUSTCAD' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CENTROS
           SET WS-CCU-IDX TO WS-QTD-CENTROS
           MOVE CC-CODIGO   TO WS-CCU-CODIGO (WS-CCU-IDX)
           MOVE CC-EMPRESA  TO WS-CCU-EMPRESA (WS-CCU-IDX)
           MOVE CC-SITUACAO TO WS-CCU-SITUACAO (WS-CCU-IDX).
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-OPERADORES - load the authorized-operator table;
      * an interactive session against an empty table fails closed
           MOVE CT-VENCTO    TO WS-ENT-VENCTO
           MOVE CT-TIPO      TO WS-ENT-TIPO
           MOVE CT-EMPRESA   TO WS-ENT-EMPRESA
           MOVE ZEROS        TO WS-ENT-QTD-PARCELAS
           MOVE ZEROS        TO WS-ENT-INTERVALO-QTD
           MOVE ZEROS        TO WS-ENT-PARC-TABELA
           MOVE CT-INTERVALO-TIPO TO WS-ENT-INTERVALO-TIPO
           MOVE CT-PARC-MODO      TO WS-ENT-PARC-MODO
           MOVE CT-LINHA-DIGITAVEL TO WS-ENT-LINHA-DIGITAVEL
           MOVE CT-NUM-PEDIDO     TO WS-ENT-NUM-PEDIDO
           MOVE CT-CENTRO-CUSTO   TO WS-ENT-CENTRO-CUSTO
           MOVE ZEROS             TO WS-ENT-DATA-EMISSAO
           IF CT-DATA-EMISSAO NUMERIC
               MOVE CT-DATA-EMISSAO TO WS-ENT-DATA-EMISSAO
           END-IF
           IF CT-QTD-PARCELAS NUMERIC
               MOVE CT-QTD-PARCELAS TO WS-ENT-QTD-PARCELAS
           END-IF
           IF CT-INTERVALO-QTD NUMERIC
               MOVE CT-INTERVALO-QTD TO WS-ENT-INTERVALO-QTD
           END-IF
           IF WS-ENT-PARC-VALORES
               PERFORM 2010-MOVER-VALOR-PARCELA THRU 2010-EXIT
                   VARYING WS-PAR-NUM FROM 1 BY 1
                   UNTIL WS-PAR-NUM > 12
           END-IF
           PERFORM 2200-VALIDAR-ENTRADA THRU 2200-EXIT
           IF ENTRADA-OK
               PERFORM 2300-GRAVAR-TRANSACAO THRU 2300-EXIT
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-MOVER-VALOR-PARCELA - one keyed installment amount off
      * the department line; a blank slot reads as zero
      ******************************************************************
       2010-MOVER-VALOR-PARCELA.
           IF CT-PARC-VALOR (WS-PAR-NUM) NUMERIC
               MOVE CT-PARC-VALOR (WS-PAR-NUM)
                                 TO WS-ENT-PARC-VALOR (WS-PAR-NUM)
           END-IF.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-CAPTURA - read the next department line
      ******************************************************************
           ACCEPT WS-ENT-MOEDA
           DISPLAY 'VENCIMENTO (AAAAMMDD)...........: '
           ACCEPT WS-ENT-VENCTO
           MOVE ZEROS TO WS-ENT-DATA-EMISSAO
           DISPLAY 'EMISSAO DA NOTA (0=HOJE)........: '
           ACCEPT WS-ENT-DATA-EMISSAO
           DISPLAY 'TIPO (N=PAGTO C=CRED A=ADTO)....: '
           ACCEPT WS-ENT-TIPO
           DISPLAY 'EMPRESA (01/02).................: '
           ACCEPT WS-ENT-EMPRESA
           MOVE ZEROS  TO WS-ENT-INTERVALO-QTD
           MOVE SPACES TO WS-ENT-INTERVALO-TIPO
           MOVE 'I'    TO WS-ENT-PARC-MODO
           MOVE ZEROS  TO WS-ENT-PARC-TABELA
           MOVE SPACES TO WS-ENT-LINHA-DIGITAVEL
           MOVE 1      TO WS-ENT-QTD-PARCELAS
           DISPLAY 'LINHA DIGITAVEL (BRANCO=TRANSF.): '
           ACCEPT WS-ENT-LINHA-DIGITAVEL
           IF WS-ENT-LINHA-DIGITAVEL = SPACES
               DISPLAY 'QUANTIDADE DE PARCELAS (1-12)...: '
               ACCEPT WS-ENT-QTD-PARCELAS
           END-IF
           MOVE SPACES TO WS-ENT-NUM-PEDIDO
           DISPLAY 'PEDIDO DE COMPRA (BRANCO=SEM)...: '
           ACCEPT WS-ENT-NUM-PEDIDO
           MOVE SPACES TO WS-ENT-CENTRO-CUSTO
           IF HA-CENTROS
               DISPLAY 'CENTRO DE CUSTO.................: '
               ACCEPT WS-ENT-CENTRO-CUSTO
           END-IF
           IF WS-ENT-QTD-PARCELAS > 1
               DISPLAY 'INTERVALO (M=MES, U=DIA UTIL)...: '
               ACCEPT WS-ENT-INTERVALO-TIPO
               DISPLAY 'QUANTIDADE DE MESES OU DIAS.....: '
               ACCEPT WS-ENT-INTERVALO-QTD
               DISPLAY 'VALORES (I=IGUAIS, V=INFORMADOS): '
               ACCEPT WS-ENT-PARC-MODO
               IF WS-ENT-PARC-VALORES
                   PERFORM 2510-PEDIR-VALOR-PARCELA THRU 2510-EXIT
                       VARYING WS-PAR-NUM FROM 1 BY 1
                       UNTIL WS-PAR-NUM > WS-ENT-QTD-PARCELAS
                          OR WS-PAR-NUM > 12
               END-IF
           END-IF

           PERFORM 2200-VALIDAR-ENTRADA THRU 2200-EXIT
           IF ENTRADA-OK
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-PEDIR-VALOR-PARCELA - the desk keys one installment's
      * amount
      ******************************************************************
       2510-PEDIR-VALOR-PARCELA.
           DISPLAY 'VALOR DA PARCELA ' WS-PAR-NUM
               ' (2 DECIMAIS)....: '
           ACCEPT WS-ENT-PARC-VALOR (WS-PAR-NUM).
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2200-VALIDAR-ENTRADA - the full edit set over the entry under
      * work: vendor on FORNCAD and active, amount positive, currency
           IF NOT WS-ENT-TP-VALIDO
               SET ENTRADA-OK TO FALSE
               MOVE 'TIPO  ' TO RJ-CAMPO
               MOVE 'TIPO DEVE SER N, C OU A       ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           PERFORM 2210-VALIDAR-MOEDA THRU 2210-EXIT
           PERFORM 2220-VALIDAR-VENCTO THRU 2220-EXIT
           PERFORM 2240-VALIDAR-PARCELAS THRU 2240-EXIT
           PERFORM 2250-VALIDAR-BOLETO THRU 2250-EXIT
           PERFORM 2260-VALIDAR-PEDIDO THRU 2260-EXIT
           PERFORM 2270-VALIDAR-CENTRO THRU 2270-EXIT
           PERFORM 2280-VALIDAR-EMISSAO THRU 2280-EXIT.
       2200-EXIT.
           EXIT.

       2230-EXIT.
           EXIT.

      ******************************************************************
      * 2240-VALIDAR-PARCELAS - work out the installment schedule:
      * 1 to 12 installments; a credit note is never split; the
      * amounts are either an equal split of the invoice (the
      * rounding remainder rides on the last one) or keyed and must
      * add up to the invoice exactly; the first installment falls
      * on the entry's due date, the others every N months or every
      * N business days after it through the date service
      ******************************************************************
       2240-VALIDAR-PARCELAS.
           IF WS-ENT-QTD-PARCELAS = ZEROS
               MOVE 1 TO WS-ENT-QTD-PARCELAS
           END-IF
           IF WS-ENT-QTD-PARCELAS > 12
               SET ENTRADA-OK TO FALSE
               MOVE 'PARCEL' TO RJ-CAMPO
               MOVE 'QTD DE PARCELAS ACIMA DE 12  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2240-EXIT
           END-IF

           MOVE WS-ENT-VALOR  TO WS-PAR-VALOR (1)
           MOVE WS-ENT-VENCTO TO WS-PAR-VENCTO (1)
           IF WS-ENT-QTD-PARCELAS = 1
               GO TO 2240-EXIT
           END-IF

           IF WS-ENT-TIPO = 'C'
               SET ENTRADA-OK TO FALSE
               MOVE 'PARCEL' TO RJ-CAMPO
               MOVE 'CREDITO NAO PODE SER PARCELADO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2240-EXIT
           END-IF

      *    An advance is one sum paid ahead of the invoices - it is
      *    not split into installments.
           IF WS-ENT-TIPO = 'A'
               SET ENTRADA-OK TO FALSE
               MOVE 'PARCEL' TO RJ-CAMPO
               MOVE 'ADIANTAMENTO NAO E PARCELAVEL ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2240-EXIT
           END-IF

           IF (NOT WS-ENT-INTERVALO-MES AND NOT WS-ENT-INTERVALO-UTIL)
              OR WS-ENT-INTERVALO-QTD = ZEROS
               SET ENTRADA-OK TO FALSE
               MOVE 'INTERV' TO RJ-CAMPO
               MOVE 'INTERVALO DE PARCELAS INVALIDO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2240-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-ENT-PARC-VALORES
                   MOVE ZEROS TO WS-PAR-SOMA
                   PERFORM 2241-SOMAR-PARCELA THRU 2241-EXIT
                       VARYING WS-PAR-NUM FROM 1 BY 1
                       UNTIL WS-PAR-NUM > WS-ENT-QTD-PARCELAS
                   IF WS-PAR-SOMA NOT = WS-ENT-VALOR
                       SET ENTRADA-OK TO FALSE
                       MOVE 'PARCEL' TO RJ-CAMPO
                       MOVE 'SOMA DAS PARCELAS DIFERE NOTA'
                                             TO RJ-MOTIVO
                       PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
                   END-IF
               WHEN WS-ENT-PARC-IGUAIS
                   DIVIDE WS-ENT-VALOR BY WS-ENT-QTD-PARCELAS
                       GIVING WS-PAR-BASE
                   PERFORM 2242-DIVIDIR-PARCELA THRU 2242-EXIT
                       VARYING WS-PAR-NUM FROM 1 BY 1
                       UNTIL WS-PAR-NUM > WS-ENT-QTD-PARCELAS
                   IF WS-PAR-BASE = ZEROS
                       SET ENTRADA-OK TO FALSE
                       MOVE 'PARCEL' TO RJ-CAMPO
                       MOVE 'VALOR DA PARCELA ZERADO      '
                                             TO RJ-MOTIVO
                       PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
                   END-IF
               WHEN OTHER
                   SET ENTRADA-OK TO FALSE
                   MOVE 'PARCEL' TO RJ-CAMPO
                   MOVE 'VALORES DEVEM SER I OU V     ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-EVALUATE

      *    No schedule can be dated off a first due date the date
      *    service already refused - 2220 logged that one.
           MOVE 'VAL' TO DSRV-FUNCAO
           MOVE WS-ENT-VENCTO TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF NOT DSRV-DATA-VALIDA
               GO TO 2240-EXIT
           END-IF

           PERFORM 2243-CALCULAR-VENCTO THRU 2243-EXIT
               VARYING WS-PAR-NUM FROM 2 BY 1
               UNTIL WS-PAR-NUM > WS-ENT-QTD-PARCELAS.
       2240-EXIT.
           EXIT.

      ******************************************************************
      * 2241-SOMAR-PARCELA - one keyed installment into the schedule;
      * a zero installment is refused
      ******************************************************************
       2241-SOMAR-PARCELA.
           MOVE WS-ENT-PARC-VALOR (WS-PAR-NUM)
                                 TO WS-PAR-VALOR (WS-PAR-NUM)
           ADD WS-ENT-PARC-VALOR (WS-PAR-NUM) TO WS-PAR-SOMA
           IF WS-ENT-PARC-VALOR (WS-PAR-NUM) = ZEROS
               SET ENTRADA-OK TO FALSE
               MOVE 'PARCEL' TO RJ-CAMPO
               MOVE 'VALOR DA PARCELA ZERADO      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF.
       2241-EXIT.
           EXIT.

      ******************************************************************
      * 2242-DIVIDIR-PARCELA - one equal-split installment; the last
      * takes whatever the division left over so the plan adds up to
      * the invoice to the centavo
      ******************************************************************
       2242-DIVIDIR-PARCELA.
           IF WS-PAR-NUM < WS-ENT-QTD-PARCELAS
               MOVE WS-PAR-BASE TO WS-PAR-VALOR (WS-PAR-NUM)
           ELSE
               COMPUTE WS-PAR-VALOR (WS-PAR-NUM)
                   = WS-ENT-VALOR
                   - WS-PAR-BASE * (WS-ENT-QTD-PARCELAS - 1)
           END-IF.
       2242-EXIT.
           EXIT.

      ******************************************************************
      * 2243-CALCULAR-VENCTO - one later installment's due date: N
      * business days after the previous installment (ADU), or the
      * first due date's day N months on per installment, pulled
      * back into a short month and rolled forward to a business
      * day (PRX) - all against the payment currency's calendar
      ******************************************************************
       2243-CALCULAR-VENCTO.
           COMPUTE WS-PAR-ANT = WS-PAR-NUM - 1
           MOVE WS-ENT-MOEDA TO DSRV-MOEDA

           IF WS-ENT-INTERVALO-UTIL
               MOVE 'ADU' TO DSRV-FUNCAO
               MOVE WS-PAR-VENCTO (WS-PAR-ANT) TO DSRV-DATA
               MOVE WS-ENT-INTERVALO-QTD TO DSRV-QTD-DIAS
               CALL 'PROGDSRV' USING DSRV-COMMAREA
               MOVE DSRV-DATA-RESULT TO WS-PAR-VENCTO (WS-PAR-NUM)
               GO TO 2243-EXIT
           END-IF

           MOVE WS-ENT-VENCTO TO WS-DATA-PARCELA-N
           COMPUTE WS-PAR-MESES
               = WS-DPA-ANO * 12 + WS-DPA-MES - 1
               + WS-ENT-INTERVALO-QTD * WS-PAR-ANT
           DIVIDE WS-PAR-MESES BY 12 GIVING WS-DPA-ANO
               REMAINDER WS-PAR-MES-IDX
           COMPUTE WS-DPA-MES = WS-PAR-MES-IDX + 1

           MOVE 'VAL' TO DSRV-FUNCAO
           MOVE WS-DATA-PARCELA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           PERFORM 2244-RECUAR-DIA THRU 2244-EXIT
               UNTIL DSRV-DATA-VALIDA

           MOVE 'PRX' TO DSRV-FUNCAO
           MOVE WS-DATA-PARCELA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           MOVE DSRV-DATA-RESULT TO WS-PAR-VENCTO (WS-PAR-NUM).
       2243-EXIT.
           EXIT.

      ******************************************************************
      * 2244-RECUAR-DIA - a day 29-31 the target month does not have
      * steps back one day at a time to the month's last day
      ******************************************************************
       2244-RECUAR-DIA.
           SUBTRACT 1 FROM WS-DPA-DIA
           MOVE 'VAL' TO DSRV-FUNCAO
           MOVE WS-DATA-PARCELA-N TO DSRV-DATA
           CALL 'PROGDSRV' USING DSRV-COMMAREA.
       2244-EXIT.
           EXIT.

      ******************************************************************
      * 2250-VALIDAR-BOLETO - an entry billed by boleto: the 47-digit
      * linha digitavel must be all digits, its three fields must
      * carry their mod-10 check digits, the barcode it stands for
      * must carry its mod-11 general digit, and the amount and due
      * date factor printed in it must be the amount and due date
      * keyed (a zero amount is an open-amount slip, a zero factor a
      * slip without due date - neither is compared).  A boleto is
      * paid whole, in BRL, as an ordinary payment.
      ******************************************************************
       2250-VALIDAR-BOLETO.
           IF WS-ENT-LINHA-DIGITAVEL = SPACES
               GO TO 2250-EXIT
           END-IF
           MOVE WS-ENT-LINHA-DIGITAVEL TO WS-BOL-LINHA
           IF WS-BOL-LINHA NOT NUMERIC
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'LINHA DIGITAVEL NAO NUMERICA  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2250-EXIT
           END-IF

           IF WS-ENT-QTD-PARCELAS > 1
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'BOLETO NAO PODE SER PARCELADO ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           IF WS-ENT-TIPO = 'C'
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'CREDITO NAO PODE SER BOLETO   ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           IF WS-ENT-MOEDA NOT = 'BRL' OR WS-BOL-MOEDA NOT = '9'
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'BOLETO EXIGE MOEDA BRL        ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           MOVE 1 TO WS-BOL-POS-INI
           MOVE 9 TO WS-BOL-POS-FIM
           PERFORM 2251-CALCULAR-MOD10 THRU 2251-EXIT
           IF WS-BOL-DV-CALC NOT = WS-BOL-DV-1
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'DV DO CAMPO 1 DO BOLETO ERRADO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           MOVE 11 TO WS-BOL-POS-INI
           MOVE 20 TO WS-BOL-POS-FIM
           PERFORM 2251-CALCULAR-MOD10 THRU 2251-EXIT
           IF WS-BOL-DV-CALC NOT = WS-BOL-DV-2
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'DV DO CAMPO 2 DO BOLETO ERRADO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           MOVE 22 TO WS-BOL-POS-INI
           MOVE 31 TO WS-BOL-POS-FIM
           PERFORM 2251-CALCULAR-MOD10 THRU 2251-EXIT
           IF WS-BOL-DV-CALC NOT = WS-BOL-DV-3
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'DV DO CAMPO 3 DO BOLETO ERRADO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           PERFORM 2253-CALCULAR-MOD11 THRU 2253-EXIT
           IF WS-BOL-DV-CALC NOT = WS-BOL-DV-GERAL
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'DV GERAL DO BOLETO ERRADO     ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF WS-BOL-VALOR NOT = ZEROS
              AND WS-BOL-VALOR NOT = WS-ENT-VALOR
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'VALOR DO BOLETO DIFERE VALOR  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF WS-BOL-FATOR = ZEROS
               GO TO 2250-EXIT
           END-IF
           PERFORM 2255-CALCULAR-FATOR THRU 2255-EXIT
           IF DSRV-RETORNO = ZEROS
              AND WS-BOL-FATOR-CALC NOT = WS-BOL-FATOR
               SET ENTRADA-OK TO FALSE
               MOVE 'BOLETO' TO RJ-CAMPO
               MOVE 'VENCTO DO BOLETO DIFERE VENCTO' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2251-CALCULAR-MOD10 - the mod-10 check digit of one field of
      * the linha digitavel: weights 2,1,2,1... from the rightmost
      * digit, a two-digit product counts as the sum of its digits,
      * and the digit is what takes the total to the next ten
      ******************************************************************
       2251-CALCULAR-MOD10.
           MOVE ZEROS TO WS-BOL-SOMA
           MOVE 2     TO WS-BOL-PESO
           PERFORM 2252-SOMAR-MOD10 THRU 2252-EXIT
               VARYING WS-BOL-POS FROM WS-BOL-POS-FIM BY -1
               UNTIL WS-BOL-POS < WS-BOL-POS-INI
           DIVIDE WS-BOL-SOMA BY 10 GIVING WS-BOL-QUOCIENTE
               REMAINDER WS-BOL-RESTO
           COMPUTE WS-BOL-DV-CALC = 10 - WS-BOL-RESTO
           IF WS-BOL-DV-CALC = 10
               MOVE ZEROS TO WS-BOL-DV-CALC
           END-IF.
       2251-EXIT.
           EXIT.

      ******************************************************************
      * 2252-SOMAR-MOD10 - one digit of the field into the mod-10 sum
      ******************************************************************
       2252-SOMAR-MOD10.
           COMPUTE WS-BOL-PRODUTO
               = WS-BOL-DIG (WS-BOL-POS) * WS-BOL-PESO
           IF WS-BOL-PRODUTO > 9
               SUBTRACT 9 FROM WS-BOL-PRODUTO
           END-IF
           ADD WS-BOL-PRODUTO TO WS-BOL-SOMA
           IF WS-BOL-PESO = 2
               MOVE 1 TO WS-BOL-PESO
           ELSE
               MOVE 2 TO WS-BOL-PESO
           END-IF.
       2252-EXIT.
           EXIT.

      ******************************************************************
      * 2253-CALCULAR-MOD11 - rebuild the 44-digit barcode from the
      * linha digitavel (bank, currency, general digit, factor,
      * amount, then the 25-digit free field the three fields carry)
      * and work out its general digit: weights 2 to 9 and back to 2
      * from the rightmost digit, the general digit's own position
      * left out; 11 less the remainder, with 0, 10 and 11 read as 1
      ******************************************************************
       2253-CALCULAR-MOD11.
           MOVE WS-BOL-BANCO     TO WS-BCB-BANCO
           MOVE WS-BOL-MOEDA     TO WS-BCB-MOEDA
           MOVE WS-BOL-DV-GERAL  TO WS-BCB-DV-GERAL
           MOVE WS-BOL-LINHA (34:4)  TO WS-BCB-FATOR
           MOVE WS-BOL-LINHA (38:10) TO WS-BCB-VALOR
           MOVE WS-BOL-LIVRE-1   TO WS-BCB-LIVRE-1
           MOVE WS-BOL-LIVRE-2   TO WS-BCB-LIVRE-2
           MOVE WS-BOL-LIVRE-3   TO WS-BCB-LIVRE-3
           MOVE ZEROS TO WS-BOL-SOMA
           MOVE 2     TO WS-BOL-PESO
           PERFORM 2254-SOMAR-MOD11 THRU 2254-EXIT
               VARYING WS-BOL-POS FROM 44 BY -1
               UNTIL WS-BOL-POS < 1
           DIVIDE WS-BOL-SOMA BY 11 GIVING WS-BOL-QUOCIENTE
               REMAINDER WS-BOL-RESTO
           COMPUTE WS-BOL-DV-CALC = 11 - WS-BOL-RESTO
           IF WS-BOL-DV-CALC = ZEROS OR WS-BOL-DV-CALC > 9
               MOVE 1 TO WS-BOL-DV-CALC
           END-IF.
       2253-EXIT.
           EXIT.

      ******************************************************************
      * 2254-SOMAR-MOD11 - one barcode digit into the mod-11 sum
      ******************************************************************
       2254-SOMAR-MOD11.
           IF WS-BOL-POS = 5
               GO TO 2254-EXIT
           END-IF
           COMPUTE WS-BOL-PRODUTO
               = WS-BCB-DIG (WS-BOL-POS) * WS-BOL-PESO
           ADD WS-BOL-PRODUTO TO WS-BOL-SOMA
           ADD 1 TO WS-BOL-PESO
           IF WS-BOL-PESO > 9
               MOVE 2 TO WS-BOL-PESO
           END-IF.
       2254-EXIT.
           EXIT.

      ******************************************************************
      * 2255-CALCULAR-FATOR - the due date factor the keyed due date
      * should print as: days since 07/10/1997, or - for due dates
      * from 22/02/2025 on, after the factor ran out at 9999 and the
      * banks restarted it - days since 22/02/2025 plus 1000
      ******************************************************************
       2255-CALCULAR-FATOR.
           MOVE 'DIF'         TO DSRV-FUNCAO
           MOVE WS-ENT-VENCTO TO DSRV-DATA-2
           IF WS-ENT-VENCTO < 20250222
               MOVE 19971007  TO DSRV-DATA
           ELSE
               MOVE 20250222  TO DSRV-DATA
           END-IF
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           MOVE DSRV-DIAS-DIFERENCA TO WS-BOL-FATOR-CALC
           IF WS-ENT-VENCTO NOT < 20250222
               ADD 1000 TO WS-BOL-FATOR-CALC
           END-IF.
       2255-EXIT.
           EXIT.

      ******************************************************************
      * 2260-VALIDAR-PEDIDO - an entry naming a purchase order: the
      * order must be on PEDCAD, still open, and placed with the
      * entry's vendor, company and currency.  Whether the order and
      * its goods receipts cover the amount is the three-way match's
      * call at night, when the receipts are in.
      ******************************************************************
       2260-VALIDAR-PEDIDO.
           IF WS-ENT-NUM-PEDIDO = SPACES
               GO TO 2260-EXIT
           END-IF
           IF NOT HA-PEDIDOS
               SET ENTRADA-OK TO FALSE
               MOVE 'PEDIDO' TO RJ-CAMPO
               MOVE 'CADASTRO DE PEDIDOS AUSENTE  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2260-EXIT
           END-IF

           MOVE WS-ENT-NUM-PEDIDO TO PC-NUM-PEDIDO
           READ PEDIDO-CADASTRO
               INVALID KEY
                   SET ENTRADA-OK TO FALSE
                   MOVE 'PEDIDO' TO RJ-CAMPO
                   MOVE 'PEDIDO NAO CADASTRADO        ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
                   GO TO 2260-EXIT
           END-READ
           IF WS-FS-PEDIDO NOT = '00'
               MOVE 'PEDCAD'  TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-PEDIDO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF NOT PC-ABERTO
               SET ENTRADA-OK TO FALSE
               MOVE 'PEDIDO' TO RJ-CAMPO
               MOVE 'PEDIDO ENCERRADO             ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           IF PC-FORN-ID NOT = WS-ENT-FORN-ID
               SET ENTRADA-OK TO FALSE
               MOVE 'PEDIDO' TO RJ-CAMPO
               MOVE 'PEDIDO DE OUTRO FORNECEDOR   ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           IF PC-EMPRESA = ZEROS
               MOVE 1 TO PC-EMPRESA
           END-IF
           IF PC-EMPRESA NOT = WS-ENT-EMPRESA
               SET ENTRADA-OK TO FALSE
               MOVE 'PEDIDO' TO RJ-CAMPO
               MOVE 'PEDIDO DE OUTRA EMPRESA      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           IF PC-MOEDA NOT = WS-ENT-MOEDA
               SET ENTRADA-OK TO FALSE
               MOVE 'PEDIDO' TO RJ-CAMPO
               MOVE 'MOEDA DIFERE DA DO PEDIDO    ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF.
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2270-VALIDAR-CENTRO - the cost center the expense is charged
      * to: required once controllership has a master on file, and
      * then it must be on it, active, and a center of the entry's
      * company (a center with company zeros serves both).  Whether
      * the center's budget covers the amount is the confirmation's
      * call, against what is already spent when the payment goes.
      ******************************************************************
       2270-VALIDAR-CENTRO.
           IF NOT HA-CENTROS
               IF WS-ENT-CENTRO-CUSTO NOT = SPACES
                   SET ENTRADA-OK TO FALSE
                   MOVE 'CCUSTO' TO RJ-CAMPO
                   MOVE 'CADASTRO DE CENTROS AUSENTE  ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               END-IF
               GO TO 2270-EXIT
           END-IF

           IF WS-ENT-CENTRO-CUSTO = SPACES
               SET ENTRADA-OK TO FALSE
               MOVE 'CCUSTO' TO RJ-CAMPO
               MOVE 'CENTRO DE CUSTO OBRIGATORIO  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2270-EXIT
           END-IF

           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ITEM
               AT END
                   SET ENTRADA-OK TO FALSE
                   MOVE 'CCUSTO' TO RJ-CAMPO
                   MOVE 'CENTRO DE CUSTO NAO CADASTRADO' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
                   GO TO 2270-EXIT
               WHEN WS-CCU-CODIGO (WS-CCU-IDX) = WS-ENT-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH

           IF WS-CCU-SITUACAO (WS-CCU-IDX) NOT = 'A'
               SET ENTRADA-OK TO FALSE
               MOVE 'CCUSTO' TO RJ-CAMPO
               MOVE 'CENTRO DE CUSTO INATIVO      ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF
           IF WS-CCU-EMPRESA (WS-CCU-IDX) NOT = ZEROS
              AND WS-CCU-EMPRESA (WS-CCU-IDX) NOT = WS-ENT-EMPRESA
               SET ENTRADA-OK TO FALSE
               MOVE 'CCUSTO' TO RJ-CAMPO
               MOVE 'CENTRO DE CUSTO DE OUTRA EMPR.' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF.
       2270-EXIT.
           EXIT.

      ******************************************************************
      * 2280-VALIDAR-EMISSAO - the invoice issue date the open items
      * are aged from: zeros takes the capture date; otherwise a real
      * date, not after the capture date and not after the due date
      ******************************************************************
       2280-VALIDAR-EMISSAO.
           IF WS-ENT-DATA-EMISSAO = ZEROS
               MOVE WS-DATA-CAPTURA TO WS-ENT-DATA-EMISSAO
               GO TO 2280-EXIT
           END-IF

           MOVE 'DIF' TO DSRV-FUNCAO
           MOVE WS-ENT-DATA-EMISSAO TO DSRV-DATA
           MOVE WS-DATA-CAPTURA     TO DSRV-DATA-2
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF DSRV-RETORNO NOT = ZEROS
               SET ENTRADA-OK TO FALSE
               MOVE 'EMISSA' TO RJ-CAMPO
               MOVE 'DATA DE EMISSAO INVALIDA     ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2280-EXIT
           END-IF
           IF DSRV-DIAS-DIFERENCA < ZEROS
               SET ENTRADA-OK TO FALSE
               MOVE 'EMISSA' TO RJ-CAMPO
               MOVE 'EMISSAO POSTERIOR A CAPTURA  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               GO TO 2280-EXIT
           END-IF
           IF WS-ENT-VENCTO NUMERIC
              AND WS-ENT-DATA-EMISSAO > WS-ENT-VENCTO
               SET ENTRADA-OK TO FALSE
               MOVE 'EMISSA' TO RJ-CAMPO
               MOVE 'EMISSAO POSTERIOR AO VENCTO  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF.
       2280-EXIT.
           EXIT.

      ******************************************************************
      * 2060-GRAVA-REJEICAO - log one rejected capture attempt
      ******************************************************************
           EXIT.

      ******************************************************************
      * 2300-GRAVAR-TRANSACAO - one PAGTO-TRANS record per installment
      * of the schedule (a single one for an invoice paid in one go)
      ******************************************************************
       2300-GRAVAR-TRANSACAO.
           PERFORM 2310-GRAVAR-PARCELA THRU 2310-EXIT
               VARYING WS-PAR-NUM FROM 1 BY 1
               UNTIL WS-PAR-NUM > WS-ENT-QTD-PARCELAS.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-GRAVAR-PARCELA - assign the key and append one clean,
      * properly formed PAGTO-TRANS record, action already punched
      * for the unattended nightly path, then register the capture.
      * An installment carries its number, the plan's count and the
      * invoice total; an invoice paid in one go leaves them zero.
      ******************************************************************
       2310-GRAVAR-PARCELA.
           MOVE SPACES              TO PAGTO-TRANS-REG
           MOVE WS-PROXIMA-CHAVE    TO PT-CHAVE
           ADD 1 TO WS-PROXIMA-CHAVE
           MOVE WS-ENT-FORN-ID      TO PT-FORN-ID
           MOVE WS-FORN-NOME-ATUAL  TO PT-FORN-NOME
           MOVE WS-ENT-NOTA-FISC    TO PT-NOTA-FISC
           MOVE WS-PAR-VALOR (WS-PAR-NUM)  TO PT-VALOR
           MOVE WS-ENT-MOEDA        TO PT-MOEDA
           MOVE WS-PAR-VENCTO (WS-PAR-NUM) TO PT-VENCTO
           MOVE WS-ENT-TIPO         TO PT-TIPO
           IF PT-TIPO = SPACE
               MOVE 'N' TO PT-TIPO
           END-IF
           MOVE WS-ENT-EMPRESA      TO PT-EMPRESA
           MOVE ZEROS               TO PT-PARCELA
           MOVE ZEROS               TO PT-QTD-PARCELAS
           MOVE ZEROS               TO PT-VALOR-NOTA
           MOVE WS-ENT-LINHA-DIGITAVEL TO PT-LINHA-DIGITAVEL
           MOVE WS-ENT-NUM-PEDIDO   TO PT-NUM-PEDIDO
           MOVE WS-ENT-CENTRO-CUSTO TO PT-CENTRO-CUSTO
           MOVE WS-ENT-DATA-EMISSAO TO PT-DATA-EMISSAO
           IF WS-ENT-QTD-PARCELAS > 1
               MOVE WS-PAR-NUM          TO PT-PARCELA
               MOVE WS-ENT-QTD-PARCELAS TO PT-QTD-PARCELAS
               MOVE WS-ENT-VALOR        TO PT-VALOR-NOTA
           END-IF
           MOVE 'P'                 TO PT-PAGTO
           MOVE 'C'                 TO PT-ACAO
           MOVE SPACES              TO PT-MOTIVO-CORRECAO
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-CAPTURADOS
           IF MODO-TELA AND PT-PARCELA > ZEROS
               DISPLAY 'PARCELA ' PT-PARCELA '/' PT-QTD-PARCELAS
                   ' CHAVE: ' PT-CHAVE ' VENCTO: ' PT-VENCTO
                   ' VALOR: ' PT-VALOR
           END-IF

           PERFORM 2400-REGISTRAR-CAPTURA THRU 2400-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
           MOVE PT-VENCTO     TO RG-VENCTO
           MOVE PT-TIPO       TO RG-TIPO
           MOVE PT-EMPRESA    TO RG-EMPRESA
           MOVE PT-PARCELA    TO RG-PARCELA
           MOVE PT-QTD-PARCELAS TO RG-QTD-PARCELAS
           MOVE PT-LINHA-DIGITAVEL TO RG-LINHA-DIGITAVEL
           MOVE PT-NUM-PEDIDO TO RG-NUM-PEDIDO
           MOVE PT-CENTRO-CUSTO TO RG-CENTRO-CUSTO
           MOVE PT-DATA-EMISSAO TO RG-DATA-EMISSAO
           WRITE REGISTRO-CAPTURA-REG
           IF WS-FS-REGISTRO-CAP NOT = '00'
               MOVE 'REGCAPT' TO WS-ERRO-ARQUIVO
               CLOSE CAPTURA-TRANS
           END-IF
           CLOSE FORNECEDOR-CADASTRO
           IF HA-PEDIDOS
               CLOSE PEDIDO-CADASTRO
           END-IF
           CLOSE PAGTO-TRANS
           CLOSE REGISTRO-CAPTURA
           CLOSE REJEICOES
