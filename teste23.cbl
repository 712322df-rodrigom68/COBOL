      *                 longer lost - the previous month's occurrence
      *                 is tested too, and generates on the as-of day
      *                 its shifted date lands on.
      * 15/10/2026 RFS  A generated occurrence is never an installment -
      *                 its installment fields go out zero.
      * 15/10/2026 RFS  The recurring master now carries the cost center
      *                 the expense is charged to, and stamps it on the
      *                 generated occurrence for the confirmation's
      *                 budget check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGERA IS INITIAL PROGRAM.
           05  RP-DATA-INICIO            PIC 9(08).
           05  RP-DATA-FIM               PIC 9(08).
           05  RP-EMPRESA                PIC 9(02).
           05  RP-CENTRO-CUSTO           PIC X(06).

       FD  PAGTO-GERADO
           RECORDING MODE IS F.
                         ==PG-TIPO==      BY ==PGE-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PGE-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PGE-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PGE-EMPRESA==
                         ==PG-PARCELA==   BY ==PGE-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PGE-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PGE-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PGE-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PGE-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PGE-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PGE-DATA-EMISSAO==.
           05  PGE-PAGTO                 PIC X(01).
           05  PGE-ACAO                  PIC X(01).
           05  PGE-MOTIVO-CORRECAO       PIC X(02).
           ELSE
               MOVE RP-EMPRESA TO PGE-EMPRESA
           END-IF
           MOVE ZEROS            TO PGE-PARCELA
           MOVE ZEROS            TO PGE-QTD-PARCELAS
           MOVE ZEROS            TO PGE-VALOR-NOTA
           MOVE SPACES           TO PGE-LINHA-DIGITAVEL
           MOVE SPACES           TO PGE-NUM-PEDIDO
           MOVE RP-CENTRO-CUSTO  TO PGE-CENTRO-CUSTO
           MOVE WS-REF-DATA-NUM  TO PGE-DATA-EMISSAO
           MOVE 'P'              TO PGE-PAGTO
           MOVE 'C'              TO PGE-ACAO
           MOVE SPACES           TO PGE-MOTIVO-CORRECAO
