      *                 is empty - the proof adds the very amounts
      *                 the chain added, whichever master treasury
      *                 maintains.
      * 15/10/2026 RFS  The ESTORNOS layout now carries the cost center.
      * 15/10/2026 RFS  The ESTORNOS layout now carries the payment
      *                 type, matching the 37-byte record PROGREV
      *                 writes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROV IS INITIAL PROGRAM.
                         ==PG-TIPO==      BY ==PS-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PS-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PS-TP-CREDITO==
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
               88  PS-PENDENTE           VALUE 'P'.
           05  ES-VALOR-ESTORNO          PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  ES-MOTIVO                 PIC X(02).
           05  FILLER                    PIC X(01).
           05  ES-CENTRO-CUSTO           PIC X(06).
           05  FILLER                    PIC X(01).
           05  ES-TIPO                   PIC X(01).

       FD  PAGTO-ATUAL
           RECORDING MODE IS F.
                         ==PG-TIPO==      BY ==PA-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PA-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PA-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==PA-EMPRESA==
                         ==PG-PARCELA==   BY ==PA-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==PA-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==PA-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==PA-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==PA-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==PA-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==PA-DATA-EMISSAO==.
           05  PA-PAGTO                  PIC X(01).
               88  PA-LIQUIDADO          VALUE 'L'.
               88  PA-DEVOLVIDO          VALUE 'D'.
