      *                 in RCTL-DATA - the same date PROGREMES stamps
      *                 on the remittance header - instead of a
      *                 second, possibly divergent PARMDATA read.
      * 15/10/2026 RFS  Installment number, count and invoice total
      *                 carried into PAGHIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHIST IS INITIAL PROGRAM.
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
           05  PS-MOTIVO-CORRECAO        PIC X(02).

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

           MOVE PS-VENCTO      TO PH-VENCTO
           MOVE PS-TIPO        TO PH-TIPO
           MOVE PS-EMPRESA     TO PH-EMPRESA
           MOVE PS-PARCELA     TO PH-PARCELA
           MOVE PS-QTD-PARCELAS TO PH-QTD-PARCELAS
           MOVE PS-VALOR-NOTA  TO PH-VALOR-NOTA
           MOVE PS-LINHA-DIGITAVEL TO PH-LINHA-DIGITAVEL
           MOVE PS-NUM-PEDIDO  TO PH-NUM-PEDIDO
           MOVE PS-CENTRO-CUSTO TO PH-CENTRO-CUSTO
           MOVE PS-DATA-EMISSAO TO PH-DATA-EMISSAO
           MOVE PS-PAGTO       TO PH-PAGTO
           MOVE PS-MOTIVO-CORRECAO TO PH-MOTIVO-CORRECAO

