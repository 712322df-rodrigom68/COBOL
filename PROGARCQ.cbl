      ******************************************************************
      * Modification History
      * 02/09/2026 RFS  First cut of the archive retrieval.
      * 15/10/2026 RFS  The history image widened for the installment
      *                 fields the payment record now carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARCQ IS INITIAL PROGRAM.
           05  HA-TIPO                   PIC X(01).
               88  HA-DETALHE            VALUE 'D'.
               88  HA-TRAILER            VALUE 'T'.
           05  HA-IMAGEM                 PIC X(163).

      ******************************************************************
      * The auditor's question - which field and which value.
                         ==PG-TIPO==      BY ==WH-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==WH-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==WH-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==WH-EMPRESA==
                         ==PG-PARCELA==   BY ==WH-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==WH-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==WH-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==WH-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==WH-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==WH-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==WH-DATA-EMISSAO==.
           05  WH-PAGTO                  PIC X(01).
           05  WH-MOTIVO-CORRECAO        PIC X(02).

