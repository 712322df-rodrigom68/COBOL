      ******************************************************************
      * Modification History
      * 02/09/2026 RFS  First cut of the archive/purge run.
      * 15/10/2026 RFS  The history image and its trailer widened for
      *                 the installment fields the payment record now
      *                 carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARCH IS INITIAL PROGRAM.
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

           05  HA-TIPO                   PIC X(01).
               88  HA-DETALHE            VALUE 'D'.
               88  HA-TRAILER            VALUE 'T'.
           05  HA-IMAGEM                 PIC X(163).
       01  HIST-ARQUIVO-TRL REDEFINES HIST-ARQUIVO-REG.
           05  FILLER                    PIC X(01).
           05  HA-TRL-QTD                PIC 9(07).
