      ******************************************************************
      * Modification History
      * 02/09/2026 RFS  First cut of the cash forecast.
      * 15/10/2026 RFS  The recurring master layout now carries the cost
      *                 center.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFLUX IS INITIAL PROGRAM.
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
               88  PH-CONFIRMADO         VALUE 'C'.
           05  PH-MOTIVO-CORRECAO        PIC X(02).
                         ==PG-TIPO==      BY ==SU-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==SU-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==SU-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==SU-EMPRESA==
                         ==PG-PARCELA==   BY ==SU-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==SU-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==SU-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==SU-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==SU-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==SU-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==SU-DATA-EMISSAO==.
           05  SU-PAGTO                  PIC X(01).
           05  SU-ACAO                   PIC X(01).
           05  SU-MOTIVO-CORRECAO        PIC X(02).
           05  RP-DATA-INICIO            PIC 9(08).
           05  RP-DATA-FIM               PIC 9(08).
           05  RP-EMPRESA                PIC 9(02).
           05  RP-CENTRO-CUSTO           PIC X(06).

       FD  PARM-DATA
           RECORDING MODE IS F.
