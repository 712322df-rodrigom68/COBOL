      *                 length - the type and company fields added to
      *                 the shared layout were being truncated by the
      *                 sort, taking the output status byte with them.
      * 15/10/2026 RFS  IMPAPAG layout extended with company, guide
      *                 reference and guide date.
      * 15/10/2026 RFS  Sort records widened again to the full PAGTRANS
      *                 and PAGSAIDA length after the installment,
      *                 boleto, order, cost-center and issue-date
      *                 fields; the four FDs now carry every shared
      *                 field under their own prefix.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECON IS INITIAL PROGRAM.
                         ==PG-NOTA-FISC== BY ==PT-NOTA-FISC==
                         ==PG-VALOR==     BY ==PT-VALOR==
                         ==PG-MOEDA==     BY ==PT-MOEDA==
                         ==PG-VENCTO==    BY ==PT-VENCTO==
                         ==PG-TIPO==      BY ==PT-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==PT-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==PT-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==PT-TP-ADIANTAMENTO==
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
                         ==PG-NOTA-FISC== BY ==PS-NOTA-FISC==
                         ==PG-VALOR==     BY ==PS-VALOR==
                         ==PG-MOEDA==     BY ==PS-MOEDA==
                         ==PG-VENCTO==    BY ==PS-VENCTO==
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
           05  PS-MOTIVO-CORRECAO        PIC X(02).

       SD  SORT-TRANS.
       01  SORT-TRANS-REG.
           05  ST-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(150).

       SD  SORT-SAIDA.
       01  SORT-SAIDA-REG.
           05  SS-CHAVE                  PIC 9(06).
           05  FILLER                    PIC X(149).

       FD  TRANS-CLASS
           RECORDING MODE IS F.
                         ==PG-NOTA-FISC== BY ==TC-NOTA-FISC==
                         ==PG-VALOR==     BY ==TC-VALOR==
                         ==PG-MOEDA==     BY ==TC-MOEDA==
                         ==PG-VENCTO==    BY ==TC-VENCTO==
                         ==PG-TIPO==      BY ==TC-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==TC-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==TC-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==TC-TP-ADIANTAMENTO==
                         ==PG-EMPRESA==   BY ==TC-EMPRESA==
                         ==PG-PARCELA==   BY ==TC-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==TC-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==TC-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==TC-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==TC-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==TC-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==TC-DATA-EMISSAO==.
           05  TC-PAGTO                  PIC X(01).
           05  TC-ACAO                   PIC X(01).
           05  TC-MOTIVO-CORRECAO        PIC X(02).
                         ==PG-NOTA-FISC== BY ==SC-NOTA-FISC==
                         ==PG-VALOR==     BY ==SC-VALOR==
                         ==PG-MOEDA==     BY ==SC-MOEDA==
                         ==PG-VENCTO==    BY ==SC-VENCTO==
                         ==PG-TIPO==      BY ==SC-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==SC-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==SC-TP-CREDITO==
                         ==PG-TP-ADIANTAMENTO==
                             BY ==SC-TP-ADIANTAMENTO==
                         ==PG-EMPRESA==   BY ==SC-EMPRESA==
                         ==PG-PARCELA==   BY ==SC-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==SC-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==SC-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==SC-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==SC-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==SC-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==SC-DATA-EMISSAO==.
           05  SC-PAGTO                  PIC X(01).
               88  SC-PENDENTE           VALUE 'P'.
           05  SC-MOTIVO-CORRECAO        PIC X(02).
           05  IP-VALOR-RETIDO           PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  IP-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  IP-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  IP-GUIA                   PIC X(10).
           05  FILLER                    PIC X(01).
           05  IP-DATA-GUIA              PIC 9(08).

       FD  RECON-RPT
           RECORDING MODE IS F.
