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

                         ==PG-TIPO==      BY ==SW-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==SW-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==SW-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==SW-EMPRESA==
                         ==PG-PARCELA==   BY ==SW-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==SW-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==SW-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==SW-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==SW-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==SW-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==SW-DATA-EMISSAO==.
           05  SW-PAGTO                  PIC X(01).
           05  SW-MOTIVO-CORRECAO        PIC X(02).

                         ==PG-TIPO==      BY ==SC-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==SC-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==SC-TP-CREDITO==
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
               88  SC-PG-CONFIRMADO      VALUE 'C'.
               88  SC-CORRIGIDO          VALUE 'G'.
