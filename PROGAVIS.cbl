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
           05  PA-MOTIVO-CORRECAO        PIC X(02).

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

                         ==PG-TIPO==      BY ==AC-TIPO==
                         ==PG-TP-PAGAMENTO== BY ==AC-TP-PAGAMENTO==
                         ==PG-TP-CREDITO== BY ==AC-TP-CREDITO==
                         ==PG-EMPRESA==   BY ==AC-EMPRESA==
                         ==PG-PARCELA==   BY ==AC-PARCELA==
                         ==PG-QTD-PARCELAS== BY ==AC-QTD-PARCELAS==
                         ==PG-VALOR-NOTA== BY ==AC-VALOR-NOTA==
                         ==PG-LINHA-DIGITAVEL==
                             BY ==AC-LINHA-DIGITAVEL==
                         ==PG-NUM-PEDIDO== BY ==AC-NUM-PEDIDO==
                         ==PG-CENTRO-CUSTO== BY ==AC-CENTRO-CUSTO==
                         ==PG-DATA-EMISSAO== BY ==AC-DATA-EMISSAO==.
           05  AC-PAGTO                  PIC X(01).
               88  AC-LIQUIDADO          VALUE 'L'.
           05  AC-MOTIVO-CORRECAO        PIC X(02).
