      ******************************************************************
      * Modification History
      * 02/09/2026 RFS  First cut of the bank-change approval.
      * 15/10/2026 RFS  A pending change now carries the overseas
      *                 account as well (SWIFT/BIC, foreign account,
      *                 intermediary bank): it is shown beside the
      *                 domestic one, applied to FORNCAD on approval and
      *                 written to the FORNADTR trail after the existing
      *                 fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFAPR IS INITIAL PROGRAM.
           05  FP-CONTA-NOVA             PIC 9(10).
           05  FP-OPERADOR               PIC X(08).
           05  FP-DATA                   PIC 9(08).
           05  FP-SWIFT-ANT              PIC X(11).
           05  FP-CONTA-EXT-ANT          PIC X(34).
           05  FP-SWIFT-INT-ANT          PIC X(11).
           05  FP-SWIFT-NOVO             PIC X(11).
           05  FP-CONTA-EXT-NOVA         PIC X(34).
           05  FP-SWIFT-INT-NOVO         PIC X(11).

       FD  FORNECEDOR-CADASTRO
           RECORDING MODE IS F.
           05  FA-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  FA-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  FA-SWIFT-ANT              PIC X(11).
           05  FA-CONTA-EXT-ANT          PIC X(34).
           05  FA-SWIFT-INT-ANT          PIC X(11).
           05  FILLER                    PIC X(01).
           05  FA-SWIFT-NOVO             PIC X(11).
           05  FA-CONTA-EXT-NOVA         PIC X(34).
           05  FA-SWIFT-INT-NOVO         PIC X(11).

       FD  OPERADORES
           RECORDING MODE IS F.
               FP-AGENCIA-ANT ' ' FP-CONTA-ANT
           DISPLAY 'CONTA NOVA.: ' FP-BANCO-NOVO ' '
               FP-AGENCIA-NOVA ' ' FP-CONTA-NOVA
           IF FP-SWIFT-ANT NOT = FP-SWIFT-NOVO
            OR FP-CONTA-EXT-ANT NOT = FP-CONTA-EXT-NOVA
            OR FP-SWIFT-INT-ANT NOT = FP-SWIFT-INT-NOVO
               DISPLAY 'EXTERIOR ATUAL: ' FP-SWIFT-ANT ' '
                   FP-CONTA-EXT-ANT ' INTERM ' FP-SWIFT-INT-ANT
               DISPLAY 'EXTERIOR NOVO.: ' FP-SWIFT-NOVO ' '
                   FP-CONTA-EXT-NOVA ' INTERM ' FP-SWIFT-INT-NOVO
           END-IF
           DISPLAY 'APROVA (A), REJEITA (R) OU PULA (P)? '
           ACCEPT WS-DECISAO

           MOVE FP-BANCO-NOVO   TO FC-BANCO
           MOVE FP-AGENCIA-NOVA TO FC-AGENCIA
           MOVE FP-CONTA-NOVA   TO FC-CONTA
           MOVE FP-SWIFT-NOVO     TO FC-SWIFT-BIC
           MOVE FP-CONTA-EXT-NOVA TO FC-CONTA-EXTERIOR
           MOVE FP-SWIFT-INT-NOVO TO FC-SWIFT-INTERM
           REWRITE FORNECEDOR-CADASTRO-REG
           IF WS-FS-FORNECEDOR NOT = '00'
               MOVE 'FORNCAD' TO WS-ERRO-ARQUIVO
           MOVE FP-BANCO-NOVO   TO FA-BANCO-NOVO
           MOVE FP-AGENCIA-NOVA TO FA-AGENCIA-NOVA
           MOVE FP-CONTA-NOVA   TO FA-CONTA-NOVA
           MOVE FP-SWIFT-ANT      TO FA-SWIFT-ANT
           MOVE FP-CONTA-EXT-ANT  TO FA-CONTA-EXT-ANT
           MOVE FP-SWIFT-INT-ANT  TO FA-SWIFT-INT-ANT
           MOVE FP-SWIFT-NOVO     TO FA-SWIFT-NOVO
           MOVE FP-CONTA-EXT-NOVA TO FA-CONTA-EXT-NOVA
           MOVE FP-SWIFT-INT-NOVO TO FA-SWIFT-INT-NOVO
           MOVE FP-OPERADOR     TO FA-SOLICITANTE
           MOVE WS-OPER-ID      TO FA-APROVADOR
           ACCEPT FA-DATA FROM DATE YYYYMMDD
