      *                 PROGFAPR.  Name, CNPJ and status changes
      *                 keep applying immediately - it is the
      *                 account fields that move money.
      * 15/10/2026 RFS  The tax id is now checked on every insert and
      *                 change: a 14-digit CNPJ or an 11-digit CPF
      *                 (individual supplier, left-justified), each with
      *                 its two mod-11 check digits; a malformed number
      *                 or one of a single repeated digit is rejected
      *                 too.
      * 15/10/2026 RFS  The vendor master now carries the date each
      *                 vendor was registered (FC-DATA-CADASTRO),
      *                 stamped with the run date on insert and kept
      *                 untouched on every change; the matching
      *                 transaction field is ignored.
      * 15/10/2026 RFS  The overseas payment details (SWIFT/BIC, IBAN or
      *                 foreign account, beneficiary address and
      *                 country, intermediary bank) are now maintained:
      *                 SWIFT, account and country are edited together,
      *                 and a change to the SWIFT, foreign account or
      *                 intermediary parks on FORNPEND for a second
      *                 operator like the domestic account. An overseas
      *                 beneficiary's tax id is no longer held to the
      *                 CNPJ/CPF check digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFORN IS INITIAL PROGRAM.
                         ==FC-ATIVO==        BY ==FT-ATIVO==
                         ==FC-FORN-ATIVO==   BY ==FT-FORN-ATIVO==
                         ==FC-FORN-INATIVO== BY ==FT-FORN-INATIVO==
                         ==FC-EMPRESA==      BY ==FT-EMPRESA==
                         ==FC-DATA-CADASTRO== BY ==FT-DATA-CADASTRO==
                         ==FC-SWIFT-BIC==    BY ==FT-SWIFT-BIC==
                         ==FC-CONTA-EXTERIOR== BY ==FT-CONTA-EXTERIOR==
                         ==FC-ENDERECO-BENEF== BY ==FT-ENDERECO-BENEF==
                         ==FC-PAIS-BENEF==   BY ==FT-PAIS-BENEF==
                         ==FC-SWIFT-INTERM== BY ==FT-SWIFT-INTERM==.
           05  FT-OPERADOR               PIC X(08).

       FD  REJEICOES
      ******************************************************************
      * Pending bank-detail change - one per vendor, waiting for a
      * second operator: the account fields as they are and as the
      * submitter wants them, plus who asked and when.  The overseas
      * account (SWIFT, foreign account, intermediary) rides on the
      * same entry, after the domestic one.
      ******************************************************************
       FD  FORN-PENDENTE
           RECORDING MODE IS F.
           05  FP-CONTA-NOVA             PIC 9(10).
           05  FP-OPERADOR               PIC X(08).
           05  FP-DATA                   PIC 9(08).
           05  FP-SWIFT-ANT              PIC X(11).
           05  FP-CONTA-EXT-ANT          PIC X(34).
           05  FP-SWIFT-INT-ANT          PIC X(11).
           05  FP-SWIFT-NOVO             PIC X(11).
           05  FP-CONTA-EXT-NOVA         PIC X(34).
           05  FP-SWIFT-INT-NOVO         PIC X(11).

       FD  JOB-LOG
           RECORDING MODE IS F.
               88  FIM-FORN-TRANS    VALUE 'S'.
           05  WS-CAMPOS-VALIDOS     PIC X(01) VALUE 'N'.
               88  CAMPOS-OK         VALUE 'S' FALSE 'N'.
           05  WS-DOC-SITUACAO       PIC X(01) VALUE 'N'.
               88  DOCUMENTO-OK      VALUE 'S' FALSE 'N'.
           05  WS-SWIFT-SITUACAO     PIC X(01) VALUE 'N'.
               88  SWIFT-OK          VALUE 'S' FALSE 'N'.

      ******************************************************************
      * Tax id under check - a CNPJ is 14 digits, a CPF (individual
      * supplier) is 11 digits left-justified with the last three
      * positions blank; the last two digits of either are mod-11
      * check digits over the digits before them.
      ******************************************************************
       01  WS-DOCUMENTO.
           05  WS-DOC-NUMERO         PIC X(14).
           05  WS-DOC-NUMERO-D REDEFINES WS-DOC-NUMERO.
               10  WS-DOC-DIG        PIC 9(01) OCCURS 14 TIMES.
           05  WS-DOC-NUMERO-CPF REDEFINES WS-DOC-NUMERO.
               10  WS-DOC-CPF        PIC X(11).
               10  WS-DOC-CPF-BRANCO PIC X(03).
       77 WS-DOC-PRIMEIRO           PIC X(01) VALUE SPACE.
       77 WS-SWIFT-TESTE            PIC X(11) VALUE SPACES.
       77 WS-SWIFT-BRANCOS          PIC 9(02) VALUE ZEROS.
       77 WS-DOC-IGUAIS             PIC 9(02) VALUE ZEROS.
       77 WS-DOC-TAMANHO            PIC 9(02) VALUE ZEROS.
       77 WS-DOC-POS                PIC 9(02) VALUE ZEROS.
       77 WS-DOC-POS-FIM            PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PESO               PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PESO-MAX           PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PRODUTO            PIC 9(03) VALUE ZEROS.
       77 WS-DOC-SOMA               PIC 9(05) VALUE ZEROS.
       77 WS-DOC-QUOCIENTE          PIC 9(05) VALUE ZEROS.
       77 WS-DOC-RESTO              PIC 9(02) VALUE ZEROS.
       77 WS-DOC-DV-CALC            PIC 9(02) VALUE ZEROS.
       77 WS-DOC-MOTIVO             PIC X(30) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
           END-IF

           PERFORM 2500-MONTAR-REGISTRO THRU 2500-EXIT
           ACCEPT FC-DATA-CADASTRO FROM DATE YYYYMMDD
           WRITE FORNECEDOR-CADASTRO-REG
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                       IF FT-BANCO NOT = FC-BANCO
                        OR FT-AGENCIA NOT = FC-AGENCIA
                        OR FT-CONTA NOT = FC-CONTA
                        OR FT-SWIFT-BIC NOT = FC-SWIFT-BIC
                        OR FT-CONTA-EXTERIOR NOT = FC-CONTA-EXTERIOR
                        OR FT-SWIFT-INTERM NOT = FC-SWIFT-INTERM
                           PERFORM 2350-PENDURAR-BANCO THRU 2350-EXIT
                       END-IF
                       PERFORM 2500-MONTAR-REGISTRO THRU 2500-EXIT
           MOVE FT-BANCO    TO FP-BANCO-NOVO
           MOVE FT-AGENCIA  TO FP-AGENCIA-NOVA
           MOVE FT-CONTA    TO FP-CONTA-NOVA
           MOVE FC-SWIFT-BIC      TO FP-SWIFT-ANT
           MOVE FC-CONTA-EXTERIOR TO FP-CONTA-EXT-ANT
           MOVE FC-SWIFT-INTERM   TO FP-SWIFT-INT-ANT
           MOVE FT-SWIFT-BIC      TO FP-SWIFT-NOVO
           MOVE FT-CONTA-EXTERIOR TO FP-CONTA-EXT-NOVA
           MOVE FT-SWIFT-INTERM   TO FP-SWIFT-INT-NOVO
           MOVE FT-OPERADOR TO FP-OPERADOR
           ACCEPT FP-DATA FROM DATE YYYYMMDD
           WRITE FORN-PENDENTE-REG
      *    applies now.
           MOVE FC-BANCO   TO FT-BANCO
           MOVE FC-AGENCIA TO FT-AGENCIA
           MOVE FC-CONTA   TO FT-CONTA
           MOVE FC-SWIFT-BIC      TO FT-SWIFT-BIC
           MOVE FC-CONTA-EXTERIOR TO FT-CONTA-EXTERIOR
           MOVE FC-SWIFT-INTERM   TO FT-SWIFT-INTERM.
       2350-EXIT.
           EXIT.


      ******************************************************************
      * 2050-VALIDAR-CAMPOS - reject a vendor with no legal name, no
      * tax id, a tax id whose check digits do not agree or a bad
      * active flag; on rejection the master is never touched and the
      * reason is logged to REJEICOES
      ******************************************************************
       2050-VALIDAR-CAMPOS.
           SET CAMPOS-OK TO TRUE
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

      *    An overseas beneficiary carries its own country's tax id
      *    here - only a Brazilian one has check digits to prove.
           EVALUATE TRUE
               WHEN FT-CNPJ = SPACES
                   SET CAMPOS-OK TO FALSE
                   MOVE 'CNPJ  ' TO RJ-CAMPO
                   MOVE 'CNPJ NAO INFORMADO           ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               WHEN FT-PAIS-BENEF NOT = SPACES AND NOT = 'BR'
                   CONTINUE
               WHEN OTHER
                   MOVE FT-CNPJ TO WS-DOC-NUMERO
                   PERFORM 2070-CONFERIR-DOCUMENTO THRU 2070-EXIT
                   IF NOT DOCUMENTO-OK
                       SET CAMPOS-OK TO FALSE
                       MOVE 'CNPJ  ' TO RJ-CAMPO
                       MOVE WS-DOC-MOTIVO TO RJ-MOTIVO
                       PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
                   END-IF
           END-EVALUATE

           IF FT-SWIFT-BIC NOT = SPACES
            OR FT-CONTA-EXTERIOR NOT = SPACES
            OR FT-SWIFT-INTERM NOT = SPACES
               PERFORM 2080-VALIDAR-EXTERIOR THRU 2080-EXIT
           END-IF

           IF NOT FT-FORN-ATIVO AND NOT FT-FORN-INATIVO
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2070-CONFERIR-DOCUMENTO - check the tax id in WS-DOC-NUMERO:
      * 14 digits are a CNPJ, 11 digits followed by blanks a CPF;
      * anything else, a number made of one repeated digit (which
      * the check digits would let through) or check digits that do
      * not agree leave DOCUMENTO-OK off with the reason in
      * WS-DOC-MOTIVO
      ******************************************************************
       2070-CONFERIR-DOCUMENTO.
           SET DOCUMENTO-OK TO FALSE
           EVALUATE TRUE
               WHEN WS-DOC-NUMERO NUMERIC
                   MOVE 14 TO WS-DOC-TAMANHO
                   MOVE 9  TO WS-DOC-PESO-MAX
               WHEN WS-DOC-CPF NUMERIC AND WS-DOC-CPF-BRANCO = SPACES
                   MOVE 11 TO WS-DOC-TAMANHO
                   MOVE 11 TO WS-DOC-PESO-MAX
               WHEN OTHER
                   MOVE 'CNPJ/CPF COM FORMATO INVALIDO'
                                             TO WS-DOC-MOTIVO
                   GO TO 2070-EXIT
           END-EVALUATE

           MOVE WS-DOC-NUMERO (1:1) TO WS-DOC-PRIMEIRO
           MOVE ZEROS TO WS-DOC-IGUAIS
           INSPECT WS-DOC-NUMERO TALLYING WS-DOC-IGUAIS
               FOR ALL WS-DOC-PRIMEIRO
           IF WS-DOC-IGUAIS = WS-DOC-TAMANHO
               MOVE 'CNPJ/CPF COM DIGITOS REPETIDOS'
                                         TO WS-DOC-MOTIVO
               GO TO 2070-EXIT
           END-IF

           COMPUTE WS-DOC-POS-FIM = WS-DOC-TAMANHO - 2
           PERFORM 2071-CALCULAR-DV THRU 2071-EXIT
           IF WS-DOC-DV-CALC = WS-DOC-DIG (WS-DOC-TAMANHO - 1)
               COMPUTE WS-DOC-POS-FIM = WS-DOC-TAMANHO - 1
               PERFORM 2071-CALCULAR-DV THRU 2071-EXIT
               IF WS-DOC-DV-CALC = WS-DOC-DIG (WS-DOC-TAMANHO)
                   SET DOCUMENTO-OK TO TRUE
                   GO TO 2070-EXIT
               END-IF
           END-IF
           IF WS-DOC-TAMANHO = 14
               MOVE 'DV DO CNPJ NAO CONFERE       ' TO WS-DOC-MOTIVO
           ELSE
               MOVE 'DV DO CPF NAO CONFERE        ' TO WS-DOC-MOTIVO
           END-IF.
       2070-EXIT.
           EXIT.

      ******************************************************************
      * 2071-CALCULAR-DV - the mod-11 check digit over positions 1 to
      * WS-DOC-POS-FIM: weights 2 upward from the rightmost digit
      * (starting again at 2 after 9 for a CNPJ, running to 11 for a
      * CPF); a remainder under 2 gives 0, otherwise 11 less it
      ******************************************************************
       2071-CALCULAR-DV.
           MOVE ZEROS TO WS-DOC-SOMA
           MOVE 2     TO WS-DOC-PESO
           PERFORM 2072-SOMAR-DV THRU 2072-EXIT
               VARYING WS-DOC-POS FROM WS-DOC-POS-FIM BY -1
               UNTIL WS-DOC-POS < 1
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
               REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE ZEROS TO WS-DOC-DV-CALC
           ELSE
               COMPUTE WS-DOC-DV-CALC = 11 - WS-DOC-RESTO
           END-IF.
       2071-EXIT.
           EXIT.

      ******************************************************************
      * 2072-SOMAR-DV - one digit of the tax id into the mod-11 sum
      ******************************************************************
       2072-SOMAR-DV.
           COMPUTE WS-DOC-PRODUTO
               = WS-DOC-DIG (WS-DOC-POS) * WS-DOC-PESO
           ADD WS-DOC-PRODUTO TO WS-DOC-SOMA
           ADD 1 TO WS-DOC-PESO
           IF WS-DOC-PESO > WS-DOC-PESO-MAX
               MOVE 2 TO WS-DOC-PESO
           END-IF.
       2072-EXIT.
           EXIT.

      ******************************************************************
      * 2080-VALIDAR-EXTERIOR - overseas payment details: a SWIFT/BIC
      * of 8 or 11 characters, the IBAN or foreign account it pays
      * into and the beneficiary's country are all needed for a wire
      * to go; an intermediary bank, when given, is a SWIFT/BIC too
      ******************************************************************
       2080-VALIDAR-EXTERIOR.
           MOVE FT-SWIFT-BIC TO WS-SWIFT-TESTE
           PERFORM 2085-CONFERIR-SWIFT THRU 2085-EXIT
           IF NOT SWIFT-OK
               SET CAMPOS-OK TO FALSE
               MOVE 'SWIFT ' TO RJ-CAMPO
               MOVE 'SWIFT/BIC INVALIDO           ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF FT-CONTA-EXTERIOR = SPACES
               SET CAMPOS-OK TO FALSE
               MOVE 'CONTEX' TO RJ-CAMPO
               MOVE 'IBAN/CONTA EXTERIOR AUSENTE  ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF FT-PAIS-BENEF = SPACES
               SET CAMPOS-OK TO FALSE
               MOVE 'PAIS  ' TO RJ-CAMPO
               MOVE 'PAIS DO BENEFICIARIO AUSENTE ' TO RJ-MOTIVO
               PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
           END-IF

           IF FT-SWIFT-INTERM NOT = SPACES
               MOVE FT-SWIFT-INTERM TO WS-SWIFT-TESTE
               PERFORM 2085-CONFERIR-SWIFT THRU 2085-EXIT
               IF NOT SWIFT-OK
                   SET CAMPOS-OK TO FALSE
                   MOVE 'INTERM' TO RJ-CAMPO
                   MOVE 'SWIFT INTERMEDIARIO INVALIDO ' TO RJ-MOTIVO
                   PERFORM 2060-GRAVA-REJEICAO THRU 2060-EXIT
               END-IF
           END-IF.
       2080-EXIT.
           EXIT.

      ******************************************************************
      * 2085-CONFERIR-SWIFT - WS-SWIFT-TESTE must be 8 characters with
      * no gaps (head office) or 11 (branch)
      ******************************************************************
       2085-CONFERIR-SWIFT.
           SET SWIFT-OK TO FALSE
           MOVE ZEROS TO WS-SWIFT-BRANCOS
           INSPECT WS-SWIFT-TESTE TALLYING WS-SWIFT-BRANCOS
               FOR ALL SPACES
           IF WS-SWIFT-BRANCOS = ZEROS
               SET SWIFT-OK TO TRUE
           END-IF
           IF WS-SWIFT-BRANCOS = 3
              AND WS-SWIFT-TESTE (9:3) = SPACES
               SET SWIFT-OK TO TRUE
           END-IF.
       2085-EXIT.
           EXIT.

      ******************************************************************
      * 2500-MONTAR-REGISTRO - build the master record image from the
      * validated transaction fields (the registration date is the
      * master's own - stamped on insert, never taken from the
      * transaction)
      ******************************************************************
       2500-MONTAR-REGISTRO.
           MOVE FT-FORN-ID      TO FC-FORN-ID
           MOVE FT-AGENCIA      TO FC-AGENCIA
           MOVE FT-CONTA        TO FC-CONTA
           MOVE FT-ATIVO        TO FC-ATIVO
           MOVE FT-EMPRESA      TO FC-EMPRESA
           MOVE FT-SWIFT-BIC      TO FC-SWIFT-BIC
           MOVE FT-CONTA-EXTERIOR TO FC-CONTA-EXTERIOR
           MOVE FT-ENDERECO-BENEF TO FC-ENDERECO-BENEF
           MOVE FT-PAIS-BENEF     TO FC-PAIS-BENEF
           MOVE FT-SWIFT-INTERM   TO FC-SWIFT-INTERM.
       2500-EXIT.
           EXIT.

