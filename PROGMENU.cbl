      * 02/09/2026 RFS  Widened the option-text table to 46 bytes -
      *                 two texts had lost their closing parenthesis
      *                 when the table was cut at 45.
      * 15/10/2026 RFS  Added the returned-payment re-issue desk
      *                 (PROGREEM) as option 13; the OPERPERF profile
      *                 carries a 13th option byte.
      * 15/10/2026 RFS  Added court-order maintenance (PROGPENH) and
      *                 its second-operator approval (PROGPAPR) as
      *                 options 14 and 15; OPERPERF widened to 15
      *                 option bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMENU.

      ******************************************************************
      * Operator profile - one record per operator, one S/N byte per
      * menu option 1-15.  SAIR (0) needs no permission.  An
      * operator with no record here can run nothing.
      ******************************************************************
       FD  OPER-PERFIL
           RECORDING MODE IS F.
       01  OPER-PERFIL-REG.
           05  PR-ID                     PIC X(08).
           05  PR-OPCOES                 PIC X(15).

      ******************************************************************
      * Dispatch log - who ran which option when.
           88  OPCAO-CAPTURA        VALUE 10.
           88  OPCAO-LIBERACAO      VALUE 11.
           88  OPCAO-APROV-BANCO    VALUE 12.
           88  OPCAO-REEMISSAO      VALUE 13.
           88  OPCAO-PENHORA        VALUE 14.
           88  OPCAO-APROV-PENHORA  VALUE 15.
           88  OPCAO-SAIR           VALUE 0.
           88  OPCAO-VALIDA         VALUES 0 THRU 15.

       01  WS-SWITCHES.
           05  WS-FIM-MENU           PIC X(01) VALUE 'N'.
      * everything N until a profile record says otherwise.
      ******************************************************************
       01  WS-PERFIL-ATUAL.
           05  WS-PERF-OPCAO         OCCURS 15 TIMES PIC X(01).

      ******************************************************************
      * Menu option texts, displayed only when the profile allows
               '11 - LIBERACAO DE PAGTOS RETIDOS (PROGLIBR)   '.
           05  FILLER                PIC X(46) VALUE
               '12 - APROVACAO DE MUDANCA BANCARIA (PROGFAPR) '.
           05  FILLER                PIC X(46) VALUE
               '13 - REEMISSAO DE PAGTOS DEVOLVIDOS (PROGREEM)'.
           05  FILLER                PIC X(46) VALUE
               '14 - MANUTENCAO DE PENHORAS (PROGPENH)        '.
           05  FILLER                PIC X(46) VALUE
               '15 - APROVACAO DE PENHORAS (PROGPAPR)         '.
       01  WS-TABELA-OPCOES-R REDEFINES WS-TABELA-OPCOES.
           05  WS-OPCAO-TEXTO        OCCURS 15 TIMES PIC X(46).

       01  LK-RETORNO                PIC 9(02) VALUE ZEROS.

           DISPLAY WS-TITULO-MENU
           PERFORM 1100-EXIBIR-OPCAO THRU 1100-EXIT
               VARYING WS-OPCAO-NUM FROM 1 BY 1
               UNTIL WS-OPCAO-NUM > 15
           DISPLAY '0 - SAIR'
           DISPLAY 'DIGITE A OPCAO: '
           ACCEPT WS-OPCAO
               WHEN OPCAO-APROV-BANCO
                   CALL 'PROGFAPR' USING LK-RETORNO
                   DISPLAY 'RETORNO DO PROGFAPR: ' LK-RETORNO
               WHEN OPCAO-REEMISSAO
                   CALL 'PROGREEM' USING LK-RETORNO
                   DISPLAY 'RETORNO DO PROGREEM: ' LK-RETORNO
               WHEN OPCAO-PENHORA
                   CALL 'PROGPENH' USING LK-RETORNO
                   DISPLAY 'RETORNO DO PROGPENH: ' LK-RETORNO
               WHEN OPCAO-APROV-PENHORA
                   CALL 'PROGPAPR' USING LK-RETORNO
                   DISPLAY 'RETORNO DO PROGPAPR: ' LK-RETORNO
           END-EVALUATE.
       1000-EXIT.
           EXIT.
