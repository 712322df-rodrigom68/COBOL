      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: commarea for the PROGCONT paying-account service -
      *          the one home of the company bank-account master
      *          (CONTAPAG) and the least-cost routing rule, so the
      *          funding scheduler and the remittance pick the paying
      *          account the same way.
      *          Functions: ROT routes a payment of CTA-VALOR for
      *          company CTA-EMPRESA going to bank CTA-BANCO-DESTINO
      *          (CTA-BOLETO 'S' for a boleto) to the cheapest active
      *          account with the balance left to fund it, the same
      *          bank winning a tie, and debits that balance; LST
      *          returns the CTA-INDICE'th account on the master.
      *          CTA-DATA is the business date - an account whose
      *          balance is not dated for it funds nothing.
      *          CTA-RETORNO: 00 ok; 04 (ROT) no account has the
      *          balance - the cheapest account is returned but not
      *          debited; 08 (ROT) the company has no active account
      *          on the master; 12 (LST) past the last account;
      *          16 unknown function.
      ******************************************************************
       01  CTA-COMMAREA.
           05  CTA-FUNCAO                PIC X(03).
               88  CTA-FN-ROTEAR         VALUE 'ROT'.
               88  CTA-FN-LISTAR         VALUE 'LST'.
           05  CTA-DATA                  PIC 9(08).
           05  CTA-EMPRESA               PIC 9(02).
           05  CTA-BANCO-DESTINO         PIC 9(03).
           05  CTA-BOLETO                PIC X(01).
               88  CTA-EH-BOLETO         VALUE 'S'.
           05  CTA-VALOR                 PIC 9(11)V99.
           05  CTA-INDICE                PIC 9(02).
           05  CTA-CONTA-ESCOLHIDA.
               10  CTA-CONTA-EMPRESA     PIC 9(02).
               10  CTA-ARQUIVO           PIC 9(01).
               10  CTA-BANCO             PIC 9(03).
               10  CTA-AGENCIA           PIC 9(04).
               10  CTA-CONTA             PIC 9(10).
               10  CTA-TARIFA            PIC 9(03)V99.
               10  CTA-SALDO-INICIAL     PIC 9(11)V99.
               10  CTA-SALDO-RESTANTE    PIC 9(11)V99.
           05  CTA-RETORNO               PIC 9(02).
