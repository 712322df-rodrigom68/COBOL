      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared court-order (penhora) record fields - one order
      *          per vendor and company: the court's order number, the
      *          kind of order (B = total block of the vendor's
      *          payments, P = a percentage of each payment, F = a
      *          fixed amount off each payment), the ceiling up to
      *          which money is redirected, the judicial deposit
      *          account it goes to, the period the order is in force
      *          and the amount withheld under it so far - so the
      *          PENHCAD master, its PENHPEND pending changes and the
      *          confirmation run all use one consistent layout.
      *          COPY this with REPLACING, one pseudo-text pair per
      *          field, swapping the PN- prefix for the caller's own
      *          record prefix, the same way FORNREC is copied, e.g.
      *              COPY PENHREC
      *                  REPLACING ==PN-FORN-ID==  BY ==PP-FORN-ID==.
      *          PN-VALOR-FIXO, PN-TETO and PN-RETIDO-ACUM are BRL.
      *          A zero PN-DATA-FIM means the order stands until the
      *          court lifts it.
      ******************************************************************
       05  PN-CHAVE.
           10  PN-FORN-ID            PIC 9(05).
           10  PN-EMPRESA            PIC 9(02).
       05  PN-NUM-ORDEM              PIC X(20).
       05  PN-TIPO                   PIC X(01).
           88  PN-TP-BLOQUEIO        VALUE 'B'.
           88  PN-TP-PERCENTUAL      VALUE 'P'.
           88  PN-TP-FIXO            VALUE 'F'.
       05  PN-PERCENTUAL             PIC 9(03)V99.
       05  PN-VALOR-FIXO             PIC 9(09)V99.
       05  PN-TETO                   PIC 9(11)V99.
       05  PN-BANCO-JUD              PIC 9(03).
       05  PN-AGENCIA-JUD            PIC 9(04).
       05  PN-CONTA-JUD              PIC 9(10).
       05  PN-DATA-INICIO            PIC 9(08).
       05  PN-DATA-FIM               PIC 9(08).
       05  PN-RETIDO-ACUM            PIC 9(11)V99.
