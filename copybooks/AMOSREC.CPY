      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: shared audit-sample record fields - one record per
      *          settled payment PROGAMOS drew into an internal-audit
      *          sample: the period and company sampled, the payment's
      *          PAGHIST key (run date and payment key), vendor,
      *          invoice, amount in its own currency and in BRL, how
      *          it came into the sample, and the seed, date and
      *          operator of the draw - so the sampling run that
      *          writes the register and the findings run that checks
      *          every finding against it use one consistent layout.
      *          AM-METODO holds one position per selection rule:
      *            (1) O - above the period's mandatory threshold
      *            (2) A - drawn at random
      *            (3) M - hit by the monetary-unit draw
      *          a space where the rule did not select the payment;
      *          AM-ACERTOS-MUS counts the monetary units that hit it.
      *          COPY this with REPLACING, one pseudo-text pair per
      *          field, swapping the AM- prefix for the caller's own
      *          record prefix, the same way PAYREC is copied.
      ******************************************************************
       05  AM-PERIODO                PIC 9(06).
       05  AM-EMPRESA                PIC 9(02).
       05  AM-DATA-RUN               PIC 9(08).
       05  AM-CHAVE                  PIC 9(06).
       05  AM-FORN-ID                PIC 9(05).
       05  AM-NOTA-FISC              PIC X(10).
       05  AM-MOEDA                  PIC X(03).
       05  AM-VALOR                  PIC 9(09)V99.
       05  AM-VALOR-BRL              PIC 9(11)V99.
       05  AM-METODO                 PIC X(03).
       05  AM-ACERTOS-MUS            PIC 9(03).
       05  AM-SEMENTE                PIC 9(09).
       05  AM-DATA-SORTEIO           PIC 9(08).
       05  AM-OPERADOR               PIC X(08).
