      *                 refusal no longer lapses for pre-migration
      *                 dates, and no one-off RUNCTL migration is
      *                 needed.
      * 15/10/2026 RFS  Added the purchase-order three-way match
      *                 (PROGPEDI) to the step sequence between the
      *                 duplicate pre-edit and the funding-limit
      *                 scheduler - PROGFUND now reads the match's
      *                 PAGCASAD output, so its predecessor (and count
      *                 handoff) moved.
      * 15/10/2026 RFS  Added the payment anomaly screen (PROGANOM) to
      *                 the step sequence between the three-way match
      *                 and the funding-limit scheduler - PROGFUND now
      *                 reads the screen's PAGVERIF output, so its
      *                 predecessor (and count handoff) moved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRCTL IS INITIAL PROGRAM.
      * the predecessor's output count is a meaningful handoff for
      * this step's input count.  Only the pairs where the
      * predecessor's output file is literally this step's input keep
      * S - PROGDUPL feeds PROGPEDI (PAGLIMPO), PROGPEDI feeds PROGANOM
      * (PAGCASAD), PROGANOM feeds PROGFUND (PAGVERIF), PROGFUND feeds
      * PROGCOMM (PAGPRONT) and PROGCOMM
      * feeds the remittance, history and reconciliation steps
      * (PAGSAIDA).  The
      * earlier steps each read their own transaction files, so
      * comparing their counts would cry wolf on every healthy run.
      * A program not on the table is recorded but not sequenced (the
           05  FILLER                PIC X(17)
               VALUE 'PROGDUPLPROGGERAN'.
           05  FILLER                PIC X(17)
               VALUE 'PROGPEDIPROGDUPLS'.
           05  FILLER                PIC X(17)
               VALUE 'PROGANOMPROGPEDIS'.
           05  FILLER                PIC X(17)
               VALUE 'PROGFUNDPROGANOMS'.
           05  FILLER                PIC X(17)
               VALUE 'PROGCOMMPROGFUNDS'.
           05  FILLER                PIC X(17)
           05  FILLER                PIC X(17)
               VALUE 'PROGRECOPROGCOMMS'.
       01  WS-TABELA-SEQUENCIA-R REDEFINES WS-TABELA-SEQUENCIA.
           05  WS-SEQ-ITEM           OCCURS 12 TIMES
                                     INDEXED BY WS-SEQ-IDX.
               10  WS-SEQ-PROGRAMA   PIC X(08).
               10  WS-SEQ-PREDECESSOR PIC X(08).
