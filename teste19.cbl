      * 22/08/2026 RFS  First cut of the audit-trail inquiry.
      * 02/09/2026 RFS  Per-reason counter table widened with the
      *                 PAYMOT vocabulary (motivos 08 09 10 added).
      * 15/10/2026 RFS  Per-reason counter table widened again to the
      *                 27 PAYMOT entries (motivos 11 to 26 and 99).
      * 22/08/2026 RFS  Added selection by the OLD status (option 6) -
      *                 the auditors ask "everything that left C" as
      *                 often as "everything that became V".
      * per PAYMOT entry plus one for lines with no reason code.
      ******************************************************************
       01  WS-TABELA-TOT-MOTIVO.
           05  WS-TOT-MOT-ITEM       OCCURS 27 TIMES
                                     INDEXED BY WS-TOT-MOT-IDX
                                     PIC 9(07) COMP-3.
       77 WS-QTD-SEM-MOTIVO         PIC 9(07) VALUE ZEROS.
       77 WS-MOT-NUM                PIC 9(02) VALUE ZEROS.

      ******************************************************************
      * Selection criteria keyed by the operator for the current query.
           MOVE ZEROS TO WS-QTD-SEM-MOTIVO
           PERFORM 2210-ZERAR-TOT-MOTIVO THRU 2210-EXIT
               VARYING WS-TOT-MOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-MOT-IDX > 27
           SET FIM-PAGTO-AUDIT TO FALSE

           OPEN INPUT PAGTO-AUDIT
           DISPLAY 'EVENTOS LISTADOS......: ' WS-QTD-LISTADOS
           PERFORM 2260-IMPRIMIR-TOT-MOTIVO THRU 2260-EXIT
               VARYING WS-TOT-MOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-MOT-IDX > 27
           IF WS-QTD-SEM-MOTIVO > ZEROS
               DISPLAY 'EVENTOS SEM MOTIVO....: ' WS-QTD-SEM-MOTIVO
           END-IF.
