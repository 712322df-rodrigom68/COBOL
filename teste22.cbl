      *                 Spaces or an unmapped currency keep the
      *                 domestic behavior, so existing callers are
      *                 untouched.
      * 15/10/2026 RFS  ADU now always steps forward off the day under
      *                 work - the business-day switch an earlier test
      *                 left set could end the step before the date
      *                 moved, so days were counted off without the date
      *                 advancing.
      * 15/10/2026 RFS  Holiday table raised to 1000 dates - a generated
      *                 national calendar a year plus the state,
      *                 municipal and foreign ones outgrew 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDSRV.
      * simply means no holidays on record.
      ******************************************************************
       01  WS-TABELA-FERIADOS.
           05  WS-FERIADO-ITEM       OCCURS 1000 TIMES
                                     INDEXED BY WS-FERIADO-IDX.
               10  WS-FER-CALENDARIO PIC X(03).
               10  WS-FER-DATA       PIC 9(08).
       77 WS-QTD-FERIADOS           PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * Currency-to-calendar table loaded from CALMOEDA on the first
               SET WS-FERIADO-IDX TO 1
               PERFORM 1310-LER-FERIADO THRU 1310-EXIT
                   UNTIL WS-FS-FERIADOS = '10'
                      OR WS-FERIADO-IDX > 1000
               CLOSE FERIADOS
           END-IF
           PERFORM 1350-CARREGAR-CALENDARIOS THRU 1350-EXIT.
      * the next business day and count it off the days remaining
      ******************************************************************
       9500-AVANCAR-DIA-UTIL.
           SET EH-DIA-UTIL-CALC TO FALSE
           PERFORM 9400-AVANCAR-DIA THRU 9400-EXIT
               UNTIL EH-DIA-UTIL-CALC
           SUBTRACT 1 FROM WS-DIAS-RESTANTES.
