      *                 the end event carries the return code, so the
      *                 chain's official record of what ran lives on
      *                 RUNCTL instead of console scroll-back.
      * 15/10/2026 RFS  From October on, warns on the JOB-LOG for the
      *                 domestic calendar and each CALMOEDA calendar
      *                 with no FERIADOS dates for the coming year, so
      *                 PAYFERI is run before the year turns. The return
      *                 code is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDATE IS INITIAL PROGRAM.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT CALENDARIO-MOEDA ASSIGN TO "CALMOEDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALMOEDA.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-DATA
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

      ******************************************************************
      * The settlement calendars PROGDSRV works from - read here only
      * to see whether each has dates on file for the coming year.
      ******************************************************************
       FD  FERIADOS
           RECORDING MODE IS F.
       01  FERIADO-REG.
           05  FE-CALENDARIO             PIC X(03).
           05  FE-DATA                   PIC 9(08).
           05  FE-DATA-R REDEFINES FE-DATA.
               10  FE-ANO                PIC 9(04).
               10  FE-MES-DIA            PIC 9(04).

       FD  CALENDARIO-MOEDA
           RECORDING MODE IS F.
       01  CALENDARIO-MOEDA-REG.
           05  CM-MOEDA                  PIC X(03).
           05  CM-CALENDARIO             PIC X(03).

       WORKING-STORAGE SECTION.
       77 WS-MOSTRA                 PIC X(20) VALUE SPACES.
       77 WS-MOSTRA-DIA             PIC X(20) VALUE SPACES.
       77 WS-FS-CALENDARIO          PIC X(02) VALUE SPACES.
       77 WS-FS-JOBDUR              PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-FS-FERIADOS            PIC X(02) VALUE SPACES.
       77 WS-FS-CALMOEDA            PIC X(02) VALUE SPACES.
       77 WS-RETORNO                PIC 9(02) VALUE ZEROS.

       01  WS-ERRO-LINHA.
           05  WS-DATA-MM            PIC 9(02).
           05  WS-DATA-DD            PIC 9(02).

      ******************************************************************
      * Calendars checked for the coming year - the domestic one
      * (spaces) and every calendar CALMOEDA maps a currency to, each
      * flagged once a date for that year turns up on FERIADOS.
      ******************************************************************
       01  WS-TABELA-VERIFICA.
           05  WS-VER-ITEM           OCCURS 31 TIMES
                                     INDEXED BY WS-VER-IDX.
               10  WS-VER-CALENDARIO PIC X(03).
               10  WS-VER-TEM-ANO    PIC X(01).
                   88  WS-VER-COM-DATAS VALUE 'S'.
       77 WS-QTD-VERIFICA           PIC 9(02) VALUE ZEROS.
       77 WS-ANO-SEGUINTE           PIC 9(04) VALUE ZEROS.

       01  WS-AVISO-LINHA.
           05  FILLER                PIC X(17)
                                     VALUE 'AVISO CALENDARIO='.
           05  WS-AVISO-CALENDARIO   PIC X(03).
           05  FILLER                PIC X(25)
                                     VALUE ' SEM FERIADOS PARA O ANO '.
           05  WS-AVISO-ANO          PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AVISO-DATA         PIC 9(08).
           05  FILLER                PIC X(22) VALUE SPACES.

           COPY RUNCOMM.

           COPY DATCOMM.
               IF NOT EH-DIA-UTIL
                   MOVE 4 TO WS-RETORNO
               END-IF
               IF WS-VAL-MES >= 10
                   PERFORM 4000-VERIFICAR-CALENDARIOS THRU 4000-EXIT
               END-IF
           ELSE
               DISPLAY 'DATA INVALIDA.......: ' WS-DATA
               MOVE 16 TO WS-RETORNO
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VERIFICAR-CALENDARIOS - from October on, warn on the
      * JOB-LOG for every calendar with no dates on FERIADOS for the
      * coming year, while there is time to run PAYFERI before the
      * year turns.  Only a warning - the return code is untouched.
      ******************************************************************
       4000-VERIFICAR-CALENDARIOS.
           COMPUTE WS-ANO-SEGUINTE = WS-VAL-ANO + 1
           MOVE 1      TO WS-QTD-VERIFICA
           MOVE SPACES TO WS-VER-CALENDARIO (1)
           MOVE 'N'    TO WS-VER-TEM-ANO (1)

           OPEN INPUT CALENDARIO-MOEDA
           IF WS-FS-CALMOEDA = '00'
               PERFORM 4100-LER-CALMOEDA THRU 4100-EXIT
                   UNTIL WS-FS-CALMOEDA = '10'
               CLOSE CALENDARIO-MOEDA
           END-IF

           OPEN INPUT FERIADOS
           IF WS-FS-FERIADOS = '00'
               PERFORM 4200-LER-FERIADO THRU 4200-EXIT
                   UNTIL WS-FS-FERIADOS = '10'
               CLOSE FERIADOS
           END-IF

           PERFORM 4300-AVISAR-CALENDARIO THRU 4300-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-QTD-VERIFICA.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LER-CALMOEDA - each calendar a currency maps to, once
      ******************************************************************
       4100-LER-CALMOEDA.
           READ CALENDARIO-MOEDA
               AT END
                   MOVE '10' TO WS-FS-CALMOEDA
                   GO TO 4100-EXIT
           END-READ
           SET WS-VER-IDX TO 1
           SEARCH WS-VER-ITEM
               AT END
                   CONTINUE
               WHEN WS-VER-IDX > WS-QTD-VERIFICA
                   CONTINUE
               WHEN WS-VER-CALENDARIO (WS-VER-IDX) = CM-CALENDARIO
                   GO TO 4100-EXIT
           END-SEARCH
           IF WS-QTD-VERIFICA < 31
               ADD 1 TO WS-QTD-VERIFICA
               SET WS-VER-IDX TO WS-QTD-VERIFICA
               MOVE CM-CALENDARIO TO WS-VER-CALENDARIO (WS-VER-IDX)
               MOVE 'N'           TO WS-VER-TEM-ANO (WS-VER-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LER-FERIADO - a date in the coming year marks its
      * calendar as done
      ******************************************************************
       4200-LER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE '10' TO WS-FS-FERIADOS
                   GO TO 4200-EXIT
           END-READ
           IF FE-ANO NOT = WS-ANO-SEGUINTE
               GO TO 4200-EXIT
           END-IF
           SET WS-VER-IDX TO 1
           SEARCH WS-VER-ITEM
               AT END
                   CONTINUE
               WHEN WS-VER-IDX > WS-QTD-VERIFICA
                   CONTINUE
               WHEN WS-VER-CALENDARIO (WS-VER-IDX) = FE-CALENDARIO
                   SET WS-VER-COM-DATAS (WS-VER-IDX) TO TRUE
           END-SEARCH.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-AVISAR-CALENDARIO - the warning line for a calendar still
      * without dates for the coming year
      ******************************************************************
       4300-AVISAR-CALENDARIO.
           IF WS-VER-COM-DATAS (WS-VER-IDX)
               GO TO 4300-EXIT
           END-IF
           MOVE WS-VER-CALENDARIO (WS-VER-IDX) TO WS-AVISO-CALENDARIO
           MOVE WS-ANO-SEGUINTE                TO WS-AVISO-ANO
           ACCEPT WS-AVISO-DATA FROM DATE YYYYMMDD
           MOVE WS-AVISO-LINHA TO JOB-LOG-REG
           WRITE JOB-LOG-REG
           IF WS-FS-JOB-LOG NOT = '00'
               MOVE 'JOBLOG'   TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-JOB-LOG TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           DISPLAY WS-AVISO-LINHA.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE - close the files opened for this run and log
      * how long the job took
