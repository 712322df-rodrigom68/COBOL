      ******************************************************************
      * Author: Rodrigo Ferreira da Silva
      * Date: 15/10/2026
      * Purpose: generator and maintenance for the FERIADOS settlement
      *          calendars PROGDSRV, PROGDATE, PROGGERA and PROGCOMM
      *          read.  For the year FERIPARM names it builds the
      *          national (domestic, calendar spaces) bank holidays -
      *          the fixed dates and the ones that move with Easter:
      *          Carnaval Monday and Tuesday (Easter - 48 and - 47),
      *          Good Friday (Easter - 2) and Corpus Christi (Easter
      *          + 60), Easter Sunday itself worked out by the
      *          Gregorian computus.  Then it applies the FERITRN
      *          maintenance transactions - I includes, E excludes a
      *          date on any calendar (state, municipal, a foreign
      *          settlement calendar, or the domestic one for a
      *          one-off).  Every date added or taken out is written
      *          to the FERAUDIT trail with who and when; rejected
      *          transactions go to FERIREJ.  The rewritten master
      *          comes out on FERIADN in calendar and date order and
      *          the job copies it back over FERIADOS.  Without a
      *          year on FERIPARM only the transactions are applied,
      *          and a date already on file is never added twice, so
      *          a year can be generated again safely.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 RFS  First cut of the holiday calendar maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFERI IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS     ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT FERIADOS-NOVO ASSIGN TO "FERIADN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADN.
           SELECT FERI-TRANS   ASSIGN TO "FERITRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERI-TRANS.
           SELECT PARM-FERI    ASSIGN TO "FERIPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM-FERI.
           SELECT FERI-AUDIT   ASSIGN TO "FERAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERI-AUDIT.
           SELECT REJEICOES    ASSIGN TO "FERIREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEICOES.
           SELECT JOB-LOG      ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
           SELECT SORT-FERIADOS ASSIGN TO "FERISORT".
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The holiday master as PROGDSRV reads it - calendar id (spaces
      * = domestic) and the date.
      ******************************************************************
       FD  FERIADOS
           RECORDING MODE IS F.
       01  FERIADO-REG.
           05  FE-CALENDARIO             PIC X(03).
           05  FE-DATA                   PIC 9(08).

       FD  FERIADOS-NOVO
           RECORDING MODE IS F.
       01  FERIADO-NOVO-REG.
           05  FN-CALENDARIO             PIC X(03).
           05  FN-DATA                   PIC 9(08).

      ******************************************************************
      * One maintenance transaction - I include / E exclude the date
      * on the calendar, with a description for the audit trail and
      * who keyed it.
      ******************************************************************
       FD  FERI-TRANS
           RECORDING MODE IS F.
       01  FERI-TRANS-REG.
           05  FT-ACAO                   PIC X(01).
               88  FT-INCLUIR            VALUE 'I'.
               88  FT-EXCLUIR            VALUE 'E'.
           05  FT-CALENDARIO             PIC X(03).
           05  FT-DATA                   PIC 9(08).
           05  FT-DESCRICAO              PIC X(20).
           05  FT-OPERADOR               PIC X(08).

      ******************************************************************
      * The year to generate the national calendar for and who asked
      * for it.  No record, or a zero year, generates nothing.
      ******************************************************************
       FD  PARM-FERI
           RECORDING MODE IS F.
       01  PARM-FERI-REG.
           05  FP-ANO                    PIC 9(04).
           05  FP-OPERADOR               PIC X(08).

      ******************************************************************
      * Audit trail - G generated, I included, E excluded: which date
      * on which calendar, what it is, who and when.
      ******************************************************************
       FD  FERI-AUDIT
           RECORDING MODE IS F.
       01  FERI-AUDIT-REG.
           05  FA-ACAO                   PIC X(01).
           05  FILLER                    PIC X(01).
           05  FA-CALENDARIO             PIC X(03).
           05  FILLER                    PIC X(01).
           05  FA-DATA-FERIADO           PIC 9(08).
           05  FILLER                    PIC X(01).
           05  FA-DESCRICAO              PIC X(20).
           05  FILLER                    PIC X(01).
           05  FA-OPERADOR               PIC X(08).
           05  FILLER                    PIC X(01).
           05  FA-DATA                   PIC 9(08).
           05  FILLER                    PIC X(01).
           05  FA-HORA                   PIC X(08).

       FD  REJEICOES
           RECORDING MODE IS F.
       01  REJEICOES-REG.
           05  RJ-ACAO                   PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-CALENDARIO             PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-DATA                   PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-OPERADOR               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RJ-MOTIVO                 PIC X(30).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

       SD  SORT-FERIADOS.
       01  SORT-FERIADOS-REG.
           05  SF-CALENDARIO             PIC X(03).
           05  SF-DATA                   PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-FERIADOS       PIC X(01) VALUE 'N'.
               88  FIM-FERIADOS      VALUE 'S'.
           05  WS-EOF-TRANS          PIC X(01) VALUE 'N'.
               88  FIM-FERI-TRANS    VALUE 'S'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-FERIADO-SIT        PIC X(01) VALUE 'N'.
               88  FERIADO-ACHADO    VALUE 'S' FALSE 'N'.
           05  WS-ANO-BISSEXTO       PIC X(01) VALUE 'N'.
               88  EH-ANO-BISSEXTO   VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-MASTER-LIDOS   PIC 9(05) VALUE ZEROS.
           05  WS-QTD-GERADOS        PIC 9(05) VALUE ZEROS.
           05  WS-QTD-TRANS-LIDAS    PIC 9(05) VALUE ZEROS.
           05  WS-QTD-INCLUIDOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-EXCLUIDOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-REJEITADOS     PIC 9(05) VALUE ZEROS.
           05  WS-QTD-GRAVADOS       PIC 9(05) VALUE ZEROS.

       77 WS-FS-FERIADOS            PIC X(02) VALUE SPACES.
       77 WS-FS-FERIADN             PIC X(02) VALUE SPACES.
       77 WS-FS-FERI-TRANS          PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-FERI           PIC X(02) VALUE SPACES.
       77 WS-FS-FERI-AUDIT          PIC X(02) VALUE SPACES.
       77 WS-FS-REJEICOES           PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-ANO-GERAR              PIC 9(04) VALUE ZEROS.
       77 WS-OPERADOR-GERAR         PIC X(08) VALUE SPACES.
       77 WS-CALENDARIO-BUSCA       PIC X(03) VALUE SPACES.
       77 WS-DATA-BUSCA             PIC 9(08) VALUE ZEROS.
       77 WS-ACAO-AUDIT             PIC X(01) VALUE SPACES.
       77 WS-DESCRICAO-AUDIT        PIC X(20) VALUE SPACES.
       77 WS-OPERADOR-AUDIT         PIC X(08) VALUE SPACES.
       77 WS-ULTIMO-CALENDARIO      PIC X(03) VALUE SPACES.
       77 WS-ULTIMA-DATA            PIC 9(08) VALUE ZEROS.

      ******************************************************************
      * The master in memory - every date on file plus the ones this
      * run adds; an excluded date stays in the table marked 'E' and
      * is not written back.
      ******************************************************************
       01  WS-TABELA-FERIADOS.
           05  WS-FER-ITEM           OCCURS 1000 TIMES
                                     INDEXED BY WS-FER-IDX.
               10  WS-FER-CALENDARIO PIC X(03).
               10  WS-FER-DATA       PIC 9(08).
               10  WS-FER-SITUACAO   PIC X(01).
                   88  WS-FER-ATIVO     VALUE 'A'.
                   88  WS-FER-EXCLUIDO  VALUE 'E'.
       77 WS-QTD-FERIADOS           PIC 9(04) VALUE ZEROS.

      ******************************************************************
      * The national holidays on a fixed day of the year - MMDD and
      * what it is.  Consciencia Negra is national from 2024 on.
      ******************************************************************
       01  WS-TABELA-FIXOS.
           05  FILLER                PIC X(24)
               VALUE '0101CONFRATERNIZACAO   '.
           05  FILLER                PIC X(24)
               VALUE '0421TIRADENTES         '.
           05  FILLER                PIC X(24)
               VALUE '0501DIA DO TRABALHO    '.
           05  FILLER                PIC X(24)
               VALUE '0907INDEPENDENCIA      '.
           05  FILLER                PIC X(24)
               VALUE '1012N.S. APARECIDA     '.
           05  FILLER                PIC X(24)
               VALUE '1102FINADOS            '.
           05  FILLER                PIC X(24)
               VALUE '1115PROCLAMACAO REPUBL.'.
           05  FILLER                PIC X(24)
               VALUE '1120CONSCIENCIA NEGRA  '.
           05  FILLER                PIC X(24)
               VALUE '1225NATAL              '.
       01  WS-TABELA-FIXOS-R REDEFINES WS-TABELA-FIXOS.
           05  WS-FIXO-ITEM          OCCURS 9 TIMES
                                     INDEXED BY WS-FIXO-IDX.
               10  WS-FIXO-MES       PIC 9(02).
               10  WS-FIXO-DIA       PIC 9(02).
               10  WS-FIXO-DESC      PIC X(20).

      ******************************************************************
      * The national holidays that move with Easter - days from
      * Easter Sunday and what it is.
      ******************************************************************
       01  WS-TABELA-MOVEIS.
           05  FILLER                PIC X(24)
               VALUE '-048CARNAVAL (SEGUNDA)  '.
           05  FILLER                PIC X(24)
               VALUE '-047CARNAVAL (TERCA)    '.
           05  FILLER                PIC X(24)
               VALUE '-002SEXTA-FEIRA SANTA   '.
           05  FILLER                PIC X(24)
               VALUE '+060CORPUS CHRISTI      '.
       01  WS-TABELA-MOVEIS-R REDEFINES WS-TABELA-MOVEIS.
           05  WS-MOVEL-ITEM         OCCURS 4 TIMES
                                     INDEXED BY WS-MOVEL-IDX.
               10  WS-MOVEL-DESLOC   PIC S9(03)
                                     SIGN IS LEADING SEPARATE.
               10  WS-MOVEL-DESC     PIC X(20).

      ******************************************************************
      * Days in each month - February is adjusted for the year being
      * generated.
      ******************************************************************
       01  WS-TABELA-DIAS-MES.
           05  FILLER                PIC 99 VALUE 31.
           05  FILLER                PIC 99 VALUE 28.
           05  FILLER                PIC 99 VALUE 31.
           05  FILLER                PIC 99 VALUE 30.
           05  FILLER                PIC 99 VALUE 31.
           05  FILLER                PIC 99 VALUE 30.
           05  FILLER                PIC 99 VALUE 31.
           05  FILLER                PIC 99 VALUE 31.
           05  FILLER                PIC 99 VALUE 30.
           05  FILLER                PIC 99 VALUE 31.
           05  FILLER                PIC 99 VALUE 30.
           05  FILLER                PIC 99 VALUE 31.
       01  WS-TABELA-DIAS-MES-R REDEFINES WS-TABELA-DIAS-MES.
           05  WS-MAX-DIA-MES        OCCURS 12 TIMES PIC 99.

      ******************************************************************
      * Working fields for the Gregorian computus (Meeus/Jones/
      * Butcher) and for moving a day of the year back to a date.
      ******************************************************************
       77 WS-PSC-A                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-B                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-C                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-D                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-E                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-F                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-G                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-H                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-I                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-K                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-L                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-M                  PIC 9(04) VALUE ZEROS.
       77 WS-PSC-SOMA               PIC 9(06) VALUE ZEROS.
       77 WS-PSC-QUOCIENTE          PIC 9(06) VALUE ZEROS.
       77 WS-PASCOA-MES             PIC 9(02) VALUE ZEROS.
       77 WS-PASCOA-DIA             PIC 9(02) VALUE ZEROS.
       77 WS-PASCOA-DIA-ANO         PIC 9(03) VALUE ZEROS.
       77 WS-DIA-ANO                PIC 9(03) VALUE ZEROS.
       77 WS-RESTO-4                PIC 9(04) VALUE ZEROS.
       77 WS-RESTO-100              PIC 9(04) VALUE ZEROS.
       77 WS-RESTO-400              PIC 9(04) VALUE ZEROS.
       77 WS-MES-SUB                PIC 9(02) VALUE ZEROS.

       01  WS-DATA-GERADA.
           05  WS-GER-ANO            PIC 9(04).
           05  WS-GER-MES            PIC 9(02).
           05  WS-GER-DIA            PIC 9(02).
       01  WS-DATA-GERADA-R REDEFINES WS-DATA-GERADA
                                     PIC 9(08).

           COPY DATCOMM.

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
           05  WS-ERRO-ARQUIVO       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(10) VALUE 'OPERACAO='.
           05  WS-ERRO-OPERACAO      PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(08) VALUE 'STATUS='.
           05  WS-ERRO-STATUS        PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-ERRO-DATA          PIC 9(08).
           05  FILLER                PIC X(22) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETORNO                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETORNO.
      ******************************************************************
      * 0000-MAINLINE - the master into memory, the year's national
      * calendar, the maintenance transactions, the master back out
      * in order
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           IF WS-ANO-GERAR > ZEROS
               PERFORM 2000-GERAR-NACIONAL THRU 2000-EXIT
           END-IF
           PERFORM 3000-PROCESS-TRANS  THRU 3000-EXIT
               UNTIL FIM-FERI-TRANS

           SORT SORT-FERIADOS
               ON ASCENDING KEY SF-CALENDARIO
                                SF-DATA
               INPUT  PROCEDURE IS 4000-CLASSIFICAR
                                   THRU 4000-FIM
               OUTPUT PROCEDURE IS 4500-GRAVAR-MASTER
                                   THRU 4500-FIM

           PERFORM 9000-FINALIZE       THRU 9000-EXIT
           MOVE ZERO TO LK-RETORNO
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - the year to generate, the master into the
      * table, the day's files
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND JOB-LOG
           IF WS-FS-JOB-LOG NOT = '00'
               CLOSE JOB-LOG
               OPEN OUTPUT JOB-LOG
               IF WS-FS-JOB-LOG NOT = '00'
                   DISPLAY 'ERRO ARQUIVO=JOBLOG OPERACAO=OPEN STATUS='
                       WS-FS-JOB-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT PARM-FERI
           IF WS-FS-PARM-FERI = '00'
               READ PARM-FERI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-ANO NUMERIC
                           MOVE FP-ANO      TO WS-ANO-GERAR
                           MOVE FP-OPERADOR TO WS-OPERADOR-GERAR
                       END-IF
               END-READ
               CLOSE PARM-FERI
           END-IF
           IF WS-OPERADOR-GERAR = SPACES
               MOVE 'BATCH' TO WS-OPERADOR-GERAR
           END-IF
           IF WS-ANO-GERAR > ZEROS
               DISPLAY 'ANO A GERAR...........: ' WS-ANO-GERAR
           ELSE
               DISPLAY 'SEM ANO A GERAR - SO MANUTENCAO'
           END-IF

           PERFORM 1100-CARREGAR-MASTER THRU 1100-EXIT

           OPEN INPUT FERI-TRANS
           IF WS-FS-FERI-TRANS NOT = '00'
               DISPLAY 'SEM TRANSACOES DE FERIADOS, STATUS: '
                   WS-FS-FERI-TRANS
               SET FIM-FERI-TRANS TO TRUE
           END-IF

           OPEN EXTEND FERI-AUDIT
           IF WS-FS-FERI-AUDIT NOT = '00'
               CLOSE FERI-AUDIT
               OPEN OUTPUT FERI-AUDIT
           END-IF
           IF WS-FS-FERI-AUDIT NOT = '00'
               MOVE 'FERAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-FERI-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN EXTEND REJEICOES
           IF WS-FS-REJEICOES NOT = '00'
               CLOSE REJEICOES
               OPEN OUTPUT REJEICOES
           END-IF
           IF WS-FS-REJEICOES NOT = '00'
               MOVE 'FERIREJ' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-REJEICOES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           IF NOT FIM-FERI-TRANS
               PERFORM 3100-READ-TRANS THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-MASTER - every date on file into the table, a
      * date keyed twice kept once.  No master yet is an empty one.
      ******************************************************************
       1100-CARREGAR-MASTER.
           OPEN INPUT FERIADOS
           IF WS-FS-FERIADOS NOT = '00'
               DISPLAY 'SEM CADASTRO DE FERIADOS, STATUS: '
                   WS-FS-FERIADOS
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LER-FERIADO THRU 1110-EXIT
               UNTIL FIM-FERIADOS
           CLOSE FERIADOS.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LER-FERIADO - one master record into the table
      ******************************************************************
       1110-LER-FERIADO.
           READ FERIADOS
               AT END
                   SET FIM-FERIADOS TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF WS-FS-FERIADOS NOT = '00'
               MOVE 'FERIADOS' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-FERIADOS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-MASTER-LIDOS

           MOVE FE-CALENDARIO TO WS-CALENDARIO-BUSCA
           MOVE FE-DATA       TO WS-DATA-BUSCA
           PERFORM 1200-ACHAR-FERIADO THRU 1200-EXIT
           IF NOT FERIADO-ACHADO
               PERFORM 1300-ACRESCENTAR THRU 1300-EXIT
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-ACHAR-FERIADO - position the table entry for the date in
      * WS-DATA-BUSCA on the calendar in WS-CALENDARIO-BUSCA, excluded
      * or not
      ******************************************************************
       1200-ACHAR-FERIADO.
           SET FERIADO-ACHADO TO FALSE
           IF WS-QTD-FERIADOS = ZEROS
               GO TO 1200-EXIT
           END-IF
           SET WS-FER-IDX TO 1
           SEARCH WS-FER-ITEM
               AT END
                   CONTINUE
               WHEN WS-FER-IDX > WS-QTD-FERIADOS
                   CONTINUE
               WHEN WS-FER-CALENDARIO (WS-FER-IDX) = WS-CALENDARIO-BUSCA
                AND WS-FER-DATA (WS-FER-IDX) = WS-DATA-BUSCA
                   SET FERIADO-ACHADO TO TRUE
           END-SEARCH.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-ACRESCENTAR - a new active entry for WS-CALENDARIO-BUSCA
      * and WS-DATA-BUSCA at the end of the table
      ******************************************************************
       1300-ACRESCENTAR.
           IF WS-QTD-FERIADOS >= 1000
               MOVE 'FERIADOS' TO WS-ERRO-ARQUIVO
               MOVE 'TABELA'   TO WS-ERRO-OPERACAO
               MOVE 'OV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-FERIADOS
           SET WS-FER-IDX TO WS-QTD-FERIADOS
           MOVE WS-CALENDARIO-BUSCA TO WS-FER-CALENDARIO (WS-FER-IDX)
           MOVE WS-DATA-BUSCA       TO WS-FER-DATA (WS-FER-IDX)
           SET WS-FER-ATIVO (WS-FER-IDX) TO TRUE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GERAR-NACIONAL - the year's national calendar: Easter
      * first, then the fixed dates and the ones that move with it
      ******************************************************************
       2000-GERAR-NACIONAL.
           SET EH-ANO-BISSEXTO TO FALSE
           DIVIDE WS-ANO-GERAR BY 4   GIVING WS-PSC-QUOCIENTE
               REMAINDER WS-RESTO-4
           DIVIDE WS-ANO-GERAR BY 100 GIVING WS-PSC-QUOCIENTE
               REMAINDER WS-RESTO-100
           DIVIDE WS-ANO-GERAR BY 400 GIVING WS-PSC-QUOCIENTE
               REMAINDER WS-RESTO-400
           IF WS-RESTO-400 = ZEROS
              OR (WS-RESTO-4 = ZEROS AND WS-RESTO-100 NOT = ZEROS)
               SET EH-ANO-BISSEXTO TO TRUE
               MOVE 29 TO WS-MAX-DIA-MES (2)
           ELSE
               MOVE 28 TO WS-MAX-DIA-MES (2)
           END-IF

           PERFORM 2100-CALCULAR-PASCOA THRU 2100-EXIT
           DISPLAY 'DOMINGO DE PASCOA.....: ' WS-PASCOA-DIA '/'
               WS-PASCOA-MES '/' WS-ANO-GERAR

           MOVE 'G'               TO WS-ACAO-AUDIT
           MOVE WS-OPERADOR-GERAR TO WS-OPERADOR-AUDIT
           MOVE SPACES            TO WS-CALENDARIO-BUSCA
           PERFORM 2200-GERAR-FIXO THRU 2200-EXIT
               VARYING WS-FIXO-IDX FROM 1 BY 1
               UNTIL WS-FIXO-IDX > 9
           PERFORM 2300-GERAR-MOVEL THRU 2300-EXIT
               VARYING WS-MOVEL-IDX FROM 1 BY 1
               UNTIL WS-MOVEL-IDX > 4.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CALCULAR-PASCOA - Easter Sunday of WS-ANO-GERAR by the
      * Gregorian computus, as a date and as a day of the year
      ******************************************************************
       2100-CALCULAR-PASCOA.
           DIVIDE WS-ANO-GERAR BY 19 GIVING WS-PSC-QUOCIENTE
               REMAINDER WS-PSC-A
           DIVIDE WS-ANO-GERAR BY 100 GIVING WS-PSC-B
               REMAINDER WS-PSC-C
           DIVIDE WS-PSC-B BY 4 GIVING WS-PSC-D
               REMAINDER WS-PSC-E
           COMPUTE WS-PSC-F = (WS-PSC-B + 8) / 25
           COMPUTE WS-PSC-G = (WS-PSC-B - WS-PSC-F + 1) / 3
           COMPUTE WS-PSC-SOMA = 19 * WS-PSC-A + WS-PSC-B - WS-PSC-D
                               - WS-PSC-G + 15
           DIVIDE WS-PSC-SOMA BY 30 GIVING WS-PSC-QUOCIENTE
               REMAINDER WS-PSC-H
           DIVIDE WS-PSC-C BY 4 GIVING WS-PSC-I
               REMAINDER WS-PSC-K
           COMPUTE WS-PSC-SOMA = 32 + 2 * WS-PSC-E + 2 * WS-PSC-I
                               - WS-PSC-H - WS-PSC-K
           DIVIDE WS-PSC-SOMA BY 7 GIVING WS-PSC-QUOCIENTE
               REMAINDER WS-PSC-L
           COMPUTE WS-PSC-M = (WS-PSC-A + 11 * WS-PSC-H
                             + 22 * WS-PSC-L) / 451
           COMPUTE WS-PSC-SOMA = WS-PSC-H + WS-PSC-L
                               - 7 * WS-PSC-M + 114
           DIVIDE WS-PSC-SOMA BY 31 GIVING WS-PASCOA-MES
               REMAINDER WS-PASCOA-DIA
           ADD 1 TO WS-PASCOA-DIA

      *    Easter falls in March or April - its day of the year is
      *    January and February (and March, for April) plus the day.
           COMPUTE WS-PASCOA-DIA-ANO = WS-MAX-DIA-MES (1)
                                     + WS-MAX-DIA-MES (2)
                                     + WS-PASCOA-DIA
           IF WS-PASCOA-MES = 4
               ADD WS-MAX-DIA-MES (3) TO WS-PASCOA-DIA-ANO
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-GERAR-FIXO - one fixed-date national holiday
      ******************************************************************
       2200-GERAR-FIXO.
           IF WS-FIXO-MES (WS-FIXO-IDX) = 11
              AND WS-FIXO-DIA (WS-FIXO-IDX) = 20
              AND WS-ANO-GERAR < 2024
               GO TO 2200-EXIT
           END-IF
           MOVE WS-ANO-GERAR               TO WS-GER-ANO
           MOVE WS-FIXO-MES (WS-FIXO-IDX)  TO WS-GER-MES
           MOVE WS-FIXO-DIA (WS-FIXO-IDX)  TO WS-GER-DIA
           MOVE WS-FIXO-DESC (WS-FIXO-IDX) TO WS-DESCRICAO-AUDIT
           PERFORM 2400-INCLUIR-GERADO THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-GERAR-MOVEL - one holiday a fixed number of days from
      * Easter; the day of the year goes back to a month and day
      ******************************************************************
       2300-GERAR-MOVEL.
           COMPUTE WS-DIA-ANO = WS-PASCOA-DIA-ANO
                              + WS-MOVEL-DESLOC (WS-MOVEL-IDX)
           MOVE 1 TO WS-MES-SUB
           PERFORM 2310-AVANCAR-MES THRU 2310-EXIT
               UNTIL WS-DIA-ANO <= WS-MAX-DIA-MES (WS-MES-SUB)
           MOVE WS-ANO-GERAR TO WS-GER-ANO
           MOVE WS-MES-SUB   TO WS-GER-MES
           MOVE WS-DIA-ANO   TO WS-GER-DIA
           MOVE WS-MOVEL-DESC (WS-MOVEL-IDX) TO WS-DESCRICAO-AUDIT
           PERFORM 2400-INCLUIR-GERADO THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

       2310-AVANCAR-MES.
           SUBTRACT WS-MAX-DIA-MES (WS-MES-SUB) FROM WS-DIA-ANO
           ADD 1 TO WS-MES-SUB.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-INCLUIR-GERADO - the generated date onto the domestic
      * calendar, unless it is already there (an excluded entry is
      * left excluded - the desk took it out on purpose)
      ******************************************************************
       2400-INCLUIR-GERADO.
           MOVE WS-DATA-GERADA-R TO WS-DATA-BUSCA
           PERFORM 1200-ACHAR-FERIADO THRU 1200-EXIT
           IF FERIADO-ACHADO
               GO TO 2400-EXIT
           END-IF
           PERFORM 1300-ACRESCENTAR THRU 1300-EXIT
           ADD 1 TO WS-QTD-GERADOS
           PERFORM 5000-GRAVAR-AUDIT THRU 5000-EXIT
           DISPLAY 'FERIADO GERADO........: ' WS-DATA-BUSCA ' '
               WS-DESCRICAO-AUDIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-TRANS - one maintenance transaction through the
      * edits onto the table
      ******************************************************************
       3000-PROCESS-TRANS.
           ADD 1 TO WS-QTD-TRANS-LIDAS
           MOVE SPACES TO REJEICOES-REG

           IF NOT FT-INCLUIR AND NOT FT-EXCLUIR
               MOVE 'ACAO INVALIDA (I OU E)       ' TO RJ-MOTIVO
               PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
               GO TO 3000-LER
           END-IF
           IF FT-OPERADOR = SPACES
               MOVE 'OPERADOR NAO INFORMADO       ' TO RJ-MOTIVO
               PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
               GO TO 3000-LER
           END-IF
           IF FT-DATA NOT NUMERIC
               MOVE 'DATA INVALIDA                ' TO RJ-MOTIVO
               PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
               GO TO 3000-LER
           END-IF
           MOVE 'VAL'   TO DSRV-FUNCAO
           MOVE FT-DATA TO DSRV-DATA
           MOVE SPACES  TO DSRV-MOEDA
           CALL 'PROGDSRV' USING DSRV-COMMAREA
           IF NOT DSRV-DATA-VALIDA
               MOVE 'DATA INVALIDA                ' TO RJ-MOTIVO
               PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
               GO TO 3000-LER
           END-IF

           MOVE FT-CALENDARIO TO WS-CALENDARIO-BUSCA
           MOVE FT-DATA       TO WS-DATA-BUSCA
           MOVE FT-ACAO       TO WS-ACAO-AUDIT
           MOVE FT-DESCRICAO  TO WS-DESCRICAO-AUDIT
           MOVE FT-OPERADOR   TO WS-OPERADOR-AUDIT
           PERFORM 1200-ACHAR-FERIADO THRU 1200-EXIT

           IF FT-INCLUIR
               IF FERIADO-ACHADO
                   IF WS-FER-ATIVO (WS-FER-IDX)
                       MOVE 'FERIADO JA CADASTRADO        '
                                                  TO RJ-MOTIVO
                       PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
                       GO TO 3000-LER
                   END-IF
                   SET WS-FER-ATIVO (WS-FER-IDX) TO TRUE
               ELSE
                   PERFORM 1300-ACRESCENTAR THRU 1300-EXIT
               END-IF
               ADD 1 TO WS-QTD-INCLUIDOS
           ELSE
               IF NOT FERIADO-ACHADO
                   MOVE 'FERIADO NAO CADASTRADO       ' TO RJ-MOTIVO
                   PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
                   GO TO 3000-LER
               END-IF
               IF WS-FER-EXCLUIDO (WS-FER-IDX)
                   MOVE 'FERIADO NAO CADASTRADO       ' TO RJ-MOTIVO
                   PERFORM 3060-GRAVA-REJEICAO THRU 3060-EXIT
                   GO TO 3000-LER
               END-IF
               SET WS-FER-EXCLUIDO (WS-FER-IDX) TO TRUE
               ADD 1 TO WS-QTD-EXCLUIDOS
           END-IF
           PERFORM 5000-GRAVAR-AUDIT THRU 5000-EXIT.

       3000-LER.
           PERFORM 3100-READ-TRANS THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3060-GRAVA-REJEICAO - log one rejected transaction
      ******************************************************************
       3060-GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE FT-ACAO       TO RJ-ACAO
           MOVE FT-CALENDARIO TO RJ-CALENDARIO
           MOVE FERI-TRANS-REG (5:8) TO RJ-DATA
           MOVE FT-OPERADOR   TO RJ-OPERADOR
           WRITE REJEICOES-REG
           IF WS-FS-REJEICOES NOT = '00'
               MOVE 'FERIREJ' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-REJEICOES TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           DISPLAY 'TRANSACAO REJEITADA...: ' FT-ACAO ' '
               FT-CALENDARIO ' ' RJ-DATA ' ' RJ-MOTIVO.
       3060-EXIT.
           EXIT.

      ******************************************************************
      * 3100-READ-TRANS - read the next maintenance transaction
      ******************************************************************
       3100-READ-TRANS.
           READ FERI-TRANS
               AT END
                   SET FIM-FERI-TRANS TO TRUE
           END-READ
           IF WS-FS-FERI-TRANS NOT = '00' AND NOT = '10'
               MOVE 'FERITRN' TO WS-ERRO-ARQUIVO
               MOVE 'READ'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FERI-TRANS TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLASSIFICAR - sort input: every date still active
      ******************************************************************
       4000-CLASSIFICAR.
           PERFORM 4010-LIBERAR-FERIADO THRU 4010-EXIT
               VARYING WS-FER-IDX FROM 1 BY 1
               UNTIL WS-FER-IDX > WS-QTD-FERIADOS.
       4000-FIM.
           EXIT.

       4010-LIBERAR-FERIADO.
           IF WS-FER-EXCLUIDO (WS-FER-IDX)
               GO TO 4010-EXIT
           END-IF
           MOVE WS-FER-CALENDARIO (WS-FER-IDX) TO SF-CALENDARIO
           MOVE WS-FER-DATA (WS-FER-IDX)       TO SF-DATA
           RELEASE SORT-FERIADOS-REG.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4500-GRAVAR-MASTER - sort output: the new master in calendar
      * and date order
      ******************************************************************
       4500-GRAVAR-MASTER.
           OPEN OUTPUT FERIADOS-NOVO
           IF WS-FS-FERIADN NOT = '00'
               MOVE 'FERIADN'  TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-FERIADN TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           SET FIM-SORT TO FALSE
           PERFORM 4510-GRAVAR-FERIADO THRU 4510-EXIT
               UNTIL FIM-SORT
           CLOSE FERIADOS-NOVO.
       4500-FIM.
           EXIT.

       4510-GRAVAR-FERIADO.
           RETURN SORT-FERIADOS
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 4510-EXIT
           END-RETURN
           MOVE SF-CALENDARIO TO FN-CALENDARIO
           MOVE SF-DATA       TO FN-DATA
           WRITE FERIADO-NOVO-REG
           IF WS-FS-FERIADN NOT = '00'
               MOVE 'FERIADN'  TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FERIADN TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-AUDIT - one change to the trail: what was done to
      * which date on which calendar, what it is, who and when
      ******************************************************************
       5000-GRAVAR-AUDIT.
           MOVE SPACES              TO FERI-AUDIT-REG
           MOVE WS-ACAO-AUDIT       TO FA-ACAO
           MOVE WS-CALENDARIO-BUSCA TO FA-CALENDARIO
           MOVE WS-DATA-BUSCA       TO FA-DATA-FERIADO
           MOVE WS-DESCRICAO-AUDIT  TO FA-DESCRICAO
           MOVE WS-OPERADOR-AUDIT   TO FA-OPERADOR
           ACCEPT FA-DATA FROM DATE YYYYMMDD
           ACCEPT FA-HORA FROM TIME
           WRITE FERI-AUDIT-REG
           IF WS-FS-FERI-AUDIT NOT = '00'
               MOVE 'FERAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-FERI-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE - close the files and report what was done
      ******************************************************************
       9000-FINALIZE.
           IF WS-FS-FERI-TRANS = '00' OR '10'
               CLOSE FERI-TRANS
           END-IF
           CLOSE FERI-AUDIT
           CLOSE REJEICOES
           CLOSE JOB-LOG
           DISPLAY 'FERIADOS NO CADASTRO..: ' WS-QTD-MASTER-LIDOS
           DISPLAY 'FERIADOS GERADOS......: ' WS-QTD-GERADOS
           DISPLAY 'TRANSACOES LIDAS......: ' WS-QTD-TRANS-LIDAS
           DISPLAY 'FERIADOS INCLUIDOS....: ' WS-QTD-INCLUIDOS
           DISPLAY 'FERIADOS EXCLUIDOS....: ' WS-QTD-EXCLUIDOS
           DISPLAY 'TRANSACOES REJEITADAS.: ' WS-QTD-REJEITADOS
           DISPLAY 'FERIADOS GRAVADOS.....: ' WS-QTD-GRAVADOS.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ERROR-PARAGRAPH - standard error handler: log the failing
      * file/operation/status to JOB-LOG and abend the run.
      ******************************************************************
       8000-ERROR-PARAGRAPH.
           ACCEPT WS-ERRO-DATA FROM DATE YYYYMMDD
           MOVE WS-ERRO-LINHA TO JOB-LOG-REG
           WRITE JOB-LOG-REG
           DISPLAY WS-ERRO-LINHA
           CLOSE JOB-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       8000-EXIT.
           EXIT.
       END PROGRAM PROGFERI.
