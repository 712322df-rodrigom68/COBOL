      ******************************************************************
      * Modification History
      * 22/08/2026 RFS  First cut of the register file utility.
      * 15/10/2026 RFS  RECOVR mode - point-in-time forward recovery:
      *                 the backup is reloaded and the REGAUDIT after-
      *                 images written since its unload are rolled on in
      *                 date and time order up to the REGUPARM point,
      *                 each checked against the record first; the first
      *                 mismatch stops the run with RC=8 and the REGRREL
      *                 report, and the result is proved by a VERIFY
      *                 count and hash. ASOF mode reports a key's value
      *                 at a past point. The backup trailer now carries
      *                 the unload date and time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRUTL IS INITIAL PROGRAM.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOB-LOG.
           SELECT REGISTRO-AUDIT ASSIGN TO "REGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG-AUDIT.
           SELECT RELATORIO ASSIGN TO "REGRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT SORT-IMAGENS ASSIGN TO "REGRSORT".
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-CADASTRO
      ******************************************************************
      * Backup records - type D carries one register record image,
      * type T is the trailer whose count and hash total prove the
      * unload (and later the reload) complete, stamped with the date
      * and time the unload started - the point a forward recovery
      * rolls the REGAUDIT images on from (spaces on a backup taken
      * before the stamp was kept).
      ******************************************************************
       FD  REGCAD-BACKUP
           RECORDING MODE IS F.
           05  BK-TIPO                   PIC X(01).
               88  BK-DETALHE            VALUE 'D'.
               88  BK-TRAILER            VALUE 'T'.
           05  FILLER                    PIC X(32).
       01  REGCAD-BACKUP-DET REDEFINES REGCAD-BACKUP-REG.
           05  FILLER                    PIC X(01).
           05  BK-CHAVE                  PIC 9(05).
           05  BK-NUM-1                  PIC 99.
           05  BK-NUM-2                  PIC 99.
           05  FILLER                    PIC X(23).
       01  REGCAD-BACKUP-TRL REDEFINES REGCAD-BACKUP-REG.
           05  FILLER                    PIC X(01).
           05  BK-TRL-QTD                PIC 9(07).
           05  BK-TRL-HASH               PIC 9(09).
           05  BK-TRL-DATA               PIC X(08).
           05  BK-TRL-HORA               PIC X(08).

      ******************************************************************
      * The run's single parameter record - the mode, and for RECOVR
      * the point in time (YYYYMMDD HHMMSSCC, spaces = the whole
      * trail; a date alone = the end of that day) the REGAUDIT images
      * are rolled forward to, for ASOF the point and the REGCAD key
      * whose value at that point is reported.
      ******************************************************************
       FD  PARM-MODO
           RECORDING MODE IS F.
       01  PARM-MODO-REG.
           05  PM-MODO                   PIC X(06).
           05  FILLER                    PIC X(01).
           05  PM-DATA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  PM-HORA                   PIC X(08).
           05  FILLER                    PIC X(01).
           05  PM-CHAVE                  PIC X(05).

       FD  JOB-LOG
           RECORDING MODE IS F.
       01  JOB-LOG-REG                   PIC X(80).

      ******************************************************************
      * PROGREG's register audit trail - one after-image line per
      * field it changed, old and new value, date and time.
      ******************************************************************
       FD  REGISTRO-AUDIT
           RECORDING MODE IS F.
       01  REGISTRO-AUDIT-REG            PIC X(80).

       FD  RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-REG                 PIC X(80).

      ******************************************************************
      * Audit images in date and time order - the read sequence breaks
      * a tie so two images stamped in the same hundredth keep the
      * order PROGREG wrote them in.
      ******************************************************************
       SD  SORT-IMAGENS.
       01  SORT-IMAGENS-REG.
           05  SI-DATA                   PIC X(08).
           05  SI-HORA                   PIC X(08).
           05  SI-SEQUENCIA              PIC 9(07).
           05  SI-IMAGEM                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MODO                  PIC X(06) VALUE SPACES.
           88  MODO-UNLOAD          VALUE 'UNLOAD'.
           88  MODO-RELOAD          VALUE 'RELOAD'.
           88  MODO-VERIFY          VALUE 'VERIFY'.
           88  MODO-RECOVR          VALUE 'RECOVR'.
           88  MODO-ASOF            VALUE 'ASOF'.

       01  WS-SWITCHES.
           05  WS-EOF-REGISTRO       PIC X(01) VALUE 'N'.
               88  FIM-BACKUP        VALUE 'S' FALSE 'N'.
           05  WS-TRAILER-LIDO       PIC X(01) VALUE 'N'.
               88  TRAILER-LIDO      VALUE 'S'.
           05  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
               88  FIM-AUDIT         VALUE 'S' FALSE 'N'.
           05  WS-EOF-SORT           PIC X(01) VALUE 'N'.
               88  FIM-SORT          VALUE 'S' FALSE 'N'.
           05  WS-DIVERGENCIA        PIC X(01) VALUE 'N'.
               88  HOUVE-DIVERGENCIA VALUE 'S' FALSE 'N'.
           05  WS-PAR-ABERTO         PIC X(01) VALUE 'N'.
               88  PAR-ABERTO        VALUE 'S' FALSE 'N'.
           05  WS-REG-SITUACAO       PIC X(01) VALUE 'N'.
               88  REG-NO-ARQUIVO    VALUE 'S' FALSE 'N'.

       01  WS-CONTADORES.
           05  WS-QTD-REGISTROS      PIC 9(07) VALUE ZEROS.
           05  WS-HASH-TOTAL         PIC 9(09) VALUE ZEROS.
           05  WS-QTD-FORA-FAIXA     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORA-SEQ       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-IMAGENS-LIDAS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-IMAGENS-SEL    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-APLICADAS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-APOS-PONTO     PIC 9(07) VALUE ZEROS.

       77 WS-FS-REGISTRO            PIC X(02) VALUE SPACES.
       77 WS-FS-BACKUP              PIC X(02) VALUE SPACES.
       77 WS-FS-PARM-MODO           PIC X(02) VALUE SPACES.
       77 WS-FS-JOB-LOG             PIC X(02) VALUE SPACES.
       77 WS-FS-REG-AUDIT           PIC X(02) VALUE SPACES.
       77 WS-FS-RELATORIO           PIC X(02) VALUE SPACES.
       77 WS-MAX-NEGOCIO            PIC 99 VALUE 94.
       77 WS-CHAVE-ANTERIOR         PIC 9(05) VALUE ZEROS.
       77 WS-RETORNO                PIC 9(02) VALUE ZEROS.
       77 WS-CHAVE-PARM             PIC X(05) VALUE SPACES.
       77 WS-CHAVE-CONSULTA         PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ARQUIVO          PIC X(02) VALUE SPACES.
       77 WS-MOTIVO-DIVERGENCIA     PIC X(30) VALUE SPACES.

      ******************************************************************
      * Points in time, date and time side by side so one compare
      * orders them - the backup's unload stamp, the point the run
      * stops at (or reports as of), the image in hand and the oldest
      * image still on the trail.
      ******************************************************************
       01  WS-MARCA-BACKUP.
           05  WS-MB-DATA            PIC X(08) VALUE SPACES.
           05  WS-MB-HORA            PIC X(08) VALUE SPACES.
       01  WS-MARCA-ALVO.
           05  WS-MA-DATA            PIC X(08) VALUE SPACES.
           05  WS-MA-HORA            PIC X(08) VALUE SPACES.
       01  WS-MARCA-IMAGEM.
           05  WS-MI-DATA            PIC X(08) VALUE SPACES.
           05  WS-MI-HORA            PIC X(08) VALUE SPACES.
       01  WS-MARCA-INICIO-TRILHA    PIC X(16) VALUE HIGH-VALUES.

      ******************************************************************
      * One REGAUDIT line as PROGREG writes it.  I carries spaces for
      * the old value, E spaces for the new one.
      ******************************************************************
       01  WS-IMAGEM.
           05  IM-CHAVE              PIC 9(05).
           05  FILLER                PIC X(01).
           05  IM-TIPO               PIC X(01).
               88  IM-INCLUIR        VALUE 'I'.
               88  IM-ALTERAR        VALUE 'A'.
               88  IM-EXCLUIR        VALUE 'E'.
           05  FILLER                PIC X(01).
           05  IM-CAMPO              PIC X(06).
               88  IM-CAMPO-NUM-1    VALUE 'NUM-1 '.
               88  IM-CAMPO-NUM-2    VALUE 'NUM-2 '.
           05  FILLER                PIC X(01).
           05  IM-VALOR-ANT          PIC X(02).
           05  IM-VALOR-ANT-N REDEFINES IM-VALOR-ANT
                                     PIC 9(02).
           05  FILLER                PIC X(01).
           05  IM-VALOR-NOVO         PIC X(02).
           05  IM-VALOR-NOVO-N REDEFINES IM-VALOR-NOVO
                                     PIC 9(02).
           05  FILLER                PIC X(01).
           05  IM-DATA               PIC X(08).
           05  FILLER                PIC X(01).
           05  IM-HORA               PIC X(08).
           05  FILLER                PIC X(42).

      ******************************************************************
      * Forward recovery - the insert or delete whose NUM-1 image has
      * been applied and whose NUM-2 image must come next, and the
      * count and hash the register should prove to once the images
      * are on (the backup trailer's, moved by every applied image).
      ******************************************************************
       77 WS-PAR-CHAVE              PIC 9(05) VALUE ZEROS.
       77 WS-PAR-TIPO               PIC X(01) VALUE SPACES.
       77 WS-QTD-ESPERADA           PIC S9(07) VALUE ZEROS.
       77 WS-HASH-ESPERADO          PIC S9(09) VALUE ZEROS.

      ******************************************************************
      * As-of report - per field, the last new value at or before the
      * point and the first old value after it.
      ******************************************************************
       01  WS-VALORES-ASOF.
           05  WS-ANTES-NUM-1        PIC X(02) VALUE SPACES.
           05  WS-ANTES-NUM-1-SIT    PIC X(01) VALUE 'N'.
               88  ACHOU-ANTES-NUM-1 VALUE 'S'.
           05  WS-ANTES-NUM-2        PIC X(02) VALUE SPACES.
           05  WS-ANTES-NUM-2-SIT    PIC X(01) VALUE 'N'.
               88  ACHOU-ANTES-NUM-2 VALUE 'S'.
           05  WS-DEPOIS-NUM-1       PIC X(02) VALUE SPACES.
           05  WS-DEPOIS-NUM-1-SIT   PIC X(01) VALUE 'N'.
               88  ACHOU-DEPOIS-NUM-1 VALUE 'S'.
           05  WS-DEPOIS-NUM-2       PIC X(02) VALUE SPACES.
           05  WS-DEPOIS-NUM-2-SIT   PIC X(01) VALUE 'N'.
               88  ACHOU-DEPOIS-NUM-2 VALUE 'S'.

      ******************************************************************
      * Report lines (REGRREL)
      ******************************************************************
       01  WS-REL-TITULO.
           05  WS-RT-TEXTO           PIC X(40).
           05  WS-RT-DATA            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RT-HORA            PIC X(08).
           05  FILLER                PIC X(23) VALUE SPACES.

       01  WS-REL-IMAGEM.
           05  WS-RI-ROTULO          PIC X(12).
           05  WS-RI-CHAVE           PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RI-TIPO            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RI-CAMPO           PIC X(06).
           05  FILLER                PIC X(05) VALUE ' ANT='.
           05  WS-RI-ANT             PIC X(02).
           05  FILLER                PIC X(06) VALUE ' NOVO='.
           05  WS-RI-NOVO            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RI-DATA            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RI-HORA            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RI-OBS             PIC X(20).

       01  WS-REL-MOTIVO.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  WS-RM-MOTIVO          PIC X(30).
           05  FILLER                PIC X(17)
                                     VALUE ' VALOR NO ARQUIVO'.
           05  FILLER                PIC X(01) VALUE '='.
           05  WS-RM-VALOR           PIC X(02).
           05  FILLER                PIC X(18) VALUE SPACES.

       01  WS-REL-TOTAL.
           05  WS-RTT-TEXTO          PIC X(30).
           05  WS-RTT-VALOR          PIC -(9)9.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-REL-VALOR.
           05  WS-RV-ROTULO          PIC X(12).
           05  FILLER                PIC X(06) VALUE 'CHAVE '.
           05  WS-RV-CHAVE           PIC 9(05).
           05  FILLER                PIC X(07) VALUE ' NUM-1='.
           05  WS-RV-NUM-1           PIC X(02).
           05  FILLER                PIC X(07) VALUE ' NUM-2='.
           05  WS-RV-NUM-2           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-RV-SITUACAO        PIC X(20).
           05  FILLER                PIC X(18) VALUE SPACES.

       01  WS-ERRO-LINHA.
           05  FILLER                PIC X(13) VALUE 'ERRO ARQUIVO='.
                   PERFORM 3000-RELOAD THRU 3000-EXIT
               WHEN MODO-VERIFY
                   PERFORM 4000-VERIFY THRU 4000-EXIT
               WHEN MODO-RECOVR
                   PERFORM 5000-RECOVER THRU 5000-EXIT
               WHEN MODO-ASOF
                   PERFORM 6000-ASOF THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO...........: ' WS-MODO
                   MOVE 'REGUPARM' TO WS-ERRO-ARQUIVO
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - read the requested mode (and for RECOVR /
      * ASOF the point in time and key) from REGUPARM
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND JOB-LOG
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PM-MODO  TO WS-MODO
                   MOVE PM-DATA  TO WS-MA-DATA
                   MOVE PM-HORA  TO WS-MA-HORA
                   MOVE PM-CHAVE TO WS-CHAVE-PARM
           END-READ
           CLOSE PARM-MODO
           DISPLAY 'MODO SOLICITADO.........: ' WS-MODO
           IF MODO-RECOVR OR MODO-ASOF
               PERFORM 1100-VALIDAR-PONTO THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VALIDAR-PONTO - the point in time (and for ASOF the key)
      * off REGUPARM: RECOVR without a date rolls the whole trail on,
      * a date without a time means the end of that day
      ******************************************************************
       1100-VALIDAR-PONTO.
           IF WS-MA-DATA = SPACES
               IF MODO-ASOF
                   DISPLAY 'ASOF SEM DATA NO REGUPARM.'
                   MOVE 'REGUPARM' TO WS-ERRO-ARQUIVO
                   MOVE 'DATA'     TO WS-ERRO-OPERACAO
                   MOVE 'NV'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               MOVE HIGH-VALUES TO WS-MARCA-ALVO
           ELSE
               IF WS-MA-DATA NOT NUMERIC
                   MOVE 'REGUPARM' TO WS-ERRO-ARQUIVO
                   MOVE 'DATA'     TO WS-ERRO-OPERACAO
                   MOVE 'NV'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               IF WS-MA-HORA = SPACES
                   MOVE '23595999' TO WS-MA-HORA
               END-IF
               IF WS-MA-HORA NOT NUMERIC
                   MOVE 'REGUPARM' TO WS-ERRO-ARQUIVO
                   MOVE 'HORA'     TO WS-ERRO-OPERACAO
                   MOVE 'NV'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               DISPLAY 'PONTO NO TEMPO..........: ' WS-MA-DATA ' '
                   WS-MA-HORA
           END-IF

           IF MODO-ASOF
               IF WS-CHAVE-PARM NOT NUMERIC
                   MOVE 'REGUPARM' TO WS-ERRO-ARQUIVO
                   MOVE 'CHAVE'    TO WS-ERRO-OPERACAO
                   MOVE 'NV'       TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               MOVE WS-CHAVE-PARM TO WS-CHAVE-CONSULTA
               DISPLAY 'CHAVE CONSULTADA........: ' WS-CHAVE-CONSULTA
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-UNLOAD - copy the register end to end to the sequential
      * backup and close it with the count/hash trailer, stamped with
      * when the unload started
      ******************************************************************
       2000-UNLOAD.
           ACCEPT WS-MB-DATA FROM DATE YYYYMMDD
           ACCEPT WS-MB-HORA FROM TIME
           OPEN INPUT REGISTRO-CADASTRO
           IF WS-FS-REGISTRO NOT = '00'
               MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
           MOVE 'T'              TO BK-TIPO
           MOVE WS-QTD-REGISTROS TO BK-TRL-QTD
           MOVE WS-HASH-TOTAL    TO BK-TRL-HASH
           MOVE WS-MB-DATA       TO BK-TRL-DATA
           MOVE WS-MB-HORA       TO BK-TRL-HORA
           PERFORM 2600-GRAVAR-BACKUP THRU 2600-EXIT

           CLOSE REGISTRO-CADASTRO
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RECOVER - point-in-time forward recovery: reload the
      * backup, roll the REGAUDIT after-images written since its
      * unload on in date and time order up to the REGUPARM point,
      * each checked against the record before it is applied, and
      * prove the result with the count and hash of a VERIFY pass
      ******************************************************************
       5000-RECOVER.
           PERFORM 5010-LER-TRAILER THRU 5010-EXIT
           IF WS-MB-DATA NOT NUMERIC OR WS-MB-HORA NOT NUMERIC
               DISPLAY 'BACKUP SEM DATA/HORA DE DESCARGA - SEM PONTO '
                   'DE PARTIDA PARA A TRILHA.'
               MOVE 'REGBKP' TO WS-ERRO-ARQUIVO
               MOVE 'TRAILR' TO WS-ERRO-OPERACAO
               MOVE 'DT'     TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           DISPLAY 'BACKUP DESCARREGADO EM..: ' WS-MB-DATA ' '
               WS-MB-HORA
           IF WS-MARCA-ALVO < WS-MARCA-BACKUP
               DISPLAY 'PONTO NO TEMPO ANTERIOR AO BACKUP.'
               MOVE 'REGUPARM' TO WS-ERRO-ARQUIVO
               MOVE 'PONTO'    TO WS-ERRO-OPERACAO
               MOVE 'NV'       TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           OPEN OUTPUT RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               MOVE 'REGRREL' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-RELATORIO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           PERFORM 3000-RELOAD THRU 3000-EXIT
           MOVE WS-QTD-REGISTROS TO WS-QTD-ESPERADA
           MOVE WS-HASH-TOTAL    TO WS-HASH-ESPERADO

           MOVE 'RECUPERACAO DO REGCAD - BACKUP DE......:'
                                 TO WS-RT-TEXTO
           MOVE WS-MB-DATA       TO WS-RT-DATA
           MOVE WS-MB-HORA       TO WS-RT-HORA
           MOVE WS-REL-TITULO    TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           IF WS-MARCA-ALVO = HIGH-VALUES
               MOVE 'TRILHA REGAUDIT APLICADA ATE O FIM'
                                 TO WS-RT-TEXTO
               MOVE SPACES       TO WS-RT-DATA
               MOVE SPACES       TO WS-RT-HORA
           ELSE
               MOVE 'TRILHA REGAUDIT APLICADA ATE..........:'
                                 TO WS-RT-TEXTO
               MOVE WS-MA-DATA   TO WS-RT-DATA
               MOVE WS-MA-HORA   TO WS-RT-HORA
           END-IF
           MOVE WS-REL-TITULO    TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           MOVE 'REGISTROS NO BACKUP..........' TO WS-RTT-TEXTO
           MOVE WS-QTD-REGISTROS TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'HASH TOTAL DO BACKUP.........' TO WS-RTT-TEXTO
           MOVE WS-HASH-TOTAL    TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT

           OPEN I-O REGISTRO-CADASTRO
           IF WS-FS-REGISTRO NOT = '00'
               MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF

           SORT SORT-IMAGENS
               ON ASCENDING KEY SI-DATA
                                SI-HORA
                                SI-SEQUENCIA
               INPUT  PROCEDURE IS 5100-SELECIONAR-IMAGENS
                                   THRU 5100-FIM
               OUTPUT PROCEDURE IS 5200-APLICAR-IMAGENS
                                   THRU 5200-FIM

           CLOSE REGISTRO-CADASTRO

      *    The proof is a VERIFY pass over the recovered register -
      *    the same count and RC-NUM-1/RC-NUM-2 hash an UNLOAD would
      *    write - against the backup's, moved by every image applied.
           MOVE ZEROS TO WS-QTD-REGISTROS
           MOVE ZEROS TO WS-HASH-TOTAL
           SET FIM-REGISTRO TO FALSE
           PERFORM 4000-VERIFY THRU 4000-EXIT

           MOVE 'IMAGENS LIDAS NA TRILHA......' TO WS-RTT-TEXTO
           MOVE WS-QTD-IMAGENS-LIDAS TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'IMAGENS DESDE O BACKUP.......' TO WS-RTT-TEXTO
           MOVE WS-QTD-IMAGENS-SEL TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'IMAGENS APLICADAS............' TO WS-RTT-TEXTO
           MOVE WS-QTD-APLICADAS TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'REGISTROS ESPERADOS..........' TO WS-RTT-TEXTO
           MOVE WS-QTD-ESPERADA  TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'REGISTROS NO REGCAD..........' TO WS-RTT-TEXTO
           MOVE WS-QTD-REGISTROS TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'HASH TOTAL ESPERADO..........' TO WS-RTT-TEXTO
           MOVE WS-HASH-ESPERADO TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT
           MOVE 'HASH TOTAL NO REGCAD.........' TO WS-RTT-TEXTO
           MOVE WS-HASH-TOTAL    TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT

           DISPLAY 'IMAGENS APLICADAS.......: ' WS-QTD-APLICADAS
           MOVE SPACES TO WS-RT-DATA
           MOVE SPACES TO WS-RT-HORA
           IF WS-QTD-REGISTROS NOT = WS-QTD-ESPERADA
              OR WS-HASH-TOTAL NOT = WS-HASH-ESPERADO
               MOVE 'PROVA NAO CONFERE - REGCAD NAO CONFIAVEL'
                                 TO WS-RT-TEXTO
               MOVE WS-REL-TITULO TO RELATORIO-REG
               PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
               CLOSE RELATORIO
               DISPLAY 'RECUPERACAO NAO CONFERE COM O ESPERADO:'
               DISPLAY ' QTD ESPERADA.: ' WS-QTD-ESPERADA
                   ' QTD REGCAD.: ' WS-QTD-REGISTROS
               DISPLAY ' HASH ESPERADO: ' WS-HASH-ESPERADO
                   ' HASH REGCAD: ' WS-HASH-TOTAL
               MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
               MOVE 'PROVA'  TO WS-ERRO-OPERACAO
               MOVE 'QT'     TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF HOUVE-DIVERGENCIA
               MOVE 'RECUPERADO SO ATE A IMAGEM ANTERIOR'
                                 TO WS-RT-TEXTO
               MOVE 8 TO WS-RETORNO
               DISPLAY 'RECUPERACAO PAROU NA PRIMEIRA DIVERGENCIA.'
           ELSE
               MOVE 'RECUPERACAO CONCLUIDA E PROVADA'
                                 TO WS-RT-TEXTO
           END-IF
           MOVE WS-REL-TITULO TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           CLOSE RELATORIO.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5010-LER-TRAILER - a first pass over the backup for the unload
      * stamp on its trailer, so a backup that cannot be rolled on is
      * refused before REGCAD is touched
      ******************************************************************
       5010-LER-TRAILER.
           OPEN INPUT REGCAD-BACKUP
           IF WS-FS-BACKUP NOT = '00'
               MOVE 'REGBKP' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-BACKUP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           PERFORM 5020-PROCURAR-TRAILER THRU 5020-EXIT
               UNTIL FIM-BACKUP
           CLOSE REGCAD-BACKUP
           SET FIM-BACKUP TO FALSE.
       5010-EXIT.
           EXIT.

       5020-PROCURAR-TRAILER.
           READ REGCAD-BACKUP
               AT END
                   SET FIM-BACKUP TO TRUE
                   GO TO 5020-EXIT
           END-READ
           IF WS-FS-BACKUP NOT = '00'
               MOVE 'REGBKP' TO WS-ERRO-ARQUIVO
               MOVE 'READ'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-BACKUP TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           IF BK-TRAILER
               MOVE BK-TRL-DATA TO WS-MB-DATA
               MOVE BK-TRL-HORA TO WS-MB-HORA
           END-IF.
       5020-EXIT.
           EXIT.

      ******************************************************************
      * 5100-SELECIONAR-IMAGENS - sort input: RECOVR takes the images
      * written after the backup's unload up to the point (the NUM-2
      * half of an insert or delete whose NUM-1 half made it in comes
      * too, so no record is left half-built); ASOF takes every image
      * of the key asked for
      ******************************************************************
       5100-SELECIONAR-IMAGENS.
           OPEN INPUT REGISTRO-AUDIT
           IF WS-FS-REG-AUDIT NOT = '00'
               DISPLAY 'SEM TRILHA REGAUDIT, STATUS: ' WS-FS-REG-AUDIT
               GO TO 5100-FIM
           END-IF
           SET PAR-ABERTO TO FALSE
           PERFORM 5110-LER-IMAGEM THRU 5110-EXIT
               UNTIL FIM-AUDIT
           CLOSE REGISTRO-AUDIT.
       5100-FIM.
           EXIT.

       5110-LER-IMAGEM.
           READ REGISTRO-AUDIT INTO WS-IMAGEM
               AT END
                   SET FIM-AUDIT TO TRUE
                   GO TO 5110-EXIT
           END-READ
           IF WS-FS-REG-AUDIT NOT = '00'
               MOVE 'REGAUDIT' TO WS-ERRO-ARQUIVO
               MOVE 'READ'     TO WS-ERRO-OPERACAO
               MOVE WS-FS-REG-AUDIT TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1 TO WS-QTD-IMAGENS-LIDAS
           MOVE IM-DATA TO WS-MI-DATA
           MOVE IM-HORA TO WS-MI-HORA
           IF WS-MARCA-IMAGEM < WS-MARCA-INICIO-TRILHA
               MOVE WS-MARCA-IMAGEM TO WS-MARCA-INICIO-TRILHA
           END-IF

           IF MODO-ASOF
               IF IM-CHAVE = WS-CHAVE-CONSULTA
                   PERFORM 5120-LIBERAR-IMAGEM THRU 5120-EXIT
               END-IF
               GO TO 5110-EXIT
           END-IF

           IF WS-MARCA-IMAGEM NOT > WS-MARCA-BACKUP
               GO TO 5110-EXIT
           END-IF
           IF WS-MARCA-IMAGEM > WS-MARCA-ALVO
               IF PAR-ABERTO
                  AND IM-CHAVE = WS-PAR-CHAVE
                  AND IM-TIPO  = WS-PAR-TIPO
                  AND IM-CAMPO-NUM-2
                   PERFORM 5120-LIBERAR-IMAGEM THRU 5120-EXIT
               END-IF
               SET PAR-ABERTO TO FALSE
               GO TO 5110-EXIT
           END-IF

           IF (IM-INCLUIR OR IM-EXCLUIR) AND IM-CAMPO-NUM-1
               SET PAR-ABERTO TO TRUE
               MOVE IM-CHAVE TO WS-PAR-CHAVE
               MOVE IM-TIPO  TO WS-PAR-TIPO
           ELSE
               SET PAR-ABERTO TO FALSE
           END-IF
           PERFORM 5120-LIBERAR-IMAGEM THRU 5120-EXIT.
       5110-EXIT.
           EXIT.

       5120-LIBERAR-IMAGEM.
           ADD 1 TO WS-QTD-IMAGENS-SEL
           MOVE WS-MI-DATA           TO SI-DATA
           MOVE WS-MI-HORA           TO SI-HORA
           MOVE WS-QTD-IMAGENS-LIDAS TO SI-SEQUENCIA
           MOVE WS-IMAGEM            TO SI-IMAGEM
           RELEASE SORT-IMAGENS-REG.
       5120-EXIT.
           EXIT.

      ******************************************************************
      * 5200-APLICAR-IMAGENS - sort output: apply the images in order
      * and stop at the first one that does not fit the record
      ******************************************************************
       5200-APLICAR-IMAGENS.
           SET FIM-SORT   TO FALSE
           SET PAR-ABERTO TO FALSE
           PERFORM 5210-APLICAR-IMAGEM THRU 5210-EXIT
               UNTIL FIM-SORT
           IF PAR-ABERTO AND NOT HOUVE-DIVERGENCIA
               MOVE 'TRANSACAO INCOMPLETA NA TRILHA'
                                     TO WS-MOTIVO-DIVERGENCIA
               PERFORM 5290-DIVERGENCIA THRU 5290-EXIT
           END-IF.
       5200-FIM.
           EXIT.

      ******************************************************************
      * 5210-APLICAR-IMAGEM - one image against the record as it
      * stands: I, A and E each by their own rule, the old value
      * checked first
      ******************************************************************
       5210-APLICAR-IMAGEM.
           RETURN SORT-IMAGENS
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 5210-EXIT
           END-RETURN
           MOVE SI-IMAGEM TO WS-IMAGEM
           MOVE SPACES    TO WS-MOTIVO-DIVERGENCIA
           MOVE SPACES    TO WS-VALOR-ARQUIVO

           MOVE IM-CHAVE TO RC-CHAVE
           READ REGISTRO-CADASTRO
               INVALID KEY
                   SET REG-NO-ARQUIVO TO FALSE
               NOT INVALID KEY
                   IF WS-FS-REGISTRO NOT = '00'
                       MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'READ'   TO WS-ERRO-OPERACAO
                       MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   SET REG-NO-ARQUIVO TO TRUE
                   IF IM-CAMPO-NUM-1
                       MOVE RC-NUM-1 TO WS-VALOR-ARQUIVO
                   END-IF
                   IF IM-CAMPO-NUM-2
                       MOVE RC-NUM-2 TO WS-VALOR-ARQUIVO
                   END-IF
           END-READ

           IF PAR-ABERTO
               IF IM-CHAVE NOT = WS-PAR-CHAVE
                  OR IM-TIPO NOT = WS-PAR-TIPO
                  OR NOT IM-CAMPO-NUM-2
                   MOVE 'TRANSACAO INCOMPLETA NA TRILHA'
                                     TO WS-MOTIVO-DIVERGENCIA
                   PERFORM 5290-DIVERGENCIA THRU 5290-EXIT
                   GO TO 5210-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT IM-CAMPO-NUM-1 AND NOT IM-CAMPO-NUM-2
                   MOVE 'IMAGEM NAO RECONHECIDA'
                                     TO WS-MOTIVO-DIVERGENCIA
               WHEN IM-INCLUIR AND IM-VALOR-ANT = SPACES
                               AND IM-VALOR-NOVO NUMERIC
                   PERFORM 5220-APLICAR-INCLUSAO THRU 5220-EXIT
               WHEN IM-ALTERAR AND IM-VALOR-ANT NUMERIC
                               AND IM-VALOR-NOVO NUMERIC
                   PERFORM 5230-APLICAR-ALTERACAO THRU 5230-EXIT
               WHEN IM-EXCLUIR AND IM-VALOR-ANT NUMERIC
                               AND IM-VALOR-NOVO = SPACES
                   PERFORM 5240-APLICAR-EXCLUSAO THRU 5240-EXIT
               WHEN OTHER
                   MOVE 'IMAGEM NAO RECONHECIDA'
                                     TO WS-MOTIVO-DIVERGENCIA
           END-EVALUATE

           IF WS-MOTIVO-DIVERGENCIA NOT = SPACES
               PERFORM 5290-DIVERGENCIA THRU 5290-EXIT
               GO TO 5210-EXIT
           END-IF
           ADD 1 TO WS-QTD-APLICADAS
           MOVE 'APLICADA'  TO WS-RI-ROTULO
           MOVE SPACES      TO WS-RI-OBS
           PERFORM 5280-LINHA-IMAGEM THRU 5280-EXIT.
       5210-EXIT.
           EXIT.

      ******************************************************************
      * 5220-APLICAR-INCLUSAO - the NUM-1 half writes the record (the
      * key must not be on file), the NUM-2 half completes it
      ******************************************************************
       5220-APLICAR-INCLUSAO.
           IF IM-CAMPO-NUM-2
               IF NOT PAR-ABERTO
                   MOVE 'INCLUSAO SEM A IMAGEM DA NUM-1'
                                     TO WS-MOTIVO-DIVERGENCIA
                   GO TO 5220-EXIT
               END-IF
               MOVE IM-VALOR-NOVO-N TO RC-NUM-2
               REWRITE REGISTRO-CADASTRO-REG
               IF WS-FS-REGISTRO NOT = '00'
                   MOVE 'REGCAD'  TO WS-ERRO-ARQUIVO
                   MOVE 'REWRIT'  TO WS-ERRO-OPERACAO
                   MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
                   PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
               END-IF
               ADD RC-NUM-2 TO WS-HASH-ESPERADO
               SET PAR-ABERTO TO FALSE
               GO TO 5220-EXIT
           END-IF

           IF REG-NO-ARQUIVO
               MOVE 'CHAVE JA CADASTRADA' TO WS-MOTIVO-DIVERGENCIA
               GO TO 5220-EXIT
           END-IF
           MOVE IM-CHAVE        TO RC-CHAVE
           MOVE IM-VALOR-NOVO-N TO RC-NUM-1
           MOVE ZEROS           TO RC-NUM-2
           WRITE REGISTRO-CADASTRO-REG
           IF WS-FS-REGISTRO NOT = '00'
               MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'  TO WS-ERRO-OPERACAO
               MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           ADD 1        TO WS-QTD-ESPERADA
           ADD RC-NUM-1 TO WS-HASH-ESPERADO
           SET PAR-ABERTO TO TRUE
           MOVE IM-CHAVE TO WS-PAR-CHAVE
           MOVE IM-TIPO  TO WS-PAR-TIPO.
       5220-EXIT.
           EXIT.

      ******************************************************************
      * 5230-APLICAR-ALTERACAO - the field must still hold the old
      * value the image says it was changed from
      ******************************************************************
       5230-APLICAR-ALTERACAO.
           IF NOT REG-NO-ARQUIVO
               MOVE 'CHAVE NAO CADASTRADA' TO WS-MOTIVO-DIVERGENCIA
               GO TO 5230-EXIT
           END-IF
           IF WS-VALOR-ARQUIVO NOT = IM-VALOR-ANT
               MOVE 'VALOR ANTERIOR NAO CONFERE'
                                     TO WS-MOTIVO-DIVERGENCIA
               GO TO 5230-EXIT
           END-IF
           IF IM-CAMPO-NUM-1
               SUBTRACT RC-NUM-1 FROM WS-HASH-ESPERADO
               MOVE IM-VALOR-NOVO-N TO RC-NUM-1
               ADD RC-NUM-1 TO WS-HASH-ESPERADO
           ELSE
               SUBTRACT RC-NUM-2 FROM WS-HASH-ESPERADO
               MOVE IM-VALOR-NOVO-N TO RC-NUM-2
               ADD RC-NUM-2 TO WS-HASH-ESPERADO
           END-IF
           REWRITE REGISTRO-CADASTRO-REG
           IF WS-FS-REGISTRO NOT = '00'
               MOVE 'REGCAD'  TO WS-ERRO-ARQUIVO
               MOVE 'REWRIT'  TO WS-ERRO-OPERACAO
               MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       5230-EXIT.
           EXIT.

      ******************************************************************
      * 5240-APLICAR-EXCLUSAO - both halves check their field's old
      * value; the NUM-2 half deletes the record
      ******************************************************************
       5240-APLICAR-EXCLUSAO.
           IF NOT REG-NO-ARQUIVO
               MOVE 'CHAVE NAO CADASTRADA' TO WS-MOTIVO-DIVERGENCIA
               GO TO 5240-EXIT
           END-IF
           IF WS-VALOR-ARQUIVO NOT = IM-VALOR-ANT
               MOVE 'VALOR ANTERIOR NAO CONFERE'
                                     TO WS-MOTIVO-DIVERGENCIA
               GO TO 5240-EXIT
           END-IF
           IF IM-CAMPO-NUM-1
               SET PAR-ABERTO TO TRUE
               MOVE IM-CHAVE TO WS-PAR-CHAVE
               MOVE IM-TIPO  TO WS-PAR-TIPO
               GO TO 5240-EXIT
           END-IF
           IF NOT PAR-ABERTO
               MOVE 'EXCLUSAO SEM A IMAGEM DA NUM-1'
                                     TO WS-MOTIVO-DIVERGENCIA
               GO TO 5240-EXIT
           END-IF
           DELETE REGISTRO-CADASTRO
           IF WS-FS-REGISTRO NOT = '00'
               MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
               MOVE 'DELETE' TO WS-ERRO-OPERACAO
               MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           SUBTRACT 1        FROM WS-QTD-ESPERADA
           SUBTRACT RC-NUM-1 FROM WS-HASH-ESPERADO
           SUBTRACT RC-NUM-2 FROM WS-HASH-ESPERADO
           SET PAR-ABERTO TO FALSE.
       5240-EXIT.
           EXIT.

      ******************************************************************
      * 5280-LINHA-IMAGEM - the image in hand onto the report under
      * the caller's label and remark
      ******************************************************************
       5280-LINHA-IMAGEM.
           MOVE IM-CHAVE      TO WS-RI-CHAVE
           MOVE IM-TIPO       TO WS-RI-TIPO
           MOVE IM-CAMPO      TO WS-RI-CAMPO
           MOVE IM-VALOR-ANT  TO WS-RI-ANT
           MOVE IM-VALOR-NOVO TO WS-RI-NOVO
           MOVE IM-DATA       TO WS-RI-DATA
           MOVE IM-HORA       TO WS-RI-HORA
           MOVE WS-REL-IMAGEM TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
       5280-EXIT.
           EXIT.

      ******************************************************************
      * 5290-DIVERGENCIA - report the image that does not fit and end
      * the roll-forward there
      ******************************************************************
       5290-DIVERGENCIA.
           SET HOUVE-DIVERGENCIA TO TRUE
           SET FIM-SORT TO TRUE
           MOVE 'DIVERGENCIA' TO WS-RI-ROTULO
           MOVE SPACES        TO WS-RI-OBS
           PERFORM 5280-LINHA-IMAGEM THRU 5280-EXIT
           MOVE WS-MOTIVO-DIVERGENCIA TO WS-RM-MOTIVO
           MOVE WS-VALOR-ARQUIVO      TO WS-RM-VALOR
           MOVE WS-REL-MOTIVO TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           DISPLAY 'DIVERGENCIA NA IMAGEM...: ' IM-CHAVE ' ' IM-TIPO
               ' ' IM-CAMPO ' ' IM-DATA ' ' IM-HORA
           DISPLAY 'MOTIVO..................: '
               WS-MOTIVO-DIVERGENCIA.
       5290-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ASOF - a REGCAD key's value at a past point: per field the
      * last image at or before the point gives it, else the first
      * image after the point gives what it was changed from, else it
      * has not changed since and the register's value stands
      ******************************************************************
       6000-ASOF.
           OPEN OUTPUT RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               MOVE 'REGRREL' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'    TO WS-ERRO-OPERACAO
               MOVE WS-FS-RELATORIO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE 'VALOR DO REGCAD NA DATA/HORA..........:'
                                 TO WS-RT-TEXTO
           MOVE WS-MA-DATA       TO WS-RT-DATA
           MOVE WS-MA-HORA       TO WS-RT-HORA
           MOVE WS-REL-TITULO    TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT

           SORT SORT-IMAGENS
               ON ASCENDING KEY SI-DATA
                                SI-HORA
                                SI-SEQUENCIA
               INPUT  PROCEDURE IS 5100-SELECIONAR-IMAGENS
                                   THRU 5100-FIM
               OUTPUT PROCEDURE IS 6100-HISTORICO
                                   THRU 6100-FIM

           OPEN INPUT REGISTRO-CADASTRO
           IF WS-FS-REGISTRO NOT = '00'
               MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
               MOVE 'OPEN'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF
           MOVE WS-CHAVE-CONSULTA TO RC-CHAVE
           READ REGISTRO-CADASTRO
               INVALID KEY
                   SET REG-NO-ARQUIVO TO FALSE
               NOT INVALID KEY
                   IF WS-FS-REGISTRO NOT = '00'
                       MOVE 'REGCAD' TO WS-ERRO-ARQUIVO
                       MOVE 'READ'   TO WS-ERRO-OPERACAO
                       MOVE WS-FS-REGISTRO TO WS-ERRO-STATUS
                       PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
                   END-IF
                   SET REG-NO-ARQUIVO TO TRUE
           END-READ
           CLOSE REGISTRO-CADASTRO

           MOVE WS-CHAVE-CONSULTA TO WS-RV-CHAVE
           MOVE 'NA DATA'         TO WS-RV-ROTULO
           EVALUATE TRUE
               WHEN ACHOU-ANTES-NUM-1
                   MOVE WS-ANTES-NUM-1  TO WS-RV-NUM-1
               WHEN ACHOU-DEPOIS-NUM-1
                   MOVE WS-DEPOIS-NUM-1 TO WS-RV-NUM-1
               WHEN REG-NO-ARQUIVO
                   MOVE RC-NUM-1        TO WS-RV-NUM-1
               WHEN OTHER
                   MOVE SPACES          TO WS-RV-NUM-1
           END-EVALUATE
           EVALUATE TRUE
               WHEN ACHOU-ANTES-NUM-2
                   MOVE WS-ANTES-NUM-2  TO WS-RV-NUM-2
               WHEN ACHOU-DEPOIS-NUM-2
                   MOVE WS-DEPOIS-NUM-2 TO WS-RV-NUM-2
               WHEN REG-NO-ARQUIVO
                   MOVE RC-NUM-2        TO WS-RV-NUM-2
               WHEN OTHER
                   MOVE SPACES          TO WS-RV-NUM-2
           END-EVALUATE
           PERFORM 6200-LINHA-VALOR THRU 6200-EXIT

           MOVE 'ATUAL'           TO WS-RV-ROTULO
           IF REG-NO-ARQUIVO
               MOVE RC-NUM-1      TO WS-RV-NUM-1
               MOVE RC-NUM-2      TO WS-RV-NUM-2
           ELSE
               MOVE SPACES        TO WS-RV-NUM-1
               MOVE SPACES        TO WS-RV-NUM-2
           END-IF
           PERFORM 6200-LINHA-VALOR THRU 6200-EXIT

           MOVE 'ALTERACOES APOS O PONTO......' TO WS-RTT-TEXTO
           MOVE WS-QTD-APOS-PONTO TO WS-RTT-VALOR
           PERFORM 7100-GRAVAR-TOTAL THRU 7100-EXIT

      *    An image older than the point may have gone to RAUDARCH
      *    with the PAYARCH purge - say so when the live trail starts
      *    after the point asked for.
           IF WS-QTD-IMAGENS-LIDAS = ZEROS
               MOVE 'TRILHA REGAUDIT VAZIA - VALOR ATUAL'
                                 TO WS-RT-TEXTO
               MOVE SPACES       TO WS-RT-DATA
               MOVE SPACES       TO WS-RT-HORA
               MOVE WS-REL-TITULO TO RELATORIO-REG
               PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           ELSE
               IF WS-MARCA-INICIO-TRILHA > WS-MARCA-ALVO
                   MOVE 'AVISO: TRILHA REGAUDIT SO A PARTIR DE..:'
                                 TO WS-RT-TEXTO
                   MOVE WS-MARCA-INICIO-TRILHA (1:8) TO WS-RT-DATA
                   MOVE WS-MARCA-INICIO-TRILHA (9:8) TO WS-RT-HORA
                   MOVE WS-REL-TITULO TO RELATORIO-REG
                   PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
                   DISPLAY 'AVISO: TRILHA REGAUDIT COMECA DEPOIS DO '
                       'PONTO PEDIDO.'
               END-IF
           END-IF
           CLOSE RELATORIO.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-HISTORICO - sort output: every image of the key in order
      * onto the report, the values either side of the point kept
      ******************************************************************
       6100-HISTORICO.
           SET FIM-SORT TO FALSE
           PERFORM 6110-IMAGEM-HISTORICO THRU 6110-EXIT
               UNTIL FIM-SORT.
       6100-FIM.
           EXIT.

       6110-IMAGEM-HISTORICO.
           RETURN SORT-IMAGENS
               AT END
                   SET FIM-SORT TO TRUE
                   GO TO 6110-EXIT
           END-RETURN
           MOVE SI-IMAGEM TO WS-IMAGEM
           MOVE SI-DATA   TO WS-MI-DATA
           MOVE SI-HORA   TO WS-MI-HORA
           MOVE SPACES    TO WS-RI-OBS

           IF WS-MARCA-IMAGEM NOT > WS-MARCA-ALVO
               IF IM-CAMPO-NUM-1
                   MOVE IM-VALOR-NOVO TO WS-ANTES-NUM-1
                   SET ACHOU-ANTES-NUM-1 TO TRUE
               END-IF
               IF IM-CAMPO-NUM-2
                   MOVE IM-VALOR-NOVO TO WS-ANTES-NUM-2
                   SET ACHOU-ANTES-NUM-2 TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-QTD-APOS-PONTO
               MOVE 'APOS O PONTO' TO WS-RI-OBS
               IF IM-CAMPO-NUM-1 AND NOT ACHOU-DEPOIS-NUM-1
                   MOVE IM-VALOR-ANT TO WS-DEPOIS-NUM-1
                   SET ACHOU-DEPOIS-NUM-1 TO TRUE
               END-IF
               IF IM-CAMPO-NUM-2 AND NOT ACHOU-DEPOIS-NUM-2
                   MOVE IM-VALOR-ANT TO WS-DEPOIS-NUM-2
                   SET ACHOU-DEPOIS-NUM-2 TO TRUE
               END-IF
           END-IF
           MOVE 'HISTORICO' TO WS-RI-ROTULO
           PERFORM 5280-LINHA-IMAGEM THRU 5280-EXIT.
       6110-EXIT.
           EXIT.

      ******************************************************************
      * 6200-LINHA-VALOR - one value line (as of the point, or now) on
      * the report and the console
      ******************************************************************
       6200-LINHA-VALOR.
           IF WS-RV-NUM-1 = SPACES AND WS-RV-NUM-2 = SPACES
               MOVE 'NAO CADASTRADA' TO WS-RV-SITUACAO
           ELSE
               MOVE 'CADASTRADA'     TO WS-RV-SITUACAO
           END-IF
           MOVE WS-REL-VALOR TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           DISPLAY WS-REL-VALOR.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-GRAVAR-RELATORIO - write one REGRREL line and check the
      * resulting status
      ******************************************************************
       7000-GRAVAR-RELATORIO.
           WRITE RELATORIO-REG
           IF WS-FS-RELATORIO NOT = '00'
               MOVE 'REGRREL' TO WS-ERRO-ARQUIVO
               MOVE 'WRITE'   TO WS-ERRO-OPERACAO
               MOVE WS-FS-RELATORIO TO WS-ERRO-STATUS
               PERFORM 8000-ERROR-PARAGRAPH THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-GRAVAR-TOTAL - one caption-and-count line
      ******************************************************************
       7100-GRAVAR-TOTAL.
           MOVE WS-REL-TOTAL TO RELATORIO-REG
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ERROR-PARAGRAPH - standard error handler: log the failing
      * file/operation/status to JOB-LOG and abend the run.
