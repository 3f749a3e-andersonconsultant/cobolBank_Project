      ******************************************************************
      * Saneamento de dado pessoal ja gravado - message (LGPD)
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGMASK01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  2026-10-15  DEV  LOGARCH saneado em cada geracao vigente
      *                    (catalogo do LOGGEN01, via GENLIST) e no
      *                    corrente, para o LOGVRFY01 continuar casando
      *                    tudo com o LOGARCHX.

      *  O LOGWRITE passou a mascarar CPF, cartao e e-mail do message
      *  antes de gravar (MASKMSG, regras do MASKCFG), mas o que ja
      *  estava gravado continua aberto. Este job, de execucao unica
      *  (e repetivel - a mascara e idempotente), aplica as mesmas
      *  regras ao que ja existe:
      *    - log_cobol_test: cada message distinto e mascarado uma
      *      vez e as linhas com aquele texto sao atualizadas num
      *      UPDATE so; tudo num unico COMMIT no fim - qualquer erro
      *      desfaz a tabela inteira;
      *    - LOGARCHX: cada registro mascarado e regravado (REWRITE,
      *      a chave nao muda);
      *    - LOGARCH: o message ocupa posicoes fixas da linha (o
      *      LOGPURG01 grava os campos com tamanho fixo ate ele), entao
      *      a mascara troca so aquele trecho. O arquivo e copiado
      *      mascarado para o LOGARCHW e, se a copia terminar limpa,
      *      volta por cima do LOGARCH. Falha na volta deixa o LOGARCHW
      *      integro para restaurar. Linha fora do layout e copiada
      *      como esta, contada e deixa a execucao suja. O mesmo vale
      *      para cada geracao vigente do LOGARCH (rolada pelo
      *      LOGGEN01, lista via GENLIST), uma de cada vez pelo mesmo
      *      LOGARCHW; a primeira falha interrompe as seguintes, para
      *      o LOGARCHW da que falhou nao ser sobrescrito.
      *  Como LOGARCH e LOGARCHX recebem a mesma mascara, a
      *  verificacao do LOGVRFY01 continua casando os dois.
      *
      *  Exige operador e motivo (LOG_OPERADOR / LOG_MOTIVO ou prompt)
      *  e deixa registro no diario do operador (log_operator_audit,
      *  via AUDWRITE), como a purga. A execucao fica em
      *  log_batch_runs via RUNWRITE (lidas = mensagens examinadas,
      *  inseridas = mascaradas, rejeitadas = linhas do LOGARCH fora
      *  do layout) e a contagem por regra, uma linha MSK-<regra>,
      *  via MASKMSG.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *     Geracao do LOGARCH ou o corrente - nome atribuido em
      *     tempo de execucao.
            SELECT LOG-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

            SELECT MASK-WORK-FILE ASSIGN TO "LOGARCHW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

            SELECT LOG-ARCHIVE-IX-FILE ASSIGN TO "LOGARCHX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCX-KEY
               FILE STATUS IS WS-ARCHIVE-IX-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  LOG-ARCHIVE-FILE.
         01  LOG-ARCHIVE-REC          PIC X(300).

      *  Copia mascarada do LOGARCH, antes de voltar por cima dele
         FD  MASK-WORK-FILE.
         01  MASK-WORK-REC            PIC X(300).

      *  Mesmo layout gravado pelo WRITE-ARCHIVE-IX do LOGPURG01
      *  (ver Arcxrec.cpy).
         FD  LOG-ARCHIVE-IX-FILE.
         COPY ARCXREC.

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Message distinto lido do cursor, quantas linhas o tem e o
      *  texto mascarado que vai no UPDATE
         01  WS-MSK-MESSAGE          PIC X(100).
         01  WS-MSK-ROWS             PIC 9(8).
         01  WS-MSK-NEW-MESSAGE      PIC X(100).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         EXEC SQL DECLARE MSG-CURSOR CURSOR FOR
            SELECT message, COUNT(*)
              FROM log_cobol_test
             WHERE message IS NOT NULL
             GROUP BY message
         END-EXEC.

      *  Parametros do subprograma MASKMSG (ver Maskmpm.cpy)
         COPY MASKMPM.

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy)
         COPY RUNWRPM.
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).
         01  WS-RUN-START-TS         PIC X(19) VALUE SPACES.
         01  WS-RUN-END-TS           PIC X(19) VALUE SPACES.
         01  WS-RUN-TS-WORK          PIC X(19) VALUE SPACES.
         01  WS-ENV-CODE             PIC X(3)  VALUE SPACES.

      *  Parametros do subprograma AUDWRITE (ver Audwrpm.cpy)
         COPY AUDWRPM.

      *  Variaveis de trabalho
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-ARCHIVE-FILE-STATUS  PIC X(2)  VALUE SPACES.
         01  WS-WORK-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-ARCHIVE-IX-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-ARCHIVE-LINE         PIC X(300) VALUE SPACES.
         01  WS-MASK-CLEAN-SW        PIC X(1)  VALUE "Y".
             88 WS-MASK-RUN-CLEAN             VALUE "Y".
         01  WS-TBL-OK-SW            PIC X(1)  VALUE "Y".
             88 WS-TBL-CLEAN                  VALUE "Y".
         01  WS-TBL-SW               PIC X(1)  VALUE "N".
             88 WS-TBL-EOF                    VALUE "Y".
         01  WS-IX-SW                PIC X(1)  VALUE "N".
             88 WS-IX-EOF                     VALUE "Y".
         01  WS-SEQ-OK-SW            PIC X(1)  VALUE "Y".
             88 WS-SEQ-CLEAN                  VALUE "Y".
         01  WS-SEQ-SW               PIC X(1)  VALUE "N".
             88 WS-SEQ-EOF                    VALUE "Y".

      *  Geracoes vigentes do LOGARCH (ver Genlspm.cpy), o arquivo
      *  sendo saneado e quantas linhas dele foram mascaradas
         COPY GENLSPM.
         01  WS-GEN-IDX              PIC 9(3)  VALUE ZERO.
         01  WS-ARCH-FILE-NAME       PIC X(40) VALUE "LOGARCH".
         01  WS-FILE-MASKED-COUNT    PIC 9(8)  VALUE ZERO.

      *  Totais por origem
         01  WS-TBL-SEEN-COUNT       PIC 9(8)  VALUE ZERO.
         01  WS-TBL-MASKED-COUNT     PIC 9(8)  VALUE ZERO.
         01  WS-IX-SEEN-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-IX-MASKED-COUNT      PIC 9(8)  VALUE ZERO.
         01  WS-SEQ-SEEN-COUNT       PIC 9(8)  VALUE ZERO.
         01  WS-SEQ-MASKED-COUNT     PIC 9(8)  VALUE ZERO.
         01  WS-SEQ-BADLINE-COUNT    PIC 9(8)  VALUE ZERO.
         01  WS-SEQ-COPIED-COUNT     PIC 9(8)  VALUE ZERO.
         01  WS-COMMIT-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-UPDATED-ROWS         PIC 9(8)  VALUE ZERO.
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-TBL           PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-IX            PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-SEQ           PIC Z(7)9 VALUE SPACES.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-OPERATOR
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               IF AUDWR-OPERATOR-ID = SPACES OR AUDWR-REASON = SPACES
                  DISPLAY "0\OPERATOR_REQUIRED"
                  DISPLAY "#Saneamento recusado - operador e motivo"
                  DISPLAY "#sao obrigatorios"
                  SET AUDWR-OUTCOME-REFUSED TO TRUE
               ELSE
                  PERFORM FORMAT-RUN-TS
                  MOVE WS-RUN-TS-WORK TO WS-RUN-START-TS
                  SET MASKM-FUNC-RESET TO TRUE
                  PERFORM CALL-MASKMSG
                  PERFORM SCRUB-TABLE
                  PERFORM SCRUB-ARCHIVE-IX
                  PERFORM SCRUB-ARCHIVE-SEQ
                  PERFORM PRINT-SUMMARY
                  PERFORM WRITE-RUN-HISTORY
                  PERFORM WRITE-MASK-HISTORY
                  IF WS-MASK-RUN-CLEAN
                     SET AUDWR-OUTCOME-OK TO TRUE
                  ELSE
                     SET AUDWR-OUTCOME-FAILED TO TRUE
                  END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Operador e motivo do saneamento, para o diario: LOG_OPERADOR
      *    / LOG_MOTIVO do ambiente ou prompt, como no LOGPURG01.
         GET-OPERATOR.
            MOVE SPACES TO AUDWR-OPERATOR-ID
            MOVE SPACES TO AUDWR-REASON
            ACCEPT AUDWR-OPERATOR-ID FROM ENVIRONMENT "LOG_OPERADOR"
            IF AUDWR-OPERATOR-ID = SPACES
               DISPLAY "Operador: "
               ACCEPT AUDWR-OPERATOR-ID
            END-IF
            ACCEPT AUDWR-REASON FROM ENVIRONMENT "LOG_MOTIVO"
            IF AUDWR-REASON = SPACES
               DISPLAY "Motivo do saneamento: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    LOGRET01.
         CONNECT-DB.
            ACCEPT WS-ENV-CODE FROM ENVIRONMENT "DB_ENV"
            EVALUATE WS-ENV-CODE
               WHEN "DEV"
                  MOVE "cobolbd_dev" TO DBNAME
               WHEN "QA"
                  MOVE "cobolbd_qa"  TO DBNAME
               WHEN OTHER
                  MOVE "cobolbd"     TO DBNAME
            END-EVALUATE
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD FROM ENVIRONMENT "DB_PASSWORD"

            EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao conectar ao banco"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               MOVE "S" TO WS-DB-STARTED
            END-IF.

      ******************************************************************
      *    log_cobol_test
      ******************************************************************
      *    Um COMMIT so no fim: falhou qualquer UPDATE (ou o proprio
      *    cursor), desfaz tudo e descarta a contagem da tabela - a
      *    evidencia nao pode contar mascara que nao ficou gravada.
         SCRUB-TABLE.
            DISPLAY "#Saneando log_cobol_test"
            EXEC SQL
               OPEN MSG-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-TBL-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de mensagens"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-MSG-LOOP UNTIL WS-TBL-EOF
               EXEC SQL
                  CLOSE MSG-CURSOR
               END-EXEC
            END-IF

            IF WS-TBL-CLEAN
               EXEC SQL
                  COMMIT
               END-EXEC
               IF SQLCODE = ZERO
                  ADD 1 TO WS-COMMIT-COUNT
               ELSE
                  MOVE "N" TO WS-TBL-OK-SW
                  DISPLAY "0\DB_ERROR"
                  DISPLAY "#Erro ao confirmar o saneamento da tabela"
                  DISPLAY "#SQLCODE: " SQLCODE
               END-IF
            END-IF

            IF NOT WS-TBL-CLEAN
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "N" TO WS-MASK-CLEAN-SW
               MOVE ZERO TO WS-TBL-MASKED-COUNT
               SET MASKM-FUNC-RESET TO TRUE
               PERFORM CALL-MASKMSG
               DISPLAY "#log_cobol_test desfeito - nada foi alterado"
            END-IF.

      *    O UPDATE pode achar zero linhas (SQLCODE 100) quando o
      *    mesmo texto ja foi atualizado por uma variante com brancos
      *    a direita - por isso o laco tem switch proprio em vez de
      *    olhar o SQLCODE.
         FETCH-MSG-LOOP.
            EXEC SQL
               FETCH MSG-CURSOR
               INTO :WS-MSK-MESSAGE, :WS-MSK-ROWS
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = 100
                  SET WS-TBL-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                  MOVE "N" TO WS-TBL-OK-SW
                  SET WS-TBL-EOF TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de mensagens"
                  DISPLAY "#SQLCODE: " SQLCODE
               WHEN OTHER
                  PERFORM MASK-TABLE-MESSAGE
            END-EVALUATE.

         MASK-TABLE-MESSAGE.
            ADD WS-MSK-ROWS TO WS-TBL-SEEN-COUNT
            SET MASKM-FUNC-MASK TO TRUE
            MOVE WS-MSK-MESSAGE TO MASKM-MESSAGE
            PERFORM CALL-MASKMSG
            IF MASKM-MASKED
               MOVE MASKM-MESSAGE TO WS-MSK-NEW-MESSAGE
               EXEC SQL
                  UPDATE log_cobol_test
                     SET message = :WS-MSK-NEW-MESSAGE
                   WHERE RTRIM(message) = RTRIM(:WS-MSK-MESSAGE)
               END-EXEC
               EVALUATE TRUE
                  WHEN SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-UPDATED-ROWS
                     ADD WS-UPDATED-ROWS TO WS-TBL-MASKED-COUNT
                     MOVE WS-UPDATED-ROWS TO MASKM-WEIGHT
                     SET MASKM-FUNC-CREDIT TO TRUE
                     PERFORM CALL-MASKMSG
                  WHEN SQLCODE = 100
                     CONTINUE
                  WHEN OTHER
                     MOVE "N" TO WS-TBL-OK-SW
                     SET WS-TBL-EOF TO TRUE
                     DISPLAY "0\DB_ERROR"
                     DISPLAY "#Erro ao mascarar mensagens da tabela"
                     DISPLAY "#SQLCODE: " SQLCODE
               END-EVALUATE
            ELSE
               MOVE WS-MSK-ROWS TO MASKM-WEIGHT
               SET MASKM-FUNC-CREDIT TO TRUE
               PERFORM CALL-MASKMSG
            END-IF.

      ******************************************************************
      *    LOGARCHX - REWRITE no lugar
      ******************************************************************
         SCRUB-ARCHIVE-IX.
            DISPLAY "#Saneando LOGARCHX"
            OPEN I-O LOG-ARCHIVE-IX-FILE
            EVALUATE WS-ARCHIVE-IX-STATUS
               WHEN "00"
                  PERFORM READ-IX-LOOP UNTIL WS-IX-EOF
                  CLOSE LOG-ARCHIVE-IX-FILE
               WHEN "35"
                  DISPLAY "#LOGARCHX nao existe - nada a sanear"
               WHEN OTHER
                  MOVE "N" TO WS-MASK-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir o LOGARCHX"
                  DISPLAY "#FILE STATUS: " WS-ARCHIVE-IX-STATUS
            END-EVALUATE.

         READ-IX-LOOP.
            READ LOG-ARCHIVE-IX-FILE NEXT RECORD
               AT END
                  SET WS-IX-EOF TO TRUE
               NOT AT END
                  PERFORM MASK-IX-RECORD
            END-READ
            IF NOT WS-IX-EOF
               AND WS-ARCHIVE-IX-STATUS NOT = "00"
               AND WS-ARCHIVE-IX-STATUS NOT = "02"
               MOVE "N" TO WS-MASK-CLEAN-SW
               SET WS-IX-EOF TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao ler/regravar LOGARCHX - FILE STATUS: "
                       WS-ARCHIVE-IX-STATUS
            END-IF.

         MASK-IX-RECORD.
            ADD 1 TO WS-IX-SEEN-COUNT
            SET MASKM-FUNC-MASK TO TRUE
            MOVE ARCX-MESSAGE TO MASKM-MESSAGE
            PERFORM CALL-MASKMSG
            IF MASKM-MASKED
               MOVE MASKM-MESSAGE TO ARCX-MESSAGE
               REWRITE ARCX-REC
               IF WS-ARCHIVE-IX-STATUS = "00"
                  ADD 1 TO WS-IX-MASKED-COUNT
                  MOVE 1 TO MASKM-WEIGHT
                  SET MASKM-FUNC-CREDIT TO TRUE
                  PERFORM CALL-MASKMSG
               END-IF
            ELSE
               MOVE 1 TO MASKM-WEIGHT
               SET MASKM-FUNC-CREDIT TO TRUE
               PERFORM CALL-MASKMSG
            END-IF.

      ******************************************************************
      *    LOGARCH - copia mascarada no LOGARCHW e volta por cima
      ******************************************************************
         SCRUB-ARCHIVE-SEQ.
            DISPLAY "#Saneando LOGARCH"
            MOVE "LOGARCH" TO GENL-DATASET
            CALL "GENLIST" USING GENL-DATASET
                                  GENL-GEN-COUNT
                                  GENL-TABLE
                                  GENL-EXPIRED-RECORDS
                                  GENL-RETURN-CODE
                                  GENL-SQLCODE
            END-CALL
            EVALUATE TRUE
               WHEN GENL-QUERY-FAILED
                  MOVE "N" TO WS-MASK-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Catalogo de geracoes indisponivel - so o"
                  DISPLAY "#LOGARCH corrente sera saneado"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  MOVE "N" TO WS-MASK-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Mais de 99 geracoes do LOGARCH - so as 99"
                  DISPLAY "#mais antigas serao saneadas"
            END-EVALUATE
            PERFORM SCRUB-ARCHIVE-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > GENL-GEN-COUNT
                  OR NOT WS-SEQ-CLEAN
            IF WS-SEQ-CLEAN
               MOVE "LOGARCH" TO WS-ARCH-FILE-NAME
               PERFORM SCRUB-ARCHIVE-FILE
            END-IF
            IF NOT WS-SEQ-CLEAN
               MOVE "N" TO WS-MASK-CLEAN-SW
            END-IF.

         SCRUB-ARCHIVE-GENERATION.
            MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-ARCH-FILE-NAME
            PERFORM SCRUB-ARCHIVE-FILE.

      *    Saneia um arquivo (geracao ou corrente) pelas duas
      *    passadas. LOGARCH corrente inexistente nao e erro - pode
      *    ter acabado de ser rolado.
         SCRUB-ARCHIVE-FILE.
            MOVE ZERO TO WS-FILE-MASKED-COUNT
            OPEN INPUT LOG-ARCHIVE-FILE
            EVALUATE TRUE
               WHEN WS-ARCHIVE-FILE-STATUS = "00"
                  PERFORM COPY-ARCHIVE-TO-WORK
               WHEN WS-ARCHIVE-FILE-STATUS = "35"
                    AND WS-ARCH-FILE-NAME = "LOGARCH"
                  DISPLAY "#LOGARCH corrente nao existe - nada a sanear"
               WHEN OTHER
                  MOVE "N" TO WS-SEQ-OK-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir " WS-ARCH-FILE-NAME
                  DISPLAY "#FILE STATUS: " WS-ARCHIVE-FILE-STATUS
            END-EVALUATE

            IF WS-SEQ-CLEAN AND WS-FILE-MASKED-COUNT > ZERO
               PERFORM COPY-WORK-TO-ARCHIVE
            END-IF.

      *    1a passada: LOGARCH (ou geracao) -> LOGARCHW, mascarando.
      *    O arquivo de origem nao e tocado.
         COPY-ARCHIVE-TO-WORK.
            OPEN OUTPUT MASK-WORK-FILE
            IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SEQ-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o LOGARCHW"
               DISPLAY "#FILE STATUS: " WS-WORK-FILE-STATUS
            ELSE
               MOVE "N" TO WS-SEQ-SW
               PERFORM READ-SEQ-LOOP UNTIL WS-SEQ-EOF
               CLOSE MASK-WORK-FILE
            END-IF
            CLOSE LOG-ARCHIVE-FILE.

         READ-SEQ-LOOP.
            READ LOG-ARCHIVE-FILE INTO WS-ARCHIVE-LINE
               AT END
                  SET WS-SEQ-EOF TO TRUE
               NOT AT END
                  PERFORM MASK-SEQ-LINE
                  MOVE WS-ARCHIVE-LINE TO MASK-WORK-REC
                  WRITE MASK-WORK-REC
                  IF WS-WORK-FILE-STATUS NOT = "00"
                     MOVE "N" TO WS-SEQ-OK-SW
                     SET WS-SEQ-EOF TO TRUE
                     DISPLAY "0\STATUS"
                     DISPLAY "#Erro ao gravar LOGARCHW - FILE STATUS: "
                             WS-WORK-FILE-STATUS
                  END-IF
            END-READ.

      *    Layout da linha (LOGPURG01): sessao(10);componente(10);
      *    acao(20);status(10);tempo(6);message(100);... - o message
      *    fica nas posicoes 62 a 161, entre os ";" das posicoes 61 e
      *    162.
         MASK-SEQ-LINE.
            IF WS-ARCHIVE-LINE(61:1) = ";"
               AND WS-ARCHIVE-LINE(162:1) = ";"
               ADD 1 TO WS-SEQ-SEEN-COUNT
               SET MASKM-FUNC-MASK TO TRUE
               MOVE WS-ARCHIVE-LINE(62:100) TO MASKM-MESSAGE
               PERFORM CALL-MASKMSG
               IF MASKM-MASKED
                  MOVE MASKM-MESSAGE TO WS-ARCHIVE-LINE(62:100)
                  ADD 1 TO WS-SEQ-MASKED-COUNT
                  ADD 1 TO WS-FILE-MASKED-COUNT
               END-IF
               MOVE 1 TO MASKM-WEIGHT
               SET MASKM-FUNC-CREDIT TO TRUE
               PERFORM CALL-MASKMSG
            ELSE
               ADD 1 TO WS-SEQ-BADLINE-COUNT
               MOVE "N" TO WS-MASK-CLEAN-SW
            END-IF.

      *    2a passada: LOGARCHW -> LOGARCH (ou geracao). So roda com a
      *    copia limpa e com alguma linha de fato mascarada no arquivo.
         COPY-WORK-TO-ARCHIVE.
            OPEN INPUT MASK-WORK-FILE
            OPEN OUTPUT LOG-ARCHIVE-FILE
            IF WS-WORK-FILE-STATUS NOT = "00"
               OR WS-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-SEQ-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel reabrir LOGARCHW/"
                       WS-ARCH-FILE-NAME
               DISPLAY "#FILE STATUS: " WS-WORK-FILE-STATUS
                       " / " WS-ARCHIVE-FILE-STATUS
            ELSE
               MOVE "N" TO WS-SEQ-SW
               PERFORM COPY-BACK-LOOP UNTIL WS-SEQ-EOF
            END-IF
            CLOSE MASK-WORK-FILE
            CLOSE LOG-ARCHIVE-FILE
            IF NOT WS-SEQ-CLEAN
               DISPLAY "0\STATUS"
               DISPLAY "#ATENCAO: " WS-ARCH-FILE-NAME
               DISPLAY "#pode estar incompleto -"
               DISPLAY "#restaurar a partir do LOGARCHW"
            END-IF.

         COPY-BACK-LOOP.
            READ MASK-WORK-FILE INTO WS-ARCHIVE-LINE
               AT END
                  SET WS-SEQ-EOF TO TRUE
               NOT AT END
                  MOVE WS-ARCHIVE-LINE TO LOG-ARCHIVE-REC
                  WRITE LOG-ARCHIVE-REC
                  IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                     MOVE "N" TO WS-SEQ-OK-SW
                     SET WS-SEQ-EOF TO TRUE
                     DISPLAY "0\STATUS"
                     DISPLAY "#Erro ao gravar " WS-ARCH-FILE-NAME
                             " - FILE STATUS: " WS-ARCHIVE-FILE-STATUS
                  ELSE
                     ADD 1 TO WS-SEQ-COPIED-COUNT
                  END-IF
            END-READ.

      ******************************************************************
      *    Resumo, historico e diario
      ******************************************************************
         PRINT-SUMMARY.
            DISPLAY " "
            DISPLAY "1\MASK_SUMMARY"
            MOVE WS-TBL-SEEN-COUNT TO WS-EDITED-COUNT
            DISPLAY "#log_cobol_test - linhas examinadas: "
                    WS-EDITED-COUNT
            MOVE WS-TBL-MASKED-COUNT TO WS-EDITED-COUNT
            DISPLAY "#log_cobol_test - linhas mascaradas: "
                    WS-EDITED-COUNT
            MOVE WS-IX-SEEN-COUNT TO WS-EDITED-COUNT
            DISPLAY "#LOGARCHX - registros examinados:    "
                    WS-EDITED-COUNT
            MOVE WS-IX-MASKED-COUNT TO WS-EDITED-COUNT
            DISPLAY "#LOGARCHX - registros mascarados:    "
                    WS-EDITED-COUNT
            MOVE WS-SEQ-SEEN-COUNT TO WS-EDITED-COUNT
            DISPLAY "#LOGARCH - linhas examinadas:        "
                    WS-EDITED-COUNT
            MOVE WS-SEQ-MASKED-COUNT TO WS-EDITED-COUNT
            DISPLAY "#LOGARCH - linhas mascaradas:        "
                    WS-EDITED-COUNT
            MOVE WS-SEQ-BADLINE-COUNT TO WS-EDITED-COUNT
            DISPLAY "#LOGARCH - linhas fora do layout:    "
                    WS-EDITED-COUNT
            IF NOT WS-MASK-RUN-CLEAN
               DISPLAY "#ALERTA: saneamento incompleto - conferir as"
               DISPLAY "#        mensagens acima"
            END-IF.

      *    Linha LOGMASK01 em log_batch_runs: lidas = mensagens
      *    examinadas nas tres origens, inseridas = mascaradas,
      *    rejeitadas = linhas do LOGARCH fora do layout.
         WRITE-RUN-HISTORY.
            PERFORM FORMAT-RUN-TS
            MOVE WS-RUN-TS-WORK TO WS-RUN-END-TS

            MOVE "LOGMASK01"           TO RUNWR-JOB-NAME
            MOVE WS-RUN-START-TS       TO RUNWR-START-TS
            MOVE WS-RUN-END-TS         TO RUNWR-END-TS
            COMPUTE RUNWR-LINES-READ = WS-TBL-SEEN-COUNT
                                     + WS-IX-SEEN-COUNT
                                     + WS-SEQ-SEEN-COUNT
            COMPUTE RUNWR-LINES-INSERTED = WS-TBL-MASKED-COUNT
                                         + WS-IX-MASKED-COUNT
                                         + WS-SEQ-MASKED-COUNT
            MOVE WS-SEQ-BADLINE-COUNT  TO RUNWR-LINES-REJECTED
            MOVE ZERO                  TO RUNWR-LINES-DEADLTR
            MOVE WS-COMMIT-COUNT       TO RUNWR-COMMIT-COUNT
            IF WS-MASK-RUN-CLEAN
               SET RUNWR-RUN-CLEAN TO TRUE
            ELSE
               SET RUNWR-RUN-DIRTY TO TRUE
            END-IF
            IF WS-ENV-CODE = SPACES
               MOVE "PRD" TO RUNWR-DB-ENV
            ELSE
               MOVE WS-ENV-CODE TO RUNWR-DB-ENV
            END-IF
            MOVE SPACES TO RUNWR-FEED-CODE

            CALL "RUNWRITE" USING RUNWR-JOB-NAME
                                   RUNWR-START-TS
                                   RUNWR-END-TS
                                   RUNWR-LINES-READ
                                   RUNWR-LINES-INSERTED
                                   RUNWR-LINES-REJECTED
                                   RUNWR-LINES-DEADLTR
                                   RUNWR-COMMIT-COUNT
                                   RUNWR-CLEAN-FLAG
                                   RUNWR-DB-ENV
                                   RUNWR-FEED-CODE
                                   RUNWR-RETURN-CODE
                                   RUNWR-SQLCODE
            END-CALL

            IF RUNWR-INSERT-FAILED
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: falha ao registrar o historico do"
               DISPLAY "#saneamento em log_batch_runs"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF.

      *    Contagem por regra - uma linha MSK-<regra> por regra.
         WRITE-MASK-HISTORY.
            SET MASKM-FUNC-HISTORY TO TRUE
            MOVE WS-RUN-START-TS TO MASKM-START-TS
            MOVE RUNWR-DB-ENV    TO MASKM-DB-ENV
            MOVE SPACES          TO MASKM-FEED-CODE
            PERFORM CALL-MASKMSG
            IF MASKM-DEFAULT-RULES
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: MASKCFG indisponivel ou sem regra"
               DISPLAY "#valida - mascara pelas regras padrao"
            END-IF
            IF MASKM-HISTORY-FAILED
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: falha ao registrar a contagem de"
               DISPLAY "#mascaras em log_batch_runs"
               DISPLAY "#SQLCODE: " MASKM-SQLCODE
            END-IF.

         CALL-MASKMSG.
            CALL "MASKMSG" USING MASKM-FUNCTION
                                  MASKM-MESSAGE
                                  MASKM-RULE-HITS
                                  MASKM-MASKED-SW
                                  MASKM-WEIGHT
                                  MASKM-START-TS
                                  MASKM-DB-ENV
                                  MASKM-FEED-CODE
                                  MASKM-RETURN-CODE
                                  MASKM-SQLCODE
            END-CALL.

      *    Registro do saneamento no diario - o AUDWRITE comita na
      *    hora, depois do COMMIT (ou ROLLBACK) da tabela.
         WRITE-AUDIT-RECORD.
            MOVE "LOGMASK01" TO AUDWR-PROGRAM
            MOVE "MASCARAR"  TO AUDWR-ACTION
            MOVE WS-TBL-MASKED-COUNT TO WS-EDITED-TBL
            MOVE WS-IX-MASKED-COUNT  TO WS-EDITED-IX
            MOVE WS-SEQ-MASKED-COUNT TO WS-EDITED-SEQ
            MOVE SPACES TO AUDWR-PARAMS
            STRING "mascaradas tabela=" DELIMITED BY SIZE
                   WS-EDITED-TBL        DELIMITED BY SIZE
                   " logarchx="         DELIMITED BY SIZE
                   WS-EDITED-IX         DELIMITED BY SIZE
                   " logarch="          DELIMITED BY SIZE
                   WS-EDITED-SEQ        DELIMITED BY SIZE
              INTO AUDWR-PARAMS
            END-STRING
            CALL "AUDWRITE" USING AUDWR-OPERATOR-ID
                                   AUDWR-REASON
                                   AUDWR-PROGRAM
                                   AUDWR-ACTION
                                   AUDWR-PARAMS
                                   AUDWR-OUTCOME
                                   AUDWR-RETURN-CODE
                                   AUDWR-SQLCODE
            END-CALL
            IF AUDWR-INSERT-FAILED
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: falha ao gravar o diario do operador"
               DISPLAY "#SQLCODE: " AUDWR-SQLCODE
            END-IF.

      *    Monta o timestamp corrente (AAAA-MM-DD HH:MM:SS) para o
      *    historico de execucoes, como no LOGPURG01.
         FORMAT-RUN-TS.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-RUN-TS-WORK
            STRING WS-SYS-DATE(1:4) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-SYS-DATE(7:2) DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-SYS-TIME(1:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-SYS-TIME(3:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-SYS-TIME(5:2) DELIMITED BY SIZE
              INTO WS-RUN-TS-WORK
            END-STRING.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF

            STOP RUN.
