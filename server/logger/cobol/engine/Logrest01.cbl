      *                    gravada no DEADLTR com motivo
      *                    PERIODO_FECHADO, no mesmo layout do
      *                    WRITE-DEADLETTER do ENGINEV4TST.
      *  2026-10-15  DEV  Feed de origem: 11o campo da linha do LOGARCH
      *                    repassado ao LOGWRITE (LOGWR-FEED-CODE) e
      *                    anexado no fim da linha do DEADLTR (registro
      *                    passa a X(320)).
      *  2026-10-15  DEV  Endpoint conferido no cadastro ENDPMST
      *                    (ENDPCHK) na data original da linha;
      *                    desconhecido ou aposentado vai ao DEADLTR com
      *                    motivo proprio.
      *  2026-10-15  DEV  Recarga exige operador e motivo e fica
      *                    registrada no diario do operador
      *                    (log_operator_audit) via AUDWRITE.
      *  2026-10-15  DEV  Contagem de mensagens mascaradas por regra
      *                    (MASKMSG) registrada em log_batch_runs no fim
      *                    da recarga.
      *  2026-10-15  DEV  LOGARCH lido em geracoes (catalogo do
      *                    LOGGEN01, via GENLIST) e depois o corrente;
      *                    geracao cujos timestamps caem fora do periodo
      *                    pedido nao e aberta.
      *  2026-10-15  DEV  Message mascarado (MASKMSG) na linha gravada
      *                    no DEADLTR.

      *  O LOGPURG01 arquiva em LOGARCH as linhas purgadas de
      *  log_cobol_test, mas depois disso o dado so existe no arquivo
      *  log_cobol_test via LOGWRITE, preservando o created_at
      *  original pelo parametro LOGWR-CREATED-AT - assim o LOGRPT01
      *  volta a responder pelo periodo restaurado normalmente.
      *  Linha cujo endpoint nao estava ativo no cadastro ENDPMST na
      *  data original (ENDPCHK) nao e recarregada e vai para o
      *  DEADLTR com o motivo do cadastro.
      *
      *  A recarga exige operador e motivo (LOG_OPERADOR / LOG_MOTIVO
      *  ou prompt) e deixa registro no diario do operador
      *  (log_operator_audit, via AUDWRITE) com o periodo e o
      *  resultado - inclusive quando e recusada por falta deles.
      *
      *  O LOGARCH e rolado em geracoes pelo LOGGEN01: a recarga le as
      *  geracoes vigentes (GENLIST) e depois o corrente, pulando a
      *  geracao cujo primeiro/ultimo created_at catalogado mostra que
      *  ela nao tem nada no periodo pedido.

      ******************************************************************
         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *     Geracao do LOGARCH ou o corrente - nome atribuido em
      *     tempo de execucao.
            SELECT LOG-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

      *  linha do arquivo recusada por periodo fechado fica na fila
      *  de triagem normal, visivel para o LOGREPL01 e a operacao.
         FD  LOG-DEADLETTER-FILE.
         01  LOG-DEADLETTER-REC       PIC X(320).

         WORKING-STORAGE SECTION.


      *  Campos da linha do LOGARCH, na ordem gravada pelo
      *  FETCH-ARCHIVE-LOOP do LOGPURG01: os 9 campos do layout LOG
      *  mais o created_at original e o feed de origem (linha
      *  arquivada antes do campo existir fica com o feed em
      *  branco). Response e value chegam como texto e so viram
      *  numericos (via REDEFINES) depois de conferidos com NUMERIC.
         01  WS-ARC-SESSION-ID      PIC X(10).
         01  WS-ARC-COMPONENT       PIC X(10).
         01  WS-ARC-ACTION          PIC X(20).
         01  WS-ARC-VALUE-OK-SW     PIC X(1).
             88 WS-ARC-VALUE-OK             VALUE "Y".
         01  WS-ARC-CREATED-AT      PIC X(26).
         01  WS-ARC-FEED-CODE       PIC X(10).

      *  Parametros do subprograma LOGWRITE (ver Logwrpm.cpy)
         COPY LOGWRPM.

      *  Parametros do subprograma ENDPCHK (ver Endpckpm.cpy)
         COPY ENDPCKPM.
         01  WS-ENDP-WARNED-SW      PIC X(1)  VALUE "N".
             88 WS-ENDP-WARNED              VALUE "S".

      *  Variaveis de trabalho
         01  WS-INPUT               PIC X(300) VALUE SPACES.
         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-RESTORE-CLEAN-SW    PIC X(1)  VALUE "Y".
             88 WS-RESTORE-RUN-CLEAN         VALUE "Y".

      *  Dead-letter das linhas recusadas por periodo fechado ou por
      *  endpoint fora do cadastro
         01  WS-DEADLETTER-FILE-STATUS PIC X(2) VALUE SPACES.
         01  WS-DL-REASON           PIC X(30) VALUE SPACES.
         01  WS-DEADLETTER-LINE     PIC X(320) VALUE SPACES.
         01  WS-SYS-DATE            PIC 9(8).
         01  WS-SYS-TIME            PIC 9(8).

         01  WS-RELOAD-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-SKIP-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-PERIOD-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-ENDPOINT-COUNT      PIC 9(8)  VALUE ZERO.
         01  WS-EDITED-COUNT        PIC Z(8)  VALUE SPACES.

      *  Parametros do subprograma MASKMSG (ver Maskmpm.cpy) - o
      *  LOGWRITE mascara o message de cada linha; no fim, a contagem
      *  de mascaras por regra vai para log_batch_runs. Ambiente da
      *  conexao e inicio da execucao, para essas linhas.
         COPY MASKMPM.
         01  WS-ENV-CODE            PIC X(3)  VALUE SPACES.
         01  WS-RUN-START-TS        PIC X(19) VALUE SPACES.

      *  Geracoes vigentes do LOGARCH (ver Genlspm.cpy) e o arquivo
      *  sendo lido no momento. Recarga que nao leu todo o LOGARCH
      *  (geracao ou corrente que nao abriu) vai ao diario como falha.
         COPY GENLSPM.
         01  WS-GEN-IDX             PIC 9(3)  VALUE ZERO.
         01  WS-ARCH-FILE-NAME      PIC X(40) VALUE "LOGARCH".
         01  WS-ARCH-READ-SW        PIC X(1)  VALUE "Y".
             88 WS-ARCH-ALL-READ            VALUE "Y".
         01  WS-GEN-SKIP-COUNT      PIC 9(8)  VALUE ZERO.

      *  Parametros do subprograma AUDWRITE (ver Audwrpm.cpy)
         COPY AUDWRPM.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-PARMS
            PERFORM GET-OPERATOR
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               IF AUDWR-OPERATOR-ID = SPACES OR AUDWR-REASON = SPACES
                  DISPLAY "0\OPERATOR_REQUIRED"
                  DISPLAY "#Recarga recusada - operador e motivo sao"
                  DISPLAY "#obrigatorios"
                  SET AUDWR-OUTCOME-REFUSED TO TRUE
               ELSE
                  PERFORM FORMAT-RUN-START-TS
                  PERFORM PROCESS-ARCHIVE
                  PERFORM PRINT-SUMMARY
                  PERFORM WRITE-MASK-HISTORY
                  IF WS-ARCH-ALL-READ
                     AND WS-RESTORE-RUN-CLEAN
                     SET AUDWR-OUTCOME-OK TO TRUE
                  ELSE
                     SET AUDWR-OUTCOME-FAILED TO TRUE
                  END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
            END-IF
            PERFORM FIM-PROGRAMA.

            DISPLAY "Data final   (AAAA-MM-DD): "
            ACCEPT WS-DATE-FIM.

      *    Operador e motivo da recarga, para o diario: LOG_OPERADOR /
      *    LOG_MOTIVO do ambiente ou prompt.
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
               DISPLAY "Motivo da recarga: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    ENGINEV4TST - a recarga grava na mesma base que a carga.
         CONNECT-DB.
            ACCEPT WS-ENV-CODE FROM ENVIRONMENT "DB_ENV"
            EVALUATE WS-ENV-CODE
               WHEN "DEV"
                  MOVE "cobolbd_dev" TO DBNAME
               WHEN "QA"
               MOVE "S" TO WS-DB-STARTED
            END-IF.

      *    Percorre o LOGARCH - geracoes vigentes, mais antigas
      *    primeiro, e depois o corrente - linha a linha, recarregando
      *    as que caem no periodo pedido. Commit a cada
      *    WS-COMMIT-INTERVAL linhas recarregadas, como na carga em
      *    lote do ENGINEV4TST.
         PROCESS-ARCHIVE.
            OPEN EXTEND LOG-DEADLETTER-FILE
            IF WS-DEADLETTER-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: nao foi possivel abrir o DEADLTR"
               DISPLAY "#FILE STATUS: " WS-DEADLETTER-FILE-STATUS
               DISPLAY "#Linhas recusadas (periodo fechado ou"
               DISPLAY "#endpoint) serao exibidas no console mas"
               DISPLAY "#nao gravadas"
            END-IF
            PERFORM LIST-ARCHIVE-GENERATIONS
            PERFORM RESTORE-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > GENL-GEN-COUNT
            MOVE "LOGARCH" TO WS-ARCH-FILE-NAME
            PERFORM RESTORE-ARCHIVE-FILE
            IF WS-DEADLETTER-FILE-STATUS = "00"
               CLOSE LOG-DEADLETTER-FILE
            END-IF
            IF WS-RESTORE-PENDING > ZERO
               PERFORM COMMIT-RESTORE
            END-IF.

      *    Catalogo indisponivel: recarrega so do corrente e registra
      *    a recarga como falha - o periodo pode estar numa geracao.
         LIST-ARCHIVE-GENERATIONS.
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
                  MOVE "N" TO WS-ARCH-READ-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: catalogo de geracoes indisponivel -"
                  DISPLAY "#so o LOGARCH corrente sera lido"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  MOVE "N" TO WS-ARCH-READ-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: mais de 99 geracoes do LOGARCH -"
                  DISPLAY "#so as 99 mais antigas serao lidas"
            END-EVALUATE.

      *    Geracao que termina antes do inicio ou comeca depois do fim
      *    do periodo nao tem linha a recarregar - nao e aberta.
         RESTORE-GENERATION.
            IF (GENL-LAST-TS(WS-GEN-IDX)(1:4) NUMERIC
                AND GENL-LAST-TS(WS-GEN-IDX)(1:10) < WS-DATE-INICIO)
               OR (GENL-FIRST-TS(WS-GEN-IDX)(1:4) NUMERIC
                AND GENL-FIRST-TS(WS-GEN-IDX)(1:10) > WS-DATE-FIM)
               ADD 1 TO WS-GEN-SKIP-COUNT
            ELSE
               MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-ARCH-FILE-NAME
               PERFORM RESTORE-ARCHIVE-FILE
            END-IF.

      *    LOGARCH corrente inexistente logo depois de uma rolagem e
      *    normal; sem nenhuma geracao catalogada, e falta do arquivo.
         RESTORE-ARCHIVE-FILE.
            MOVE "N" TO WS-RESTORE-SW
            OPEN INPUT LOG-ARCHIVE-FILE
            EVALUATE TRUE
               WHEN WS-ARCHIVE-FILE-STATUS = "00"
                  PERFORM READ-ARCHIVE-LOOP UNTIL WS-RESTORE-EOF
                  CLOSE LOG-ARCHIVE-FILE
               WHEN WS-ARCHIVE-FILE-STATUS = "35"
                    AND WS-ARCH-FILE-NAME = "LOGARCH"
                    AND GENL-GEN-COUNT > ZERO
                  DISPLAY "#LOGARCH corrente nao existe - so geracoes"
               WHEN OTHER
                  MOVE "N" TO WS-ARCH-READ-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir " WS-ARCH-FILE-NAME
                  DISPLAY "#FILE STATUS: " WS-ARCHIVE-FILE-STATUS
            END-EVALUATE.

         READ-ARCHIVE-LOOP.
            READ LOG-ARCHIVE-FILE INTO WS-INPUT
               AT END
            MOVE SPACES TO WS-ARC-METHOD
            MOVE SPACES TO WS-ARC-VALUE-X
            MOVE SPACES TO WS-ARC-CREATED-AT
            MOVE SPACES TO WS-ARC-FEED-CODE

            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-ARC-SESSION-ID
                     WS-ARC-METHOD
                     WS-ARC-VALUE-X
                     WS-ARC-CREATED-AT
                     WS-ARC-FEED-CODE
            END-UNSTRING

            IF WS-ARC-CREATED-AT(1:10) >= WS-DATE-INICIO
                  DISPLAY "#Linha do LOGARCH com campo corrompido"
                  DISPLAY "#Linha: " WS-INPUT
               ELSE
                  PERFORM CHECK-ENDPOINT-MASTER
                  IF ENDCK-UNKNOWN OR ENDCK-RETIRED
                     PERFORM REJECT-ENDPOINT
                  ELSE
                     PERFORM RELOAD-LINE
                  END-IF
               END-IF
            END-IF.

      *    Confere componente + endpoint + metodo no cadastro, com a
      *    vigencia na data original da linha. Cadastro indisponivel
      *    avisa uma vez e nao recusa nada.
         CHECK-ENDPOINT-MASTER.
            MOVE WS-ARC-COMPONENT       TO ENDCK-COMPONENT
            MOVE WS-ARC-ENDPOINT        TO ENDCK-ENDPOINT
            MOVE WS-ARC-METHOD          TO ENDCK-METHOD
            MOVE WS-ARC-CREATED-AT(1:10) TO ENDCK-REF-DATE
            CALL "ENDPCHK" USING ENDCK-COMPONENT
                                  ENDCK-ENDPOINT
                                  ENDCK-METHOD
                                  ENDCK-REF-DATE
                                  ENDCK-DESCRIPTION
                                  ENDCK-OWNER-TEAM
                                  ENDCK-RETURN-CODE
            END-CALL
            IF ENDCK-UNAVAILABLE AND NOT WS-ENDP-WARNED
               SET WS-ENDP-WARNED TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: cadastro ENDPMST indisponivel -"
               DISPLAY "#endpoints nao conferidos nesta execucao"
            END-IF.

         REJECT-ENDPOINT.
            ADD 1 TO WS-ENDPOINT-COUNT
            IF ENDCK-UNKNOWN
               MOVE "ENDPOINT_DESCONHECIDO" TO WS-DL-REASON
            ELSE
               MOVE "ENDPOINT_APOSENTADO"   TO WS-DL-REASON
            END-IF
            DISPLAY "0\VALIDATION_ERROR"
            DISPLAY "#Linha nao recarregada: " WS-DL-REASON
            DISPLAY "#Session ID: " WS-ARC-SESSION-ID
            PERFORM WRITE-DEADLETTER-LINE.

      *    Converte o campo texto de value em numerico com sinal,
      *    na mesma convencao do layout LOG: 12 digitos = valor
      *    normal; "-" seguido dos 12 digitos = estorno.
            MOVE WS-ARC-METHOD     TO LOGWR-METHOD
            MOVE WS-ARC-VALUE      TO LOGWR-VALUE
            MOVE WS-ARC-CREATED-AT TO LOGWR-CREATED-AT
            MOVE WS-ARC-FEED-CODE  TO LOGWR-FEED-CODE
            MOVE "D"               TO LOGWR-MODE

            CALL "LOGWRITE" USING LOGWR-SESSION-ID
                                   LOGWR-METHOD
                                   LOGWR-VALUE
                                   LOGWR-CREATED-AT
                                   LOGWR-FEED-CODE
                                   LOGWR-MODE
                                   LOGWR-RETURN-CODE
                                   LOGWR-SQLCODE
                  DISPLAY "0\PERIOD_CLOSED"
                  DISPLAY "#Linha recusada: periodo fechado"
                  DISPLAY "#Session ID: " WS-ARC-SESSION-ID
                  MOVE "PERIODO_FECHADO" TO WS-DL-REASON
                  PERFORM WRITE-DEADLETTER-LINE
               WHEN LOGWR-INSERT-FAILED
                  ADD 1 TO WS-SKIP-COUNT
                  DISPLAY "0\DB_ERROR"
                  END-IF
            END-EVALUATE.

      *    Grava a linha recusada (periodo fechado ou endpoint fora do
      *    cadastro, motivo em WS-DL-REASON) no DEADLTR, no mesmo
      *    layout do WRITE-DEADLETTER do ENGINEV4TST (campos do LOG
      *    mais SQLCODE zero, motivo, timestamp e feed), para a
      *    triagem e o LOGREPL01 a enxergarem como qualquer outra
      *    rejeicao. O message vai mascarado, como no banco - LOGARCH
      *    antigo ainda nao saneado pode trazer dado pessoal.
         WRITE-DEADLETTER-LINE.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            SET MASKM-FUNC-MASK TO TRUE
            MOVE WS-ARC-MESSAGE TO MASKM-MESSAGE
            PERFORM CALL-MASKMSG

            MOVE SPACES TO WS-DEADLETTER-LINE
            STRING WS-ARC-SESSION-ID  DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-ARC-RESPONSE-X  DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   MASKM-MESSAGE      DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-ARC-ENDPOINT    DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-ARC-METHOD      DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-ARC-VALUE-X     DELIMITED BY SIZE
                   ";000000000;"      DELIMITED BY SIZE
                   WS-DL-REASON       DELIMITED BY SPACE
                   ";"                DELIMITED BY SIZE
                   WS-SYS-DATE        DELIMITED BY SIZE
                   "."                DELIMITED BY SIZE
                   WS-SYS-TIME        DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-ARC-FEED-CODE   DELIMITED BY SIZE
              INTO WS-DEADLETTER-LINE
            END-STRING

            DISPLAY "#Periodo: " WS-DATE-INICIO " a " WS-DATE-FIM
            MOVE WS-READ-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas lidas do LOGARCH:  " WS-EDITED-COUNT
            MOVE WS-GEN-SKIP-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Geracoes fora do periodo: " WS-EDITED-COUNT
            MOVE WS-MATCH-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas no periodo:        " WS-EDITED-COUNT
            MOVE WS-RELOAD-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas puladas:           " WS-EDITED-COUNT
            MOVE WS-PERIOD-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Recusadas (periodo fechado): " WS-EDITED-COUNT
            MOVE WS-ENDPOINT-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Recusadas (endpoint):        " WS-EDITED-COUNT
            IF NOT WS-RESTORE-RUN-CLEAN
               DISPLAY "#ALERTA: houve falha de commit na recarga -"
               DISPLAY "#        conferir os totais antes de usar"
            END-IF
            IF NOT WS-ARCH-ALL-READ
               DISPLAY "#ALERTA: parte do LOGARCH nao foi lida -"
               DISPLAY "#        o periodo pode estar incompleto"
            END-IF.

      *    Registro da recarga no diario - o AUDWRITE comita na hora,
      *    depois do ultimo COMMIT-RESTORE.
         WRITE-AUDIT-RECORD.
            MOVE "LOGREST01" TO AUDWR-PROGRAM
            MOVE "RECARGA"   TO AUDWR-ACTION
            MOVE WS-RELOAD-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO AUDWR-PARAMS
            STRING "periodo="      DELIMITED BY SIZE
                   WS-DATE-INICIO  DELIMITED BY SIZE
                   " a "           DELIMITED BY SIZE
                   WS-DATE-FIM     DELIMITED BY SIZE
                   " recarregadas=" DELIMITED BY SIZE
                   WS-EDITED-COUNT DELIMITED BY SIZE
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

      *    Contagem de mensagens mascaradas por regra no recarga -
      *    uma linha MSK-<regra> em log_batch_runs (MASKMSG).
         WRITE-MASK-HISTORY.
            SET MASKM-FUNC-HISTORY TO TRUE
            MOVE WS-RUN-START-TS TO MASKM-START-TS
            IF WS-ENV-CODE = SPACES
               MOVE "PRD" TO MASKM-DB-ENV
            ELSE
               MOVE WS-ENV-CODE TO MASKM-DB-ENV
            END-IF
            MOVE SPACES TO MASKM-FEED-CODE
            PERFORM CALL-MASKMSG
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

      *    Inicio da execucao (AAAA-MM-DD HH:MM:SS) para o historico.
         FORMAT-RUN-START-TS.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-RUN-START-TS
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
              INTO WS-RUN-START-TS
            END-STRING.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
