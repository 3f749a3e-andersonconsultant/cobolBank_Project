      *                    (log_period_control / LOGPERD01) nao e
      *                    reinserida: o LOGWRITE a recusa e ela vai
      *                    para o DEADLTR2 com motivo PERIODO_FECHADO.
      *  2026-10-15  DEV  Feed de origem: 13o campo da linha do DEADLTR
      *                    repassado ao LOGWRITE (LOGWR-FEED-CODE) e
      *                    mantido no fim da linha do DEADLTR2; registro
      *                    passa a X(320).
      *  2026-10-15  DEV  Endpoint conferido no cadastro ENDPMST
      *                    (ENDPCHK) antes do reenvio; desconhecido ou
      *                    aposentado vai ao DEADLTR2 com motivo
      *                    proprio.
      *  2026-10-15  DEV  Contagem de mensagens mascaradas por regra
      *                    (MASKMSG) registrada em log_batch_runs no fim
      *                    do replay.
      *  2026-10-15  DEV  DEADLTR lido em geracoes (catalogo do
      *                    LOGGEN01, via GENLIST) e depois o corrente;
      *                    linha rejeitada antes do inicio do ultimo
      *                    replay limpo ja foi vista e e pulada.
      *                    DEADLTR2 aberto em EXTEND. Execucao
      *                    registrada em log_batch_runs (RUNWRITE), que
      *                    da a marca do proximo replay.
      *  2026-10-15  DEV  Message mascarado (MASKMSG) na linha gravada
      *                    no DEADLTR2.

      *  Le o arquivo DEADLTR gerado pelo ENGINEV4TST, remove os campos
      *  de rejeicao que WRITE-DEADLETTER anexa (SQLCODE, motivo e
      *  nova geracao de dead-letter (DEADLTR2); linhas rejeitadas por
      *  validacao (RESP_TIME_NAO_NUMERICO etc.) nao sao reenviadas -
      *  reapresentar nao conserta dado invalido - e sao apenas
      *  reportadas em separado para correcao manual. Antes do
      *  reenvio o endpoint e conferido no cadastro ENDPMST (ENDPCHK):
      *  desconhecido ou aposentado tambem nao e reenviado e vai para
      *  o DEADLTR2 com o motivo proprio.
      *
      *  O DEADLTR e rolado em geracoes pelo LOGGEN01: o replay le as
      *  geracoes vigentes (GENLIST) e depois o corrente. Como as
      *  linhas ja reapresentadas continuam nas geracoes, cada execucao
      *  fica em log_batch_runs (job LOGREPL01) e o inicio do ultimo
      *  replay limpo serve de marca - linha rejeitada antes dela ja
      *  foi vista e e pulada; geracao inteira anterior a marca nem e
      *  aberta. Execucao que nao leu tudo fica suja e nao move a
      *  marca.

      ******************************************************************
         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *     Geracao do DEADLTR ou o corrente - nome atribuido em
      *     tempo de execucao.
            SELECT DEADLETTER-IN-FILE ASSIGN TO WS-DLIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLIN-FILE-STATUS.

      ******************************************************************
         FILE SECTION.
         FD  DEADLETTER-IN-FILE.
         01  DEADLETTER-IN-REC       PIC X(320).

      *  Nova geracao de dead-letter - mesmo layout do DEADLTR, para
      *  que uma proxima rodada deste job possa le-la sem conversao.
         FD  DEADLETTER-OUT-FILE.
         01  DEADLETTER-OUT-REC      PIC X(320).

         WORKING-STORAGE SECTION.

         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Inicio do ultimo replay limpo (AAAA-MM-DD HH:MM:SS, branco se
      *  nunca houve)
         01  WS-REPL-LAST-TS         PIC X(19).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.
      *  Campos da linha de dead-letter, na ordem em que o
      *  WRITE-DEADLETTER do ENGINEV4TST os gravou: os 9 campos do
      *  layout LOG seguidos de SQLCODE, motivo e timestamp da
      *  rejeicao, e por ultimo o codigo do feed de origem (linha
      *  antiga, sem o campo, fica com o feed em branco). Response e
      *  value chegam como texto e so viram numericos (via REDEFINES)
      *  depois de conferidos com NUMERIC.
         01  WS-RPL-SESSION-ID      PIC X(10).
         01  WS-RPL-COMPONENT       PIC X(10).
         01  WS-RPL-ACTION          PIC X(20).
         01  WS-RPL-REASON          PIC X(30).
             88 WS-RPL-DB-ERROR             VALUE "DB_ERROR".
         01  WS-RPL-TIMESTAMP       PIC X(20).
         01  WS-RPL-FEED-CODE       PIC X(10).

      *  Parametros do subprograma LOGWRITE (ver Logwrpm.cpy)
         COPY LOGWRPM.

      *  Parametros do subprograma ENDPCHK (ver Endpckpm.cpy)
         COPY ENDPCKPM.
         01  WS-ENDP-WARNED-SW      PIC X(1)  VALUE "N".
             88 WS-ENDP-WARNED              VALUE "S".

      *  Variaveis de trabalho
         01  WS-INPUT               PIC X(320) VALUE SPACES.
         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-DLIN-FILE-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-DLOUT-FILE-STATUS   PIC X(2)  VALUE SPACES.
             88 WS-REPLAY-EOF               VALUE "Y".
         01  WS-SYS-DATE            PIC 9(8).
         01  WS-SYS-TIME            PIC 9(8).
         01  WS-DEADLETTER-LINE     PIC X(320) VALUE SPACES.
         01  WS-DEADLETTER-SQLCODE  PIC S9(9) VALUE ZERO.

      *  Totais do resumo de reprocessamento
         01  WS-REFAIL-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-VALIDATION-COUNT    PIC 9(8)  VALUE ZERO.
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

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) - uma
      *  linha LOGREPL01 por execucao: lidas, reenviadas com sucesso,
      *  rejeicoes de validacao e linhas gravadas no DEADLTR2.
         COPY RUNWRPM.
         01  WS-RUN-CLEAN-SW        PIC X(1)  VALUE "Y".
             88 WS-REPLAY-RUN-CLEAN         VALUE "Y".

      *  Geracoes vigentes do DEADLTR (ver Genlspm.cpy) e o arquivo
      *  sendo lido no momento
         COPY GENLSPM.
         01  WS-GEN-IDX             PIC 9(3)  VALUE ZERO.
         01  WS-DLIN-FILE-NAME      PIC X(40) VALUE "DEADLTR".

      *  Marca do ultimo replay limpo no formato do timestamp de
      *  rejeicao do DEADLTR (AAAAMMDD.HHMMSS)
         01  WS-REPL-MARK           PIC X(15) VALUE SPACES.
         01  WS-SEEN-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-GEN-SKIP-COUNT      PIC 9(8)  VALUE ZERO.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               PERFORM FORMAT-RUN-START-TS
               PERFORM QUERY-REPLAY-MARK
               PERFORM PROCESS-DEADLETTER
               PERFORM PRINT-SUMMARY
               PERFORM WRITE-MASK-HISTORY
               PERFORM WRITE-RUN-HISTORY
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    ENGINEV4TST - o replay grava na mesma base que a carga.
         CONNECT-DB.
            ACCEPT WS-ENV-CODE FROM ENVIRONMENT "DB_ENV"
            EVALUATE WS-ENV-CODE
               WHEN "DEV"
                  MOVE "cobolbd_dev" TO DBNAME
               WHEN "QA"
               MOVE "S" TO WS-DB-STARTED
            END-IF.

      *    Marca do ultimo replay limpo. Sem replay limpo no historico
      *    tudo e reapresentado; erro na consulta tambem - repetir um
      *    reenvio e menos grave que pular uma linha.
         QUERY-REPLAY-MARK.
            MOVE SPACES TO WS-REPL-LAST-TS
            MOVE SPACES TO WS-REPL-MARK
            EXEC SQL
               SELECT COALESCE(CAST(MAX(started_at) AS CHAR(19)), ' ')
                 INTO :WS-REPL-LAST-TS
                 FROM log_batch_runs
                WHERE job_name = 'LOGREPL01'
                  AND clean_flag = 'S'
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: ultimo replay nao apurado - todas as"
               DISPLAY "#linhas serao reapresentadas"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               IF WS-REPL-LAST-TS(1:4) NUMERIC
                  STRING WS-REPL-LAST-TS(1:4)  DELIMITED BY SIZE
                         WS-REPL-LAST-TS(6:2)  DELIMITED BY SIZE
                         WS-REPL-LAST-TS(9:2)  DELIMITED BY SIZE
                         "."                   DELIMITED BY SIZE
                         WS-REPL-LAST-TS(12:2) DELIMITED BY SIZE
                         WS-REPL-LAST-TS(15:2) DELIMITED BY SIZE
                         WS-REPL-LAST-TS(18:2) DELIMITED BY SIZE
                    INTO WS-REPL-MARK
                  END-STRING
                  DISPLAY "#Ultimo replay limpo: " WS-REPL-LAST-TS
               END-IF
            END-IF.

      *    Abre a nova geracao de saida (DEADLTR2, acumulada entre
      *    execucoes) e percorre as geracoes do DEADLTR, da mais
      *    antiga para a mais nova, e por ultimo o corrente.
         PROCESS-DEADLETTER.
            OPEN EXTEND DEADLETTER-OUT-FILE
            IF WS-DLOUT-FILE-STATUS = "35"
               OPEN OUTPUT DEADLETTER-OUT-FILE
            END-IF
            IF WS-DLOUT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RUN-CLEAN-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o DEADLTR2"
               DISPLAY "#FILE STATUS: " WS-DLOUT-FILE-STATUS
            ELSE
               PERFORM LIST-DEADLETTER-GENERATIONS
               PERFORM REPLAY-GENERATION
                  VARYING WS-GEN-IDX FROM 1 BY 1
                  UNTIL WS-GEN-IDX > GENL-GEN-COUNT
               MOVE "DEADLTR" TO WS-DLIN-FILE-NAME
               PERFORM REPLAY-DEADLETTER-FILE
               CLOSE DEADLETTER-OUT-FILE
            END-IF.

      *    Catalogo indisponivel: le so o corrente e deixa a execucao
      *    suja, para a marca nao passar por cima das geracoes.
         LIST-DEADLETTER-GENERATIONS.
            MOVE "DEADLTR" TO GENL-DATASET
            CALL "GENLIST" USING GENL-DATASET
                                  GENL-GEN-COUNT
                                  GENL-TABLE
                                  GENL-EXPIRED-RECORDS
                                  GENL-RETURN-CODE
                                  GENL-SQLCODE
            END-CALL
            EVALUATE TRUE
               WHEN GENL-QUERY-FAILED
                  MOVE "N" TO WS-RUN-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: catalogo de geracoes indisponivel -"
                  DISPLAY "#so o DEADLTR corrente sera lido"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  MOVE "N" TO WS-RUN-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: mais de 99 geracoes do DEADLTR -"
                  DISPLAY "#so as 99 mais antigas serao lidas"
            END-EVALUATE.

      *    Geracao cuja ultima rejeicao e anterior a marca ja foi
      *    inteira vista - nao e aberta.
         REPLAY-GENERATION.
            IF WS-REPL-MARK NOT = SPACES
               AND GENL-LAST-TS(WS-GEN-IDX)(1:8) NUMERIC
               AND GENL-LAST-TS(WS-GEN-IDX)(1:15) < WS-REPL-MARK
               ADD 1 TO WS-GEN-SKIP-COUNT
            ELSE
               MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-DLIN-FILE-NAME
               PERFORM REPLAY-DEADLETTER-FILE
            END-IF.

      *    Percorre um arquivo de dead-letter (geracao ou corrente).
      *    Corrente inexistente so quer dizer que nada foi rejeitado
      *    desde a ultima rolagem; geracao catalogada que nao abre e
      *    pendencia.
         REPLAY-DEADLETTER-FILE.
            MOVE "N" TO WS-REPLAY-SW
            OPEN INPUT DEADLETTER-IN-FILE
            EVALUATE TRUE
               WHEN WS-DLIN-FILE-STATUS = "00"
                  PERFORM READ-DEADLETTER-LOOP UNTIL WS-REPLAY-EOF
                  CLOSE DEADLETTER-IN-FILE
               WHEN WS-DLIN-FILE-STATUS = "35"
                    AND WS-DLIN-FILE-NAME = "DEADLTR"
                  DISPLAY "#DEADLTR corrente nao existe - nada novo"
               WHEN OTHER
                  MOVE "N" TO WS-RUN-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir " WS-DLIN-FILE-NAME
                  DISPLAY "#FILE STATUS: " WS-DLIN-FILE-STATUS
            END-EVALUATE.

         READ-DEADLETTER-LOOP.
            READ DEADLETTER-IN-FILE INTO WS-INPUT
            MOVE SPACES TO WS-RPL-SQLCODE-X
            MOVE SPACES TO WS-RPL-REASON
            MOVE SPACES TO WS-RPL-TIMESTAMP
            MOVE SPACES TO WS-RPL-FEED-CODE

            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-RPL-SESSION-ID
                     WS-RPL-SQLCODE-X
                     WS-RPL-REASON
                     WS-RPL-TIMESTAMP
                     WS-RPL-FEED-CODE
            END-UNSTRING

            IF WS-REPL-MARK NOT = SPACES
               AND WS-RPL-TIMESTAMP(1:8) NUMERIC
               AND WS-RPL-TIMESTAMP(1:15) < WS-REPL-MARK
               ADD 1 TO WS-SEEN-COUNT
            ELSE
               PERFORM REPLAY-NEW-LINE
            END-IF.

      *    Linha ainda nao vista por um replay limpo.
         REPLAY-NEW-LINE.
      *    Mesmo uma linha marcada como DB_ERROR pode ter vindo
      *    truncada ou corrompida - se response/value nao estiverem
      *    numericos ela e tratada como rejeicao de validacao, nao
               DISPLAY "#Motivo original: " WS-RPL-REASON
               DISPLAY "#Linha: " WS-INPUT
            ELSE
               PERFORM CHECK-ENDPOINT-MASTER
               IF ENDCK-UNKNOWN OR ENDCK-RETIRED
                  PERFORM REJECT-ENDPOINT
               ELSE
                  PERFORM RETRY-INSERT
               END-IF
            END-IF.

      *    Confere componente + endpoint + metodo no cadastro, na data
      *    corrente (o replay grava com o created_at do reenvio).
      *    Cadastro indisponivel avisa uma vez e nao recusa nada.
         CHECK-ENDPOINT-MASTER.
            MOVE WS-RPL-COMPONENT TO ENDCK-COMPONENT
            MOVE WS-RPL-ENDPOINT  TO ENDCK-ENDPOINT
            MOVE WS-RPL-METHOD    TO ENDCK-METHOD
            MOVE SPACES           TO ENDCK-REF-DATE
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

      *    Endpoint fora do cadastro: reenviar gravaria o grupo
      *    fantasma que a carga ja recusou - a linha segue para o
      *    DEADLTR2 com o motivo do cadastro.
         REJECT-ENDPOINT.
            ADD 1 TO WS-ENDPOINT-COUNT
            IF ENDCK-UNKNOWN
               MOVE "ENDPOINT_DESCONHECIDO" TO WS-RPL-REASON
            ELSE
               MOVE "ENDPOINT_APOSENTADO"   TO WS-RPL-REASON
            END-IF
            DISPLAY "0\VALIDATION_ERROR"
            DISPLAY "#Linha nao reenviada: " WS-RPL-REASON
            DISPLAY "#Session ID: " WS-RPL-SESSION-ID
            MOVE ZERO TO WS-DEADLETTER-SQLCODE
            PERFORM WRITE-DEADLETTER-NEW.

      *    Converte o campo texto de value em numerico com sinal,
      *    na mesma convencao do layout LOG: 12 digitos = valor
      *    normal; "-" seguido dos 12 digitos = estorno.
            MOVE WS-RPL-METHOD     TO LOGWR-METHOD
            MOVE WS-RPL-VALUE      TO LOGWR-VALUE
            MOVE SPACES            TO LOGWR-CREATED-AT
            MOVE WS-RPL-FEED-CODE  TO LOGWR-FEED-CODE
            MOVE "D"               TO LOGWR-MODE

            CALL "LOGWRITE" USING LOGWR-SESSION-ID
                                   LOGWR-METHOD
                                   LOGWR-VALUE
                                   LOGWR-CREATED-AT
                                   LOGWR-FEED-CODE
                                   LOGWR-MODE
                                   LOGWR-RETURN-CODE
                                   LOGWR-SQLCODE
      *    Grava a linha que falhou de novo na nova geracao de
      *    dead-letter, no mesmo layout do WRITE-DEADLETTER do
      *    ENGINEV4TST (campos do LOG mais SQLCODE, motivo e
      *    timestamp da rejeicao, e o feed de origem no fim). O
      *    message vai mascarado, como no banco - o DEADLTR2 nao pode
      *    guardar dado pessoal que o DEADLTR de entrada ainda tenha.
         WRITE-DEADLETTER-NEW.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            SET MASKM-FUNC-MASK TO TRUE
            MOVE WS-RPL-MESSAGE TO MASKM-MESSAGE
            PERFORM CALL-MASKMSG

            MOVE SPACES TO WS-DEADLETTER-LINE
            STRING WS-RPL-SESSION-ID  DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-RPL-RESPONSE-X  DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   MASKM-MESSAGE      DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-RPL-ENDPOINT    DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-SYS-DATE        DELIMITED BY SIZE
                   "."                DELIMITED BY SIZE
                   WS-SYS-TIME        DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-RPL-FEED-CODE   DELIMITED BY SIZE
              INTO WS-DEADLETTER-LINE
            END-STRING

            WRITE DEADLETTER-OUT-REC
            IF WS-DLOUT-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               MOVE "N" TO WS-RUN-CLEAN-SW
               DISPLAY "#Erro ao gravar DEADLTR2 - FILE STATUS: "
                       WS-DLOUT-FILE-STATUS
               DISPLAY "#Linha perdida: " WS-DEADLETTER-LINE
            DISPLAY "1\REPLAY_SUMMARY"
            MOVE WS-READ-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas lidas do DEADLTR:   " WS-EDITED-COUNT
            MOVE WS-SEEN-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Ja vistas em replay limpo: " WS-EDITED-COUNT
            MOVE WS-GEN-SKIP-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Geracoes ja vistas:        " WS-EDITED-COUNT
            MOVE WS-ATTEMPT-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas reapresentadas:     " WS-EDITED-COUNT
            MOVE WS-SUCCESS-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Rejeicoes de validacao:    " WS-EDITED-COUNT
            DISPLAY "#(validacao nao e reenviada - corrigir na mao)"
            MOVE WS-PERIOD-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Recusadas por periodo fechado: " WS-EDITED-COUNT
            MOVE WS-ENDPOINT-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Recusadas por endpoint:    " WS-EDITED-COUNT.

      *    Contagem de mensagens mascaradas por regra no replay -
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

      *    Registra o replay em log_batch_runs via RUNWRITE - o
      *    started_at da ultima linha limpa e a marca do proximo
      *    replay. Falha no registro vira aviso, nao derruba o job.
         WRITE-RUN-HISTORY.
      *    Ultimo uso do inicio da execucao - o campo e reaproveitado
      *    para o horario de termino.
            MOVE WS-RUN-START-TS TO RUNWR-START-TS
            PERFORM FORMAT-RUN-START-TS
            MOVE WS-RUN-START-TS TO RUNWR-END-TS

            MOVE "LOGREPL01"           TO RUNWR-JOB-NAME
            MOVE WS-READ-COUNT         TO RUNWR-LINES-READ
            MOVE WS-SUCCESS-COUNT      TO RUNWR-LINES-INSERTED
            MOVE WS-VALIDATION-COUNT   TO RUNWR-LINES-REJECTED
            COMPUTE RUNWR-LINES-DEADLTR = WS-REFAIL-COUNT
                                        + WS-PERIOD-COUNT
                                        + WS-ENDPOINT-COUNT
            MOVE WS-SUCCESS-COUNT      TO RUNWR-COMMIT-COUNT
            IF WS-REPLAY-RUN-CLEAN
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
               DISPLAY "#Aviso: falha ao registrar o replay em"
               DISPLAY "#log_batch_runs - a marca nao avanca"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF.

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
