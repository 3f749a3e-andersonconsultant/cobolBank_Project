         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-09-02.

      *  2026-10-15  DEV  Registro do DEADLTR passa a X(320) - a linha
      *                    ganhou o feed de origem no fim.
      *  2026-10-15  DEV  Secao de dias fora de balanco com o financeiro
      *                    (excecoes abertas do LOGCONC01), que entram
      *                    no veredito.
      *  2026-10-15  DEV  ALERTOUT e DEADLTR lidos em geracoes (catalogo
      *                    do LOGGEN01, via GENLIST) e depois o
      *                    corrente. Alertas filtrados pela janela do
      *                    painel; fila do DEADLTR conta so linhas
      *                    rejeitadas depois do ultimo replay limpo do
      *                    LOGREPL01.

      *  A primeira hora da manha hoje e LOGRUN01 + leitura do
      *  ALERTOUT + contagem do DEADLTR na mao para decidir se a noite
      *  foi limpa. Este job junta tudo numa pagina so:
      *    - execucoes desde ontem em log_batch_runs, com o flag
      *      limpa/suja de cada uma;
      *    - linhas de alerta que o LOGALRT01 gravou no ALERTOUT
      *      desde o inicio da janela;
      *    - a fila do DEADLTR (quantas linhas esperam o LOGREPL01 e a
      *      idade da mais antiga);
      *    - os dias fora de balanco com o financeiro (excecoes
      *      abertas que o LOGCONC01 deixou em log_recon_exceptions);
      *    - e, principalmente, os jobs esperados que NAO deixaram
      *      linha nenhuma em log_batch_runs - carga que nem comecou
      *      hoje parece noite tranquila.
      *  por linha, linhas iniciadas por * sao comentario), nos moldes
      *  do ALRTCFG do LOGALRT01 - a grade muda com o calendario da
      *  operacao, entao fica em arquivo, nao no codigo.
      *
      *  ALERTOUT e DEADLTR sao rolados em geracoes pelo LOGGEN01: o
      *  painel le as geracoes vigentes (GENLIST) e depois o corrente.
      *  Na fila do DEADLTR so conta linha rejeitada depois do inicio
      *  do ultimo replay limpo do LOGREPL01 - as anteriores ja foram
      *  vistas e ficam nas geracoes so como historico.

      ******************************************************************
         ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-FILE-STATUS.

      *     Geracoes e corrente do ALERTOUT e do DEADLTR - nomes
      *     atribuidos em tempo de execucao.
            SELECT ALERT-OUTPUT-FILE ASSIGN TO WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

            SELECT LOG-DEADLETTER-FILE ASSIGN TO WS-DL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLETTER-FILE-STATUS.


      *  Fila de rejeitadas aguardando o LOGREPL01.
         FD  LOG-DEADLETTER-FILE.
         01  LOG-DEADLETTER-REC      PIC X(320).

         WORKING-STORAGE SECTION.

      *  Contagem de execucoes do job esperado na janela
         01  WS-EXP-JOB-NAME         PIC X(10).
         01  WS-EXP-RUN-COUNT        PIC 9(8).

      *  Dia com excecao de conciliacao aberta e quantas
         01  WS-OOB-RECON-DATE       PIC X(10).
         01  WS-OOB-EXC-COUNT        PIC 9(8).

      *  Inicio do ultimo replay limpo (AAAA-MM-DD HH:MM:SS, branco se
      *  nunca houve)
         01  WS-REPL-LAST-TS         PIC X(19).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.
             ORDER BY started_at
         END-EXEC.

      *  Dias fora de balanco: toda excecao em log_recon_exceptions
      *  esta aberta (o LOGCONC01 apaga as que deixam de existir).
         EXEC SQL DECLARE RECON-CURSOR CURSOR FOR
            SELECT CAST(recon_date AS CHAR(10)), COUNT(*)
              FROM log_recon_exceptions
             GROUP BY recon_date
             ORDER BY recon_date
         END-EXEC.

      *  Variaveis editadas para formatacao
         01  WS-EDITED-READ          PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-INSERTED      PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-AGE           PIC Z(4)  VALUE SPACES.

      *  Variaveis de trabalho
         01  WS-INPUT               PIC X(320) VALUE SPACES.
         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-JOBS-FILE-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-ALERT-FILE-STATUS   PIC X(2)  VALUE SPACES.
         01  WS-DEADLTR-COUNT       PIC 9(8)  VALUE ZERO.
         01  WS-MISSING-JOB-COUNT   PIC 9(8)  VALUE ZERO.
         01  WS-EXPECTED-JOB-COUNT  PIC 9(8)  VALUE ZERO.
         01  WS-OOB-DAY-COUNT       PIC 9(8)  VALUE ZERO.

      *  Idade da linha mais antiga da fila do DEADLTR - o timestamp
      *  anexado pelo WRITE-DEADLETTER (AAAAMMDD.HHMMSSCC); como o
      *  arquivo so recebe appends, a primeira linha da fila com
      *  timestamp legivel e a mais antiga.
         01  WS-DL-OLDEST-DATE      PIC X(8)  VALUE SPACES.
         01  WS-DL-OLDEST-NUM REDEFINES WS-DL-OLDEST-DATE PIC 9(8).
         01  WS-DL-STAMP            PIC X(20) VALUE SPACES.
         01  WS-DL-AGE-DAYS         PIC 9(4)  VALUE ZERO.

      *  Geracoes vigentes do dataset lido (ver Genlspm.cpy) e o
      *  arquivo sendo lido no momento
         COPY GENLSPM.
         01  WS-GEN-IDX             PIC 9(3)  VALUE ZERO.
         01  WS-ALERT-FILE-NAME     PIC X(40) VALUE "ALERTOUT".
         01  WS-DL-FILE-NAME        PIC X(40) VALUE "DEADLTR".

      *  Marca do ultimo replay limpo no formato do timestamp de
      *  rejeicao (AAAAMMDD.HHMMSS) - so linha a partir dela e fila.
         01  WS-REPL-MARK           PIC X(15) VALUE SPACES.

      *  Campos de apoio a aritmetica de calendario (janela de ontem
      *  e idade do dead-letter), nos moldes do LOGAGG01.
         01  WS-TODAY-DATE          PIC 9(8).
               PERFORM PROCESS-EXPECTED-JOBS
               PERFORM PROCESS-ALERTS
               PERFORM PROCESS-DEADLETTER-BACKLOG
               PERFORM PROCESS-OUT-OF-BALANCE
               PERFORM PRINT-VERDICT
            END-IF
            PERFORM FIM-PROGRAMA.
            DISPLAY "  Lidas: " WS-EDITED-READ
                    "  Inseridas: " WS-EDITED-INSERTED
                    "  Rejeitadas: " WS-EDITED-REJECTED
                    "  Dead-letter: " WS-EDITED-DEADLTR
            IF WS-RUN-JOB-NAME = "LOGCONC01"
               AND WS-RUN-LINES-REJECTED > ZERO
               DISPLAY "  Conciliacao FORA DE BALANCO - excecoes: "
                       WS-EDITED-REJECTED
            END-IF.

      *    Confere a grade STATJOBS: job esperado sem linha nenhuma
      *    em log_batch_runs na janela e o caso que mais engana -
            END-IF.

      *    Reexibe as linhas de alerta que o LOGALRT01 deixou no
      *    ALERTOUT desde o inicio da janela - geracoes que terminam
      *    antes dela nem sao abertas. ALERTOUT corrente inexistente
      *    (status 35) so quer dizer noite sem varredura gravada.
         PROCESS-ALERTS.
            DISPLAY " "
            DISPLAY "-- Alertas do ALERTOUT --"

            MOVE "ALERTOUT" TO GENL-DATASET
            PERFORM LIST-GENERATIONS
            PERFORM SHOW-ALERT-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > GENL-GEN-COUNT
            MOVE "ALERTOUT" TO WS-ALERT-FILE-NAME
            PERFORM SHOW-ALERT-FILE
            IF WS-ALERT-COUNT = ZERO
               DISPLAY "#Nenhum alerta gravado na janela"
            END-IF.

         SHOW-ALERT-GENERATION.
            IF GENL-LAST-TS(WS-GEN-IDX)(1:4) NUMERIC
               AND GENL-LAST-TS(WS-GEN-IDX)(1:10) < WS-SINCE-TS
               CONTINUE
            ELSE
               MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-ALERT-FILE-NAME
               PERFORM SHOW-ALERT-FILE
            END-IF.

         SHOW-ALERT-FILE.
            MOVE "N" TO WS-ALERT-SW
            OPEN INPUT ALERT-OUTPUT-FILE
            EVALUATE TRUE
               WHEN WS-ALERT-FILE-STATUS = "00"
                  PERFORM READ-ALERTS-LOOP UNTIL WS-ALERT-EOF
                  CLOSE ALERT-OUTPUT-FILE
               WHEN WS-ALERT-FILE-STATUS = "35"
                    AND WS-ALERT-FILE-NAME = "ALERTOUT"
                  DISPLAY "#Sem arquivo ALERTOUT corrente"
               WHEN OTHER
                  DISPLAY "#Aviso: " WS-ALERT-FILE-NAME " indisponivel"
                  DISPLAY "#FILE STATUS: " WS-ALERT-FILE-STATUS
            END-EVALUATE.

      *    O timestamp da varredura e o 1o campo da linha
      *    (AAAA-MM-DD HH:MM:SS); linha anterior a janela nao entra.
         READ-ALERTS-LOOP.
            READ ALERT-OUTPUT-FILE INTO WS-INPUT
               AT END
                  SET WS-ALERT-EOF TO TRUE
               NOT AT END
                  IF WS-INPUT(1:4) NUMERIC
                     AND WS-INPUT(1:10) < WS-SINCE-TS
                     CONTINUE
                  ELSE
                     ADD 1 TO WS-ALERT-COUNT
                     DISPLAY "#" WS-INPUT(1:130)
                  END-IF
            END-READ.

      *    Consulta as geracoes vigentes do dataset em GENL-DATASET.
      *    Catalogo indisponivel: avisa e segue so com o corrente.
         LIST-GENERATIONS.
            CALL "GENLIST" USING GENL-DATASET
                                  GENL-GEN-COUNT
                                  GENL-TABLE
                                  GENL-EXPIRED-RECORDS
                                  GENL-RETURN-CODE
                                  GENL-SQLCODE
            END-CALL
            EVALUATE TRUE
               WHEN GENL-QUERY-FAILED
                  DISPLAY "#Aviso: catalogo de geracoes indisponivel -"
                  DISPLAY "#so o " GENL-DATASET " corrente sera lido"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  DISPLAY "#Aviso: mais de 99 geracoes do "
                          GENL-DATASET " - so as 99 mais antigas"
            END-EVALUATE.

      *    Conta a fila do DEADLTR (linhas rejeitadas depois do ultimo
      *    replay limpo, nas geracoes e no corrente) e apura a idade
      *    (em dias) da mais antiga - fila velha e sinal de replay
      *    esquecido.
         PROCESS-DEADLETTER-BACKLOG.
            DISPLAY " "
            DISPLAY "-- Fila do DEADLTR --"

            MOVE SPACES TO WS-DL-OLDEST-DATE
            PERFORM QUERY-REPLAY-MARK
            MOVE "DEADLTR" TO GENL-DATASET
            PERFORM LIST-GENERATIONS
            PERFORM COUNT-DEADLTR-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > GENL-GEN-COUNT
            MOVE "DEADLTR" TO WS-DL-FILE-NAME
            PERFORM COUNT-DEADLTR-FILE

            MOVE WS-DEADLTR-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas aguardando replay: " WS-EDITED-COUNT
            IF WS-DEADLTR-COUNT > ZERO
               IF WS-DL-OLDEST-DATE NUMERIC
                  COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                           (WS-DL-OLDEST-NUM)
                  COMPUTE WS-DL-AGE-DAYS =
                          WS-TODAY-INT - WS-WORK-INT
                  MOVE WS-DL-AGE-DAYS TO WS-EDITED-AGE
                  DISPLAY "#Idade da mais antiga (dias): "
                          WS-EDITED-AGE
               ELSE
                  DISPLAY "#Linha mais antiga sem timestamp"
                          " legivel"
               END-IF
            END-IF.

      *    Marca do ultimo replay limpo, como no LOGREPL01. Sem marca
      *    (nunca houve replay limpo, ou erro na consulta) toda linha
      *    conta como fila.
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
               DISPLAY "#Aviso: ultimo replay nao apurado - fila"
               DISPLAY "#contada desde o inicio das geracoes"
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
               END-IF
            END-IF.

      *    Geracao cuja ultima rejeicao e anterior a marca ja foi
      *    inteira reapresentada - nao e aberta.
         COUNT-DEADLTR-GENERATION.
            IF WS-REPL-MARK NOT = SPACES
               AND GENL-LAST-TS(WS-GEN-IDX)(1:8) NUMERIC
               AND GENL-LAST-TS(WS-GEN-IDX)(1:15) < WS-REPL-MARK
               CONTINUE
            ELSE
               MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-DL-FILE-NAME
               PERFORM COUNT-DEADLTR-FILE
            END-IF.

         COUNT-DEADLTR-FILE.
            MOVE "N" TO WS-DEADLTR-SW
            OPEN INPUT LOG-DEADLETTER-FILE
            EVALUATE TRUE
               WHEN WS-DEADLETTER-FILE-STATUS = "00"
                  PERFORM READ-DEADLTR-LOOP UNTIL WS-DEADLTR-EOF
                  CLOSE LOG-DEADLETTER-FILE
               WHEN WS-DEADLETTER-FILE-STATUS = "35"
                    AND WS-DL-FILE-NAME = "DEADLTR"
                  DISPLAY "#Sem arquivo DEADLTR corrente"
               WHEN OTHER
                  DISPLAY "#Aviso: " WS-DL-FILE-NAME " indisponivel"
                  DISPLAY "#FILE STATUS: " WS-DEADLETTER-FILE-STATUS
            END-EVALUATE.

      *    O timestamp da rejeicao e o 12o campo da linha do DEADLTR
      *    (AAAAMMDD.HHMMSSCC, anexado pelo WRITE-DEADLETTER); linha
      *    anterior a marca do replay nao e fila. Como geracoes e
      *    corrente sao lidos em ordem e so recebem appends, a
      *    primeira linha da fila com data legivel e a mais antiga.
         READ-DEADLTR-LOOP.
            READ LOG-DEADLETTER-FILE INTO WS-INPUT
               AT END
                  SET WS-DEADLTR-EOF TO TRUE
               NOT AT END
                  MOVE SPACES TO WS-DL-STAMP
                  UNSTRING WS-INPUT DELIMITED BY ";"
                      INTO WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-FIELD
                           WS-DL-STAMP
                  END-UNSTRING
                  IF WS-REPL-MARK NOT = SPACES
                     AND WS-DL-STAMP(1:8) NUMERIC
                     AND WS-DL-STAMP(1:15) < WS-REPL-MARK
                     CONTINUE
                  ELSE
                     ADD 1 TO WS-DEADLTR-COUNT
                     IF WS-DL-OLDEST-DATE = SPACES
                        AND WS-DL-STAMP(1:8) NUMERIC
                        MOVE WS-DL-STAMP(1:8) TO WS-DL-OLDEST-DATE
                     END-IF
                  END-IF
            END-READ.

      *    Lista os dias com excecao de conciliacao aberta, de
      *    qualquer data - dia fora de balanco continua aparecendo
      *    todo dia ate o LOGCONC01 ser rodado de novo com o acerto.
         PROCESS-OUT-OF-BALANCE.
            DISPLAY " "
            DISPLAY "-- Dias fora de balanco com o financeiro --"

            MOVE "N" TO WS-RPT-ERROR-SW
            EXEC SQL
               OPEN RECON-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de conciliacao"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-RECON-LOOP
                  UNTIL SQLCODE = 100 OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE RECON-CURSOR
               END-EXEC
               IF WS-OOB-DAY-COUNT = ZERO
                  AND NOT WS-RPT-FETCH-ERROR
                  DISPLAY "#Nenhuma excecao de conciliacao aberta"
               END-IF
            END-IF.

         FETCH-RECON-LOOP.
            EXEC SQL
               FETCH RECON-CURSOR
               INTO :WS-OOB-RECON-DATE, :WS-OOB-EXC-COUNT
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  ADD 1 TO WS-OOB-DAY-COUNT
                  MOVE WS-OOB-EXC-COUNT TO WS-EDITED-COUNT
                  DISPLAY "0\OUT_OF_BALANCE"
                  DISPLAY "#Dia " WS-OOB-RECON-DATE
                          " FORA DE BALANCO - excecoes abertas: "
                          WS-EDITED-COUNT
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de conciliacao"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Fecha a pagina com o veredito unico: GO quando nenhuma
      *    execucao suja, nenhum job esperado faltando, nenhum alerta,
      *    fila do DEADLTR vazia e nenhum dia fora de balanco;
      *    qualquer coisa fora disso e
      *    INVESTIGAR, com os motivos listados.
         PRINT-VERDICT.
            DISPLAY " "
            DISPLAY "#Alertas no ALERTOUT:      " WS-EDITED-COUNT
            MOVE WS-DEADLTR-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Fila do DEADLTR:          " WS-EDITED-COUNT
            MOVE WS-OOB-DAY-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Dias fora de balanco:     " WS-EDITED-COUNT

            IF WS-DIRTY-RUN-COUNT = ZERO
               AND WS-MISSING-JOB-COUNT = ZERO
               AND WS-ALERT-COUNT = ZERO
               AND WS-DEADLTR-COUNT = ZERO
               AND WS-OOB-DAY-COUNT = ZERO
               DISPLAY "#VEREDITO: GO - noite limpa"
            ELSE
               DISPLAY "#VEREDITO: INVESTIGAR - ver motivos acima"
