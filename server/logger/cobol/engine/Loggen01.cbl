      ******************************************************************
      * Rolagem dos datasets planos em geracoes datadas
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGGEN01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  DEADLTR, DEADLTR2, ALERTOUT, LOGARCH, LOGSIG, VRFYOUT e os
      *  datasets de arquivamento do LOGRET01 so crescem, e ninguem
      *  podia mexer neles com seguranca: tirar o LOGARCH do lugar
      *  quebra o balanco do LOGVRFY01 contra o LOGARCHX, e esvaziar o
      *  LOGSIG desliga em silencio a trava de carga dupla. Este job
      *  le o arquivo de controle GENCFG - uma linha por dataset, no
      *  layout dataset;geracoes(2);campo-timestamp(2) - e rola cada
      *  dataset numa geracao datada:
      *    - o arquivo corrente e copiado para <dataset>.G<AAAAMMDD>,
      *      contando os registros e apurando o menor e o maior
      *      timestamp (campo-timestamp = posicao do campo, separado
      *      por ";", que traz o timestamp da linha; 00 = sem
      *      timestamp);
      *    - a geracao entra no catalogo log_file_generations (dataset,
      *      data, arquivo, registros, primeiro/ultimo timestamp) e so
      *      depois do COMMIT o corrente e esvaziado - se esvaziar
      *      falhar, a linha do catalogo e desfeita e nada muda;
      *    - geracoes alem das N mais novas expiram: a linha do
      *      catalogo fica marcada (expired_at, com a contagem, para o
      *      LOGVRFY01 fechar os totais) e o arquivo e apagado.
      *      Geracao do DEADLTR com linha rejeitada depois do ultimo
      *      replay limpo do LOGREPL01 nao expira - ainda e fila.
      *  Os leitores (LOGREPL01, LOGSTAT01, LOGTLN01, LOGVRFY01,
      *  LOGREST01, LOGMASK01 e a conferencia do LOGSIG no ENGINEV4TST)
      *  percorrem as geracoes vigentes via GENLIST e depois o
      *  corrente. Um dataset so rola uma vez por dia.
      *
      *  Como a purga e a retencao, exige operador e motivo
      *  (LOG_OPERADOR / LOG_MOTIVO ou prompt); cada dataset processado
      *  deixa um registro no diario do operador (log_operator_audit,
      *  via AUDWRITE) e a execucao fica em log_batch_runs via
      *  RUNWRITE. Deve rodar com a janela batch parada - os
      *  programas que gravam nesses datasets os abrem em EXTEND a
      *  qualquer momento.
      *
      *  Linhas do GENCFG iniciadas por * sao comentario. Linha
      *  invalida e reportada e pulada.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT GEN-CONFIG-FILE ASSIGN TO "GENCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

      *     Dataset corrente e geracao nova - nomes atribuidos em
      *     tempo de execucao, a partir da linha de configuracao.
            SELECT GEN-LIVE-FILE ASSIGN TO WS-GEN-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

            SELECT GEN-COPY-FILE ASSIGN TO WS-GEN-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  GEN-CONFIG-FILE.
         01  GEN-CONFIG-REC          PIC X(100).

      *  Maior registro entre os datasets rolados (DEADLTR, X(320))
         FD  GEN-LIVE-FILE.
         01  GEN-LIVE-REC            PIC X(320).

         FD  GEN-COPY-FILE.
         01  GEN-COPY-REC            PIC X(320).

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Linha do catalogo da geracao corrente
         01  WS-CAT-DATASET          PIC X(20).
         01  WS-CAT-GEN-DATE         PIC X(10).
         01  WS-CAT-FILE             PIC X(40).
         01  WS-CAT-RECORDS          PIC 9(8).
         01  WS-CAT-FIRST-TS         PIC X(26).
         01  WS-CAT-LAST-TS          PIC X(26).
         01  WS-CAT-EXISTS           PIC 9(8).

      *  Inicio do ultimo replay limpo do LOGREPL01 (AAAA-MM-DD
      *  HH:MM:SS, branco se nunca houve)
         01  WS-REPL-LAST-TS         PIC X(19).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Geracoes vigentes do dataset, mais novas primeiro - as N
      *  primeiras ficam, as demais sao candidatas a expirar.
         EXEC SQL DECLARE EXPIRE-CURSOR CURSOR FOR
            SELECT CAST(gen_date AS CHAR(10)), gen_file, last_ts
              FROM log_file_generations
             WHERE dataset = :WS-CAT-DATASET
               AND expired_at IS NULL
             ORDER BY gen_date DESC
         END-EXEC.

      *  Campos da linha de configuracao - numericos chegam como
      *  texto e so viram numeros (via REDEFINES) depois de
      *  conferidos com NUMERIC, como no RETNCFG.
         01  WS-CFG-DATASET          PIC X(20).
         01  WS-CFG-KEEP-X           PIC X(2).
         01  WS-CFG-KEEP  REDEFINES WS-CFG-KEEP-X PIC 9(2).
         01  WS-CFG-TS-FIELD-X       PIC X(2).
         01  WS-CFG-TS-FIELD REDEFINES WS-CFG-TS-FIELD-X PIC 9(2).

      *  Nomes atribuidos aos ASSIGN do corrente e da geracao nova
         01  WS-GEN-LIVE-NAME        PIC X(40) VALUE SPACES.
         01  WS-GEN-COPY-NAME        PIC X(40) VALUE SPACES.

      *  Geracoes a expirar do dataset corrente, carregadas do cursor
      *  antes de qualquer COMMIT (o COMMIT fecharia o cursor).
         01  WS-EXP-TABLE.
             05 WS-EXP-ENTRY OCCURS 99 TIMES.
                10 WS-EXP-GEN-DATE   PIC X(10).
                10 WS-EXP-FILE       PIC X(40).
                10 WS-EXP-LAST-TS    PIC X(26).
         01  WS-EXP-COUNT            PIC 9(3)  VALUE ZERO.
         01  WS-EXP-SEEN             PIC 9(3)  VALUE ZERO.
         01  WS-EXP-IDX              PIC 9(3)  VALUE ZERO.

      *  Marca do ultimo replay limpo no formato do timestamp do
      *  DEADLTR (AAAAMMDD.HHMMSS) - linha rejeitada antes dela ja foi
      *  vista pelo LOGREPL01.
         01  WS-REPL-MARK            PIC X(15) VALUE SPACES.

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) - uma
      *  linha por execucao: lidas = registros rolados, inseridas =
      *  geracoes criadas, rejeitadas = linhas de config invalidas,
      *  dead-letter = geracoes expiradas.
         COPY RUNWRPM.
         01  WS-SYS-TIME             PIC 9(8).
         01  WS-RUN-START-TS         PIC X(19) VALUE SPACES.
         01  WS-RUN-END-TS           PIC X(19) VALUE SPACES.
         01  WS-RUN-TS-WORK          PIC X(19) VALUE SPACES.

      *  Ambiente de conexao (DEV/QA/PRD), preservado para o
      *  historico de execucoes.
         01  WS-ENV-CODE             PIC X(3)  VALUE SPACES.

      *  Parametros do subprograma AUDWRITE (ver Audwrpm.cpy) - um
      *  registro de diario por dataset processado.
         COPY AUDWRPM.

      *  Variaveis de trabalho
         01  WS-INPUT                PIC X(100) VALUE SPACES.
         01  WS-GEN-LINE             PIC X(320) VALUE SPACES.
         01  WS-TS-VALUE             PIC X(26) VALUE SPACES.
         01  WS-TS-PTR               PIC 9(3)  VALUE ZERO.
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-CFG-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-LIVE-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-COPY-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-CFG-SW               PIC X(1)  VALUE "N".
             88 WS-CFG-EOF                   VALUE "Y".
         01  WS-LIVE-SW              PIC X(1)  VALUE "N".
             88 WS-LIVE-EOF                  VALUE "Y".
         01  WS-EXP-SW               PIC X(1)  VALUE "N".
             88 WS-EXP-EOF                   VALUE "Y".
         01  WS-DS-OK-SW             PIC X(1)  VALUE "Y".
             88 WS-DS-CLEAN                  VALUE "Y".
         01  WS-RUN-CLEAN-SW         PIC X(1)  VALUE "Y".
             88 WS-GEN-RUN-CLEAN             VALUE "Y".

      *  Totais do dataset corrente e do resumo geral
         01  WS-DS-RECORDS           PIC 9(8)  VALUE ZERO.
         01  WS-DS-EXPIRED           PIC 9(8)  VALUE ZERO.
         01  WS-DS-HELD              PIC 9(8)  VALUE ZERO.
         01  WS-DS-GEN-NAME          PIC X(40) VALUE SPACES.
         01  WS-TOT-RECORDS          PIC 9(8)  VALUE ZERO.
         01  WS-TOT-GENERATIONS      PIC 9(8)  VALUE ZERO.
         01  WS-TOT-EXPIRED          PIC 9(8)  VALUE ZERO.
         01  WS-TOT-DATASETS         PIC 9(8)  VALUE ZERO.
         01  WS-TOT-DIRTY            PIC 9(8)  VALUE ZERO.
         01  WS-BADCFG-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-COMMIT-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-EXPIRED       PIC Z(7)9 VALUE SPACES.

      *  Data de hoje; a da rolagem (nome da geracao e gen_date do
      *  catalogo) fica fixa no inicio da execucao, mesmo que o job
      *  atravesse a meia-noite.
         01  WS-TODAY-DATE           PIC 9(8).
         01  WS-TODAY-ISO            PIC X(10) VALUE SPACES.
         01  WS-GEN-STAMP            PIC X(8)  VALUE SPACES.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-OPERATOR
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               IF AUDWR-OPERATOR-ID = SPACES OR AUDWR-REASON = SPACES
                  DISPLAY "0\OPERATOR_REQUIRED"
                  DISPLAY "#Rolagem recusada - operador e motivo sao"
                  DISPLAY "#obrigatorios"
                  MOVE "GENCFG" TO AUDWR-PARAMS
                  SET AUDWR-OUTCOME-REFUSED TO TRUE
                  PERFORM WRITE-AUDIT-RECORD
               ELSE
                  PERFORM FORMAT-RUN-TS
                  MOVE WS-RUN-TS-WORK TO WS-RUN-START-TS
                  MOVE WS-RUN-TS-WORK(1:10) TO WS-TODAY-ISO
                  MOVE WS-TODAY-DATE TO WS-GEN-STAMP
                  PERFORM QUERY-REPLAY-MARK
                  PERFORM PROCESS-GEN-CONFIG
                  PERFORM PRINT-SUMMARY
                  PERFORM WRITE-RUN-HISTORY
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    ENGINEV4TST.
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

      *    Operador e motivo da rolagem, para o diario: LOG_OPERADOR /
      *    LOG_MOTIVO do ambiente ou prompt, como no LOGPURG01.
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
               DISPLAY "Motivo da rolagem: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Marca do ultimo replay limpo, para nao expirar geracao do
      *    DEADLTR que o LOGREPL01 ainda nao viu. Sem replay limpo no
      *    historico (ou erro na consulta), nenhuma geracao do
      *    DEADLTR expira.
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
               DISPLAY "#Aviso: ultimo replay nao apurado - geracoes"
               DISPLAY "#do DEADLTR nao expiram nesta execucao"
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

      *    Percorre o GENCFG aplicando a politica de cada linha.
         PROCESS-GEN-CONFIG.
            OPEN INPUT GEN-CONFIG-FILE
            IF WS-CFG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RUN-CLEAN-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o arquivo GENCFG"
               DISPLAY "#FILE STATUS: " WS-CFG-FILE-STATUS
            ELSE
               PERFORM READ-CONFIG-LOOP UNTIL WS-CFG-EOF
               CLOSE GEN-CONFIG-FILE
            END-IF.

         READ-CONFIG-LOOP.
            READ GEN-CONFIG-FILE INTO WS-INPUT
               AT END
                  SET WS-CFG-EOF TO TRUE
               NOT AT END
                  IF WS-INPUT(1:1) NOT = "*"
                     AND WS-INPUT NOT = SPACES
                     PERFORM PROCESS-DATASET-POLICY
                  END-IF
            END-READ.

      *    Critica a linha de configuracao. Geracoes zeradas sao
      *    recusadas - manter zero apagaria a geracao recem-criada.
         PROCESS-DATASET-POLICY.
            MOVE SPACES TO WS-CFG-DATASET
            MOVE SPACES TO WS-CFG-KEEP-X
            MOVE SPACES TO WS-CFG-TS-FIELD-X

            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-CFG-DATASET
                     WS-CFG-KEEP-X
                     WS-CFG-TS-FIELD-X
            END-UNSTRING

            IF WS-CFG-DATASET = SPACES
               OR WS-CFG-KEEP-X NOT NUMERIC
               OR WS-CFG-KEEP = ZERO
               OR WS-CFG-TS-FIELD-X NOT NUMERIC
               ADD 1 TO WS-BADCFG-COUNT
               DISPLAY "0\STATUS"
               DISPLAY "#Linha de GENCFG invalida - ignorada:"
               DISPLAY "#" WS-INPUT
            ELSE
               PERFORM RUN-DATASET-ROLL
            END-IF.

      *    Rola o dataset (uma vez por dia), expira as geracoes alem
      *    das N mais novas e registra o resultado no diario.
         RUN-DATASET-ROLL.
            MOVE "Y"  TO WS-DS-OK-SW
            MOVE ZERO TO WS-DS-RECORDS
            MOVE ZERO TO WS-DS-EXPIRED
            MOVE ZERO TO WS-DS-HELD
            MOVE SPACES TO WS-DS-GEN-NAME
            MOVE WS-CFG-DATASET TO WS-GEN-LIVE-NAME
            MOVE WS-CFG-DATASET TO WS-CAT-DATASET
            MOVE SPACES TO WS-GEN-COPY-NAME
            STRING WS-CFG-DATASET DELIMITED BY SPACE
                   ".G"           DELIMITED BY SIZE
                   WS-GEN-STAMP   DELIMITED BY SIZE
              INTO WS-GEN-COPY-NAME
            END-STRING
            ADD 1 TO WS-TOT-DATASETS

            DISPLAY " "
            DISPLAY "#Dataset: " WS-CFG-DATASET
                    "  Geracoes mantidas: " WS-CFG-KEEP

            PERFORM CHECK-ALREADY-ROLLED
            IF WS-DS-CLEAN
               IF WS-CAT-EXISTS > ZERO
                  DISPLAY "#Ja rolado hoje - geracao "
                          WS-GEN-COPY-NAME
               ELSE
                  PERFORM ROLL-DATASET
               END-IF
            END-IF
            IF WS-DS-CLEAN
               PERFORM EXPIRE-GENERATIONS
            END-IF

            IF NOT WS-DS-CLEAN
               MOVE "N" TO WS-RUN-CLEAN-SW
               ADD 1 TO WS-TOT-DIRTY
            END-IF
            PERFORM WRITE-DATASET-AUDIT.

         CHECK-ALREADY-ROLLED.
            MOVE ZERO TO WS-CAT-EXISTS
            MOVE WS-TODAY-ISO TO WS-CAT-GEN-DATE
            EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CAT-EXISTS
                 FROM log_file_generations
                WHERE dataset = :WS-CAT-DATASET
                  AND gen_date = :WS-CAT-GEN-DATE
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "N" TO WS-DS-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao consultar log_file_generations"
               DISPLAY "#SQLCODE: " SQLCODE
            END-IF.

      *    Corrente inexistente (status 35) ou vazio nao e erro - nao
      *    ha o que rolar.
         ROLL-DATASET.
            OPEN INPUT GEN-LIVE-FILE
            EVALUATE WS-LIVE-FILE-STATUS
               WHEN "00"
                  PERFORM COPY-LIVE-TO-GENERATION
               WHEN "35"
                  DISPLAY "#Arquivo corrente nao existe - nada a rolar"
               WHEN OTHER
                  MOVE "N" TO WS-DS-OK-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir " WS-CFG-DATASET
                  DISPLAY "#FILE STATUS: " WS-LIVE-FILE-STATUS
            END-EVALUATE.

      *    Le o primeiro registro antes de criar a geracao - corrente
      *    vazio nao gera arquivo nem linha de catalogo.
         COPY-LIVE-TO-GENERATION.
            MOVE "N"    TO WS-LIVE-SW
            MOVE ZERO   TO WS-CAT-RECORDS
            MOVE SPACES TO WS-CAT-FIRST-TS
            MOVE SPACES TO WS-CAT-LAST-TS
            PERFORM READ-LIVE-RECORD
            IF WS-LIVE-EOF
               CLOSE GEN-LIVE-FILE
               IF WS-DS-CLEAN
                  DISPLAY "#Arquivo corrente vazio - nada a rolar"
               END-IF
            ELSE
               OPEN OUTPUT GEN-COPY-FILE
               IF WS-COPY-FILE-STATUS NOT = "00"
                  MOVE "N" TO WS-DS-OK-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel criar " WS-GEN-COPY-NAME
                  DISPLAY "#FILE STATUS: " WS-COPY-FILE-STATUS
                  CLOSE GEN-LIVE-FILE
               ELSE
                  PERFORM COPY-LIVE-LOOP UNTIL WS-LIVE-EOF
                  CLOSE GEN-LIVE-FILE
                  CLOSE GEN-COPY-FILE
                  IF WS-DS-CLEAN
                     PERFORM CATALOG-GENERATION
                  ELSE
                     DISPLAY "#Copia incompleta - " WS-CFG-DATASET
                             " nao foi alterado"
                  END-IF
               END-IF
            END-IF.

         READ-LIVE-RECORD.
            READ GEN-LIVE-FILE INTO WS-GEN-LINE
               AT END
                  SET WS-LIVE-EOF TO TRUE
            END-READ
            IF NOT WS-LIVE-EOF
               AND WS-LIVE-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-DS-OK-SW
               SET WS-LIVE-EOF TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao ler " WS-CFG-DATASET
                       " - FILE STATUS: " WS-LIVE-FILE-STATUS
            END-IF.

         COPY-LIVE-LOOP.
            MOVE WS-GEN-LINE TO GEN-COPY-REC
            WRITE GEN-COPY-REC
            IF WS-COPY-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-DS-OK-SW
               SET WS-LIVE-EOF TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao gravar " WS-GEN-COPY-NAME
                       " - FILE STATUS: " WS-COPY-FILE-STATUS
            ELSE
               ADD 1 TO WS-CAT-RECORDS
               IF WS-CFG-TS-FIELD > ZERO
                  PERFORM TRACK-LINE-TS
               END-IF
               PERFORM READ-LIVE-RECORD
            END-IF.

      *    Pega o campo de timestamp configurado (o n-esimo campo
      *    separado por ";") e guarda o menor e o maior. So vale campo
      *    que comeca pelo ano - linha sem o campo nao conta.
         TRACK-LINE-TS.
            MOVE 1 TO WS-TS-PTR
            PERFORM EXTRACT-TS-FIELD WS-CFG-TS-FIELD TIMES
            IF WS-TS-VALUE(1:4) NUMERIC
               IF WS-CAT-FIRST-TS = SPACES
                  OR WS-TS-VALUE < WS-CAT-FIRST-TS
                  MOVE WS-TS-VALUE TO WS-CAT-FIRST-TS
               END-IF
               IF WS-TS-VALUE > WS-CAT-LAST-TS
                  MOVE WS-TS-VALUE TO WS-CAT-LAST-TS
               END-IF
            END-IF.

         EXTRACT-TS-FIELD.
            MOVE SPACES TO WS-TS-VALUE
            UNSTRING WS-GEN-LINE DELIMITED BY ";"
                INTO WS-TS-VALUE
                WITH POINTER WS-TS-PTR
            END-UNSTRING.

      *    Cataloga a geracao e so depois do COMMIT esvazia o
      *    corrente. Falhou o catalogo: o corrente fica como estava e
      *    a copia sera regravada na proxima tentativa do dia.
         CATALOG-GENERATION.
            MOVE WS-GEN-COPY-NAME TO WS-CAT-FILE
            MOVE WS-TODAY-ISO     TO WS-CAT-GEN-DATE
            EXEC SQL
               INSERT INTO log_file_generations
               (dataset, gen_date, gen_file, record_count,
               first_ts, last_ts, rolled_at)
               VALUES
               (:WS-CAT-DATASET, :WS-CAT-GEN-DATE, :WS-CAT-FILE,
               :WS-CAT-RECORDS, :WS-CAT-FIRST-TS, :WS-CAT-LAST-TS,
               now())
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-DS-OK-SW
               DISPLAY "0\DB_ERROR"
               DISPLAY "#Erro ao catalogar " WS-GEN-COPY-NAME
               DISPLAY "#SQLCODE: " SQLCODE
               DISPLAY "#" WS-CFG-DATASET " nao foi alterado"
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE
               ADD 1 TO WS-COMMIT-COUNT
               PERFORM TRUNCATE-LIVE
            END-IF.

      *    Esvazia o corrente. Se nao abrir, desfaz a linha do
      *    catalogo - senao os leitores veriam as mesmas linhas duas
      *    vezes (na geracao e no corrente).
         TRUNCATE-LIVE.
            OPEN OUTPUT GEN-LIVE-FILE
            IF WS-LIVE-FILE-STATUS = "00"
               CLOSE GEN-LIVE-FILE
               MOVE WS-CAT-RECORDS   TO WS-DS-RECORDS
               MOVE WS-GEN-COPY-NAME TO WS-DS-GEN-NAME
               ADD WS-CAT-RECORDS TO WS-TOT-RECORDS
               ADD 1 TO WS-TOT-GENERATIONS
               MOVE WS-CAT-RECORDS TO WS-EDITED-COUNT
               DISPLAY "#Rolado para " WS-GEN-COPY-NAME
                       " - registros: " WS-EDITED-COUNT
               DISPLAY "#Timestamps: " WS-CAT-FIRST-TS
                       " a " WS-CAT-LAST-TS
            ELSE
               MOVE "N" TO WS-DS-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel esvaziar " WS-CFG-DATASET
               DISPLAY "#FILE STATUS: " WS-LIVE-FILE-STATUS
               EXEC SQL
                  DELETE FROM log_file_generations
                   WHERE dataset = :WS-CAT-DATASET
                     AND gen_date = :WS-CAT-GEN-DATE
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  DISPLAY "0\DB_ERROR"
                  DISPLAY "#ATENCAO: catalogo de " WS-GEN-COPY-NAME
                          " nao foi desfeito"
                  DISPLAY "#SQLCODE: " SQLCODE
                  DISPLAY "#Excluir a linha de log_file_generations"
                  DISPLAY "#na mao antes do proximo leitor"
               ELSE
                  DISPLAY "#Catalogo desfeito - " WS-CFG-DATASET
                          " nao foi alterado"
               END-IF
            END-IF.

      *    Carrega as geracoes alem das N mais novas e so depois de
      *    fechar o cursor expira uma a uma (cada expiracao comita).
         EXPIRE-GENERATIONS.
            MOVE ZERO TO WS-EXP-COUNT
            MOVE ZERO TO WS-EXP-SEEN
            MOVE "N"  TO WS-EXP-SW
            MOVE SPACES TO WS-EXP-TABLE
            EXEC SQL
               OPEN EXPIRE-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-DS-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de geracoes"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-EXPIRE-LOOP UNTIL WS-EXP-EOF
               EXEC SQL
                  CLOSE EXPIRE-CURSOR
               END-EXEC
               IF WS-DS-CLEAN
                  PERFORM EXPIRE-ONE-GENERATION
                     VARYING WS-EXP-IDX FROM 1 BY 1
                     UNTIL WS-EXP-IDX > WS-EXP-COUNT
                        OR NOT WS-DS-CLEAN
               END-IF
            END-IF.

         FETCH-EXPIRE-LOOP.
            EXEC SQL
               FETCH EXPIRE-CURSOR
               INTO :WS-CAT-GEN-DATE, :WS-CAT-FILE, :WS-CAT-LAST-TS
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = 100
                  SET WS-EXP-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                  MOVE "N" TO WS-DS-OK-SW
                  SET WS-EXP-EOF TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de geracoes"
                  DISPLAY "#SQLCODE: " SQLCODE
               WHEN OTHER
                  ADD 1 TO WS-EXP-SEEN
                  IF WS-EXP-SEEN > WS-CFG-KEEP
                     AND WS-EXP-COUNT < 99
                     ADD 1 TO WS-EXP-COUNT
                     MOVE WS-CAT-GEN-DATE
                       TO WS-EXP-GEN-DATE(WS-EXP-COUNT)
                     MOVE WS-CAT-FILE
                       TO WS-EXP-FILE(WS-EXP-COUNT)
                     MOVE WS-CAT-LAST-TS
                       TO WS-EXP-LAST-TS(WS-EXP-COUNT)
                  END-IF
            END-EVALUATE.

      *    Geracao do DEADLTR com linha mais nova que o ultimo replay
      *    limpo ainda e fila do LOGREPL01 - fica ate o proximo
      *    replay. As demais: marca expired_at, comita e apaga o
      *    arquivo. Arquivo que nao apagar so gera aviso - o catalogo
      *    ja nao o oferece a nenhum leitor.
         EXPIRE-ONE-GENERATION.
            IF WS-CFG-DATASET = "DEADLTR"
               AND (WS-REPL-MARK = SPACES
                    OR WS-EXP-LAST-TS(WS-EXP-IDX)(1:15)
                       NOT < WS-REPL-MARK)
               ADD 1 TO WS-DS-HELD
               DISPLAY "#Geracao " WS-EXP-FILE(WS-EXP-IDX)
                       " aguarda replay - nao expira"
            ELSE
               MOVE WS-EXP-GEN-DATE(WS-EXP-IDX) TO WS-CAT-GEN-DATE
               EXEC SQL
                  UPDATE log_file_generations
                     SET expired_at = now()
                   WHERE dataset = :WS-CAT-DATASET
                     AND gen_date = :WS-CAT-GEN-DATE
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "N" TO WS-DS-OK-SW
                  DISPLAY "0\DB_ERROR"
                  DISPLAY "#Erro ao expirar " WS-EXP-FILE(WS-EXP-IDX)
                  DISPLAY "#SQLCODE: " SQLCODE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
               ELSE
                  ADD 1 TO WS-COMMIT-COUNT
                  ADD 1 TO WS-DS-EXPIRED
                  ADD 1 TO WS-TOT-EXPIRED
                  DISPLAY "#Geracao expirada: " WS-EXP-FILE(WS-EXP-IDX)
                  CALL "CBL_DELETE_FILE" USING WS-EXP-FILE(WS-EXP-IDX)
                  END-CALL
                  IF RETURN-CODE NOT = ZERO
                     DISPLAY "#Aviso: arquivo nao apagado - apagar"
                             " na mao: " WS-EXP-FILE(WS-EXP-IDX)
                     MOVE ZERO TO RETURN-CODE
                  END-IF
               END-IF
            END-IF.

      *    Um registro de diario por dataset processado - o AUDWRITE
      *    comita na hora, depois do catalogo.
         WRITE-DATASET-AUDIT.
            MOVE WS-DS-RECORDS TO WS-EDITED-COUNT
            MOVE WS-DS-EXPIRED TO WS-EDITED-EXPIRED
            MOVE SPACES TO AUDWR-PARAMS
            IF WS-DS-GEN-NAME = SPACES
               MOVE "nenhuma" TO WS-DS-GEN-NAME
            END-IF
            STRING "dataset="         DELIMITED BY SIZE
                   WS-CFG-DATASET     DELIMITED BY SPACE
                   " geracao="        DELIMITED BY SIZE
                   WS-DS-GEN-NAME     DELIMITED BY SPACE
                   " registros="      DELIMITED BY SIZE
                   WS-EDITED-COUNT    DELIMITED BY SIZE
                   " expiradas="      DELIMITED BY SIZE
                   WS-EDITED-EXPIRED  DELIMITED BY SIZE
              INTO AUDWR-PARAMS
            END-STRING
            IF WS-DS-CLEAN
               SET AUDWR-OUTCOME-OK TO TRUE
            ELSE
               SET AUDWR-OUTCOME-FAILED TO TRUE
            END-IF
            PERFORM WRITE-AUDIT-RECORD.

         WRITE-AUDIT-RECORD.
            MOVE "LOGGEN01"  TO AUDWR-PROGRAM
            MOVE "ROLAGEM"   TO AUDWR-ACTION
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

         PRINT-SUMMARY.
            DISPLAY " "
            DISPLAY "1\GENERATION_SUMMARY"
            MOVE WS-TOT-DATASETS TO WS-EDITED-COUNT
            DISPLAY "#Datasets processados:      " WS-EDITED-COUNT
            MOVE WS-TOT-GENERATIONS TO WS-EDITED-COUNT
            DISPLAY "#Geracoes criadas:          " WS-EDITED-COUNT
            MOVE WS-TOT-RECORDS TO WS-EDITED-COUNT
            DISPLAY "#Registros rolados:         " WS-EDITED-COUNT
            MOVE WS-TOT-EXPIRED TO WS-EDITED-COUNT
            DISPLAY "#Geracoes expiradas:        " WS-EDITED-COUNT
            MOVE WS-TOT-DIRTY TO WS-EDITED-COUNT
            DISPLAY "#Datasets com pendencia:    " WS-EDITED-COUNT
            MOVE WS-BADCFG-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas de config invalidas:" WS-EDITED-COUNT.

      *    Registra a rolagem em log_batch_runs via RUNWRITE. Falha no
      *    registro vira aviso, nao derruba o job.
         WRITE-RUN-HISTORY.
            PERFORM FORMAT-RUN-TS
            MOVE WS-RUN-TS-WORK TO WS-RUN-END-TS

            MOVE "LOGGEN01"            TO RUNWR-JOB-NAME
            MOVE WS-RUN-START-TS       TO RUNWR-START-TS
            MOVE WS-RUN-END-TS         TO RUNWR-END-TS
            MOVE WS-TOT-RECORDS        TO RUNWR-LINES-READ
            MOVE WS-TOT-GENERATIONS    TO RUNWR-LINES-INSERTED
            MOVE WS-BADCFG-COUNT       TO RUNWR-LINES-REJECTED
            MOVE WS-TOT-EXPIRED        TO RUNWR-LINES-DEADLTR
            MOVE WS-COMMIT-COUNT       TO RUNWR-COMMIT-COUNT
            IF WS-GEN-RUN-CLEAN
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
               DISPLAY "#Aviso: falha ao registrar o historico da"
               DISPLAY "#rolagem em log_batch_runs"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF.

      *    Monta o timestamp corrente (AAAA-MM-DD HH:MM:SS) para o
      *    historico de execucoes, como no LOGPURG01.
         FORMAT-RUN-TS.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-RUN-TS-WORK
            STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-SYS-TIME(1:2)   DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   WS-SYS-TIME(3:2)   DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   WS-SYS-TIME(5:2)   DELIMITED BY SIZE
              INTO WS-RUN-TS-WORK
            END-STRING.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF

            STOP RUN.
