         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-09-02.

      *  2026-10-15  DEV  Registro do DEADLTR passa a X(320) - a linha
      *                    ganhou o feed de origem no fim.
      *  2026-10-15  DEV  Usuario da sessao resolvido pelo
      *                    log_session_registry (em branco na entrada =
      *                    do registro); abertura da sessao entra na
      *                    linha do tempo.
      *  2026-10-15  DEV  Fonte DEADLTR percorre as geracoes vigentes
      *                    (catalogo do LOGGEN01, via GENLIST) e depois
      *                    o corrente.

      *  Quando um chamado de incidente cita uma sessao, reconstruir o
      *  que aconteceu hoje e LOGFIND01 para o arquivado, SQL na mao
      *  contra log_cobol_test para o recente, mais SQL contra
      *  linha do tempo cronologica juntando as quatro fontes - linhas
      *  vivas de log_cobol_test, registros do arquivamento LOGARCHX,
      *  eventos de seguranca do usuario da sessao e linhas do DEADLTR
      *  com aquela sessao - cada evento etiquetado com a origem. O
      *  DEADLTR e rolado em geracoes pelo LOGGEN01: a fonte percorre
      *  as geracoes vigentes (GENLIST) e depois o corrente.
      *
      *  O usuario dos eventos de seguranca vem do registro de
      *  abertura da sessao (log_session_registry, gravado pelo
      *  SESWRITE): nem log_cobol_test nem o arquivamento guardam o
      *  usuario. Informado na entrada, o usuario digitado prevalece
      *  (com aviso se diferir do registro); em branco e sem registro,
      *  a fonte de seguranca nao e consultada. A abertura registrada
      *  entra na linha do tempo como evento da origem REGISTRO.
      *
      *  Os eventos sao carregados numa tabela interna e ordenados
      *  pelo timestamp antes da impressao - e a ordenacao que
               RECORD KEY IS ARCX-KEY
               FILE STATUS IS WS-ARCHIVE-IX-STATUS.

      *     Geracao do DEADLTR ou o corrente - nome atribuido em
      *     tempo de execucao.
            SELECT LOG-DEADLETTER-FILE ASSIGN TO WS-DL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLETTER-FILE-STATUS.

         COPY ARCXREC.

         FD  LOG-DEADLETTER-FILE.
         01  LOG-DEADLETTER-REC      PIC X(320).

         WORKING-STORAGE SECTION.

         01  WS-LIV-ENDPOINT         PIC X(50).
         01  WS-LIV-MESSAGE          PIC X(100).

      *  Registro de abertura da sessao (log_session_registry)
         01  WS-REG-USER-ID          PIC X(20).
         01  WS-REG-SOURCE-IP        PIC X(45).
         01  WS-REG-OPENED-AT        PIC X(26).

      *  Linha lida do cursor de seguranca
         01  WS-SEG-CREATED-AT       PIC X(26).
         01  WS-SEG-SOURCE-IP        PIC X(45).
         01  WS-DL-STAMP             PIC X(20).

      *  Variaveis de trabalho
         01  WS-INPUT                PIC X(320) VALUE SPACES.
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-ARCHIVE-IX-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-DEADLETTER-FILE-STATUS PIC X(2) VALUE SPACES.
         01  WS-DL-SW                PIC X(1)  VALUE "N".
             88 WS-DL-EOF                    VALUE "Y".

      *  Geracoes vigentes do DEADLTR (ver Genlspm.cpy) e o arquivo
      *  sendo lido no momento
         COPY GENLSPM.
         01  WS-GEN-IDX              PIC 9(3)  VALUE ZERO.
         01  WS-DL-FILE-NAME         PIC X(40) VALUE "DEADLTR".

      *  Totais por origem, para o resumo
         01  WS-LIVE-COUNT           PIC 9(5)  VALUE ZERO.
         01  WS-ARCH-COUNT           PIC 9(5)  VALUE ZERO.
         01  WS-SEC-COUNT            PIC 9(5)  VALUE ZERO.
         01  WS-DL-COUNT             PIC 9(5)  VALUE ZERO.
         01  WS-REG-SW               PIC X(1)  VALUE "N".
             88 WS-REG-FOUND                 VALUE "S".
         01  WS-EDITED-COUNT         PIC Z(5)  VALUE SPACES.

      ******************************************************************
            PERFORM GET-PARMS
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-REGISTRY-EVENT
               PERFORM LOAD-LIVE-EVENTS
               PERFORM LOAD-ARCHIVE-EVENTS
               IF WS-TLN-USER NOT = SPACES
            DISPLAY "=== LINHA DO TEMPO DE SESSAO ==="
            DISPLAY "Sessao a consultar: "
            ACCEPT WS-TLN-SESSION
            DISPLAY "Usuario da sessao (branco = do registro): "
            ACCEPT WS-TLN-USER.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
               MOVE WS-EVT-TEXT   TO WS-TLN-TEXT(WS-TLN-COUNT)
            END-IF.

      ******************************************************************
      *    Registro de abertura da sessao: resolve o usuario dos
      *    eventos de seguranca e entra como o primeiro evento da
      *    sessao. Sessao sem registro (aberta antes do registro
      *    existir, ou upstream que nao manda o SESSAO) so avisa.
      ******************************************************************
         LOAD-REGISTRY-EVENT.
            MOVE SPACES TO WS-REG-USER-ID
            MOVE SPACES TO WS-REG-SOURCE-IP
            MOVE SPACES TO WS-REG-OPENED-AT
            EXEC SQL
               SELECT user_id, source_ip,
                      CAST(opened_at AS CHAR(26))
                 INTO :WS-REG-USER-ID, :WS-REG-SOURCE-IP,
                      :WS-REG-OPENED-AT
                 FROM log_session_registry
                WHERE session_id = :WS-TLN-SESSION
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  SET WS-REG-FOUND TO TRUE
                  MOVE WS-REG-OPENED-AT(1:19) TO WS-EVT-TS
                  MOVE "REGISTRO" TO WS-EVT-ORIGIN
                  MOVE SPACES TO WS-EVT-TEXT
                  STRING "SESSAO ABERTA por " DELIMITED BY SIZE
                         WS-REG-USER-ID      DELIMITED BY SIZE
                         " de "              DELIMITED BY SIZE
                         WS-REG-SOURCE-IP    DELIMITED BY SIZE
                    INTO WS-EVT-TEXT
                  END-STRING
                  PERFORM ADD-TIMELINE-EVENT
                  IF WS-TLN-USER = SPACES
                     MOVE WS-REG-USER-ID TO WS-TLN-USER
                  ELSE
                     IF WS-TLN-USER NOT = WS-REG-USER-ID
                        DISPLAY "#AVISO: usuario informado difere do "
                                "registro da sessao ("
                                WS-REG-USER-ID ")"
                     END-IF
                  END-IF
               WHEN SQLCODE = 100
                  DISPLAY "#Sessao sem registro de abertura"
                  IF WS-TLN-USER = SPACES
                     DISPLAY "#Fonte de seguranca nao consultada"
                  END-IF
               WHEN OTHER
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler log_session_registry"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      ******************************************************************
      *    Fonte 1: linhas vivas de log_cobol_test
      ******************************************************************
      *    para o formato dos demais, para ordenar junto.
      ******************************************************************
         LOAD-DEADLETTER-EVENTS.
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
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: catalogo de geracoes indisponivel -"
                  DISPLAY "#so o DEADLTR corrente sera lido"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: mais de 99 geracoes do DEADLTR -"
                  DISPLAY "#so as 99 mais antigas serao lidas"
            END-EVALUATE
            PERFORM LOAD-DEADLTR-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > GENL-GEN-COUNT
            MOVE "DEADLTR" TO WS-DL-FILE-NAME
            PERFORM LOAD-DEADLTR-FILE.

         LOAD-DEADLTR-GENERATION.
            MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-DL-FILE-NAME
            PERFORM LOAD-DEADLTR-FILE.

      *    Corrente inexistente so quer dizer nada rejeitado desde a
      *    ultima rolagem.
         LOAD-DEADLTR-FILE.
            MOVE "N" TO WS-DL-SW
            OPEN INPUT LOG-DEADLETTER-FILE
            EVALUATE TRUE
               WHEN WS-DEADLETTER-FILE-STATUS = "00"
                  PERFORM READ-DEADLTR-LOOP UNTIL WS-DL-EOF
                  CLOSE LOG-DEADLETTER-FILE
               WHEN WS-DEADLETTER-FILE-STATUS = "35"
                    AND WS-DL-FILE-NAME = "DEADLTR"
                  DISPLAY "#Sem arquivo DEADLTR corrente"
               WHEN OTHER
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir " WS-DL-FILE-NAME
                  DISPLAY "#FILE STATUS: " WS-DEADLETTER-FILE-STATUS
            END-EVALUATE.

         READ-DEADLTR-LOOP.
            READ LOG-DEADLETTER-FILE INTO WS-INPUT
            DISPLAY " "
            DISPLAY "-- Linha do tempo da sessao " WS-TLN-SESSION
                    " --"
            IF WS-REG-FOUND
               DISPLAY "-- Aberta em " WS-REG-OPENED-AT(1:19)
                       " por " WS-REG-USER-ID " --"
            END-IF
            IF WS-TLN-USER NOT = SPACES
               DISPLAY "-- Usuario de seguranca: " WS-TLN-USER " --"
            END-IF
