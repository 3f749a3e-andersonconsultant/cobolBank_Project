      *                    numero de pagina e totais gerais no fim,
      *                    para a conferencia de seguranca poder ser
      *                    arquivada e anexada a chamados.
      *  2026-10-15  DEV  Nova secao de sessoes abertas apos alerta de
      *                    brute-force (usuario ou IP), com transacoes e
      *                    valor processado, via log_session_registry.

      *  Le log_security_test (alimentada pelo SECLOG/SECWRITE) para um
      *  periodo informado e imprime autenticacoes com sucesso e com
      *  mais de N falhas no mesmo dia ou mais de N falhas consecutivas
      *  dentro do periodo - e o que a revisao mensal de acessos
      *  confere hoje com SQL escrito na mao.
      *
      *  Para cada usuario ou IP destacado, lista ainda as sessoes
      *  abertas por ele a partir do alerta (log_session_registry,
      *  gravado pelo SESWRITE) com as transacoes e o valor que cada
      *  uma processou em log_cobol_test - o que a conta comprometida
      *  chegou a movimentar depois da rajada de falhas. O alerta de
      *  mesmo dia vale desde o inicio do dia; o de falhas
      *  consecutivas, desde a falha que estourou o limite.

      ******************************************************************
         ENVIRONMENT DIVISION.
         01  WS-DET-USER             PIC X(20).
         01  WS-DET-IP               PIC X(45).
         01  WS-DET-RESULT           PIC X(10).
         01  WS-DET-TS               PIC X(26).

      *  Chave e inicio do alerta consultado, e a linha de sessao
      *  aberta depois dele
         01  WS-FLG-USER             PIC X(20).
         01  WS-FLG-IP               PIC X(45).
         01  WS-FLG-FROM-TS          PIC X(26).
         01  WS-SES-SESSION-ID       PIC X(10).
         01  WS-SES-USER-ID          PIC X(20).
         01  WS-SES-SOURCE-IP        PIC X(45).
         01  WS-SES-OPENED-AT        PIC X(26).
         01  WS-SES-TRANS-COUNT      PIC 9(8).
         01  WS-SES-VALUE-TOTAL      PIC S9(12)V99.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *  de falhas consecutivas do mesmo usuario - o GROUP BY por dia
      *  nao enxerga uma serie que atravessa a meia-noite.
         EXEC SQL DECLARE CONSEC-USER-CURSOR CURSOR FOR
            SELECT user_id, auth_result,
                   CAST(created_at AS CHAR(26))
              FROM log_security_test
             WHERE created_at >= :WS-DATE-INICIO
               AND created_at <  :WS-DATE-FIM-EXCL
         END-EXEC.

         EXEC SQL DECLARE CONSEC-IP-CURSOR CURSOR FOR
            SELECT source_ip, auth_result,
                   CAST(created_at AS CHAR(26))
              FROM log_security_test
             WHERE created_at >= :WS-DATE-INICIO
               AND created_at <  :WS-DATE-FIM-EXCL
             ORDER BY source_ip, created_at
         END-EXEC.

      *  Sessoes abertas pelo usuario / a partir do IP destacado, do
      *  inicio do alerta ao fim do periodo, com as linhas de log e o
      *  valor processado de cada uma (sessao sem linha de log sai
      *  com zero - abriu e nao movimentou).
         EXEC SQL DECLARE FLAG-USER-SESS-CURSOR CURSOR FOR
            SELECT r.session_id, r.user_id, r.source_ip,
                   CAST(r.opened_at AS CHAR(26)),
                   COUNT(l.session_id),
                   COALESCE(SUM(l.value_processed), 0)
              FROM log_session_registry r
              LEFT JOIN log_cobol_test l
                ON l.session_id = r.session_id
             WHERE r.user_id = :WS-FLG-USER
               AND r.opened_at >= CAST(:WS-FLG-FROM-TS AS TIMESTAMP)
               AND r.opened_at <  :WS-DATE-FIM-EXCL
             GROUP BY r.session_id, r.user_id, r.source_ip,
                      r.opened_at
             ORDER BY r.opened_at, r.session_id
         END-EXEC.

         EXEC SQL DECLARE FLAG-IP-SESS-CURSOR CURSOR FOR
            SELECT r.session_id, r.user_id, r.source_ip,
                   CAST(r.opened_at AS CHAR(26)),
                   COUNT(l.session_id),
                   COALESCE(SUM(l.value_processed), 0)
              FROM log_session_registry r
              LEFT JOIN log_cobol_test l
                ON l.session_id = r.session_id
             WHERE r.source_ip = :WS-FLG-IP
               AND r.opened_at >= CAST(:WS-FLG-FROM-TS AS TIMESTAMP)
               AND r.opened_at <  :WS-DATE-FIM-EXCL
             GROUP BY r.session_id, r.user_id, r.source_ip,
                      r.opened_at
             ORDER BY r.opened_at, r.session_id
         END-EXEC.

      *  Variaveis editadas para formatacao (mesmo padrao do LOGRPT01)
         01  WS-EDITED-OK            PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-FAIL          PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-COUNT         PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-STREAK        PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-VALUE         PIC -Z(12)9,99 VALUE SPACES.
         01  WS-EDITED-GT-VALUE      PIC -Z(14)9,99 VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-STREAK-FLAGGED             VALUE "Y".
         01  WS-CONSEC-LABEL         PIC X(8)  VALUE SPACES.

      *  Alertas do periodo (usuario "U" ou IP "I"), com o instante a
      *  partir do qual as sessoes abertas sao listadas. Usuario ou IP
      *  destacado mais de uma vez fica com o alerta mais antigo.
         01  WS-FLAG-TABLE.
             05 WS-FLAG-ENTRY OCCURS 300 TIMES.
                10 WS-FLAG-TYPE       PIC X(1).
                10 WS-FLAG-KEY        PIC X(45).
                10 WS-FLAG-FROM       PIC X(26).
         01  WS-FLAG-COUNT           PIC 9(3)  VALUE ZERO.
         01  WS-FLAG-MAX             PIC 9(3)  VALUE 300.
         01  WS-FLAG-LOST-COUNT      PIC 9(5)  VALUE ZERO.
         01  WS-FLAG-IDX             PIC 9(3)  VALUE ZERO.
         01  WS-FLAG-FOUND-IDX       PIC 9(3)  VALUE ZERO.
         01  WS-NEW-FLAG-TYPE        PIC X(1)  VALUE SPACES.
         01  WS-NEW-FLAG-KEY         PIC X(45) VALUE SPACES.
         01  WS-NEW-FLAG-FROM        PIC X(26) VALUE SPACES.

      *  Sessoes ja somadas nos totais da secao - a mesma sessao pode
      *  sair sob o alerta do usuario e sob o do IP, mas conta uma vez.
         01  WS-SEEN-TABLE.
             05 WS-SEEN-SESSION OCCURS 1000 TIMES PIC X(10).
         01  WS-SEEN-COUNT           PIC 9(4)  VALUE ZERO.
         01  WS-SEEN-MAX             PIC 9(4)  VALUE 1000.
         01  WS-SEEN-IDX             PIC 9(4)  VALUE ZERO.
         01  WS-SEEN-SW              PIC X(1)  VALUE "N".
             88 WS-SESSION-SEEN               VALUE "Y".
         01  WS-FS-SESS-TOTAL        PIC 9(8)  VALUE ZERO.
         01  WS-FS-TRANS-TOTAL       PIC 9(10) VALUE ZERO.
         01  WS-FS-VALUE-TOTAL       PIC S9(14)V99 VALUE ZERO.
         01  WS-FS-LISTED-COUNT      PIC 9(8)  VALUE ZERO.

      *  Controle do relatorio impresso (dataset RPTSEC), nos moldes
      *  do LOGRPT01. RPTSEC indisponivel nao derruba o relatorio -
      *  o console continua saindo.
               PERFORM PROCESS-SAMEDAY-IP
               PERFORM PROCESS-CONSEC-USER
               PERFORM PROCESS-CONSEC-IP
               PERFORM PROCESS-FLAGGED-SESSIONS
               PERFORM PRINT-GRAND-TOTALS
               PERFORM CLOSE-PRINT-FILE
            END-IF
                  DISPLAY "0\SEC_ALERT"
                  DISPLAY "#Usuario: " WS-RPT-USER " Dia: "
                          WS-RPT-DAY " Falhas: " WS-EDITED-COUNT
                  MOVE "U"         TO WS-NEW-FLAG-TYPE
                  MOVE WS-RPT-USER TO WS-NEW-FLAG-KEY
                  PERFORM REGISTER-DAY-FLAG
                  MOVE SPACES TO WS-PRT-LINE
                  STRING "USUARIO " WS-RPT-USER " DIA " WS-RPT-DAY
                         " FALHAS " WS-EDITED-COUNT
                  DISPLAY "0\SEC_ALERT"
                  DISPLAY "#IP: " WS-RPT-IP " Dia: "
                          WS-RPT-DAY " Falhas: " WS-EDITED-COUNT
                  MOVE "I"         TO WS-NEW-FLAG-TYPE
                  MOVE WS-RPT-IP   TO WS-NEW-FLAG-KEY
                  PERFORM REGISTER-DAY-FLAG
                  MOVE SPACES TO WS-PRT-LINE
                  STRING "IP " WS-RPT-IP " DIA " WS-RPT-DAY
                         " FALHAS " WS-EDITED-COUNT
         FETCH-CONSEC-USER-LOOP.
            EXEC SQL
               FETCH CONSEC-USER-CURSOR
               INTO :WS-DET-USER, :WS-DET-RESULT, :WS-DET-TS
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
         FETCH-CONSEC-IP-LOOP.
            EXEC SQL
               FETCH CONSEC-IP-CURSOR
               INTO :WS-DET-IP, :WS-DET-RESULT, :WS-DET-TS
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  DISPLAY "#" WS-CONSEC-LABEL ": " WS-PREV-KEY
                  DISPLAY "#Falhas consecutivas: " WS-EDITED-STREAK
                  DISPLAY "#(acima do limite de " WS-FAIL-LIMIT ")"
                  IF WS-CONSEC-LABEL = "USUARIO"
                     MOVE "U" TO WS-NEW-FLAG-TYPE
                  ELSE
                     MOVE "I" TO WS-NEW-FLAG-TYPE
                  END-IF
                  MOVE WS-PREV-KEY TO WS-NEW-FLAG-KEY
                  MOVE WS-DET-TS   TO WS-NEW-FLAG-FROM
                  PERFORM REGISTER-FLAG
                  MOVE SPACES TO WS-PRT-LINE
                  STRING WS-CONSEC-LABEL  DELIMITED BY SIZE
                         " "              DELIMITED BY SIZE
               END-IF
            END-IF.

      *    Alerta de mesmo dia: vale desde a meia-noite do dia.
         REGISTER-DAY-FLAG.
            MOVE SPACES TO WS-NEW-FLAG-FROM
            STRING WS-RPT-DAY  DELIMITED BY SIZE
                   " 00:00:00" DELIMITED BY SIZE
              INTO WS-NEW-FLAG-FROM
            END-STRING
            PERFORM REGISTER-FLAG.

      *    Guarda o alerta WS-NEW-FLAG-* na tabela; usuario/IP ja
      *    guardado so tem o inicio recuado, se o novo for anterior.
         REGISTER-FLAG.
            MOVE ZERO TO WS-FLAG-FOUND-IDX
            PERFORM FIND-FLAG-ENTRY
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
                  OR WS-FLAG-FOUND-IDX > ZERO
            IF WS-FLAG-FOUND-IDX > ZERO
               IF WS-NEW-FLAG-FROM < WS-FLAG-FROM(WS-FLAG-FOUND-IDX)
                  MOVE WS-NEW-FLAG-FROM
                    TO WS-FLAG-FROM(WS-FLAG-FOUND-IDX)
               END-IF
            ELSE
               IF WS-FLAG-COUNT >= WS-FLAG-MAX
                  ADD 1 TO WS-FLAG-LOST-COUNT
               ELSE
                  ADD 1 TO WS-FLAG-COUNT
                  MOVE WS-NEW-FLAG-TYPE TO WS-FLAG-TYPE(WS-FLAG-COUNT)
                  MOVE WS-NEW-FLAG-KEY  TO WS-FLAG-KEY(WS-FLAG-COUNT)
                  MOVE WS-NEW-FLAG-FROM TO WS-FLAG-FROM(WS-FLAG-COUNT)
               END-IF
            END-IF.

         FIND-FLAG-ENTRY.
            IF WS-FLAG-TYPE(WS-FLAG-IDX) = WS-NEW-FLAG-TYPE
               AND WS-FLAG-KEY(WS-FLAG-IDX) = WS-NEW-FLAG-KEY
               MOVE WS-FLAG-IDX TO WS-FLAG-FOUND-IDX
            END-IF.

      *    Sessoes abertas depois de cada alerta do periodo, com as
      *    transacoes e o valor processado em cada uma.
         PROCESS-FLAGGED-SESSIONS.
            DISPLAY " "
            DISPLAY "-- Sessoes apos alerta de brute-force --"

            MOVE SPACES TO WS-PRT-HEADING
            STRING "SESSAO     USUARIO              "
                                      DELIMITED BY SIZE
                   "IP DE ORIGEM                                  "
                                      DELIMITED BY SIZE
                   "ABERTA EM           TRANSACS"
                                      DELIMITED BY SIZE
                   "  VALOR PROCESSADO" DELIMITED BY SIZE
              INTO WS-PRT-HEADING
            END-STRING
            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- SESSOES APOS ALERTA DE BRUTE-FORCE --"
              TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE WS-PRT-HEADING TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

            IF WS-FLAG-COUNT = ZERO
               DISPLAY "#Nenhum alerta no periodo"
               MOVE "NENHUM ALERTA NO PERIODO" TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
            ELSE
               PERFORM LIST-FLAG-SESSIONS
                  VARYING WS-FLAG-IDX FROM 1 BY 1
                  UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
            END-IF

            MOVE WS-FS-SESS-TOTAL TO WS-EDITED-COUNT
            MOVE WS-FS-TRANS-TOTAL TO WS-EDITED-GT
            MOVE WS-FS-VALUE-TOTAL TO WS-EDITED-GT-VALUE
            DISPLAY "#Sessoes: " WS-EDITED-COUNT
                    " Transacoes: " WS-EDITED-GT
            DISPLAY "#Valor processado: " WS-EDITED-GT-VALUE
            MOVE SPACES TO WS-PRT-LINE
            STRING "TOTAL SESSOES " WS-EDITED-COUNT
                   " TRANSACOES "   WS-EDITED-GT
                   " VALOR "        WS-EDITED-GT-VALUE
                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE
            IF WS-FLAG-LOST-COUNT > ZERO
               MOVE WS-FLAG-LOST-COUNT TO WS-EDITED-COUNT
               DISPLAY "#ALERTA: alertas alem da capacidade da"
               DISPLAY "#        tabela, sessoes nao listadas: "
                       WS-EDITED-COUNT
               MOVE SPACES TO WS-PRT-LINE
               STRING "ALERTAS SEM LISTA DE SESSOES (CAPACIDADE) "
                      WS-EDITED-COUNT DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
            END-IF.

      *    Um alerta da tabela: cabecalho do alerta e as sessoes
      *    abertas pelo usuario / do IP a partir do inicio dele.
         LIST-FLAG-SESSIONS.
            MOVE WS-FLAG-FROM(WS-FLAG-IDX) TO WS-FLG-FROM-TS
            MOVE ZERO TO WS-FS-LISTED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            IF WS-FLAG-TYPE(WS-FLAG-IDX) = "U"
               MOVE "USUARIO" TO WS-CONSEC-LABEL
            ELSE
               MOVE "IP" TO WS-CONSEC-LABEL
            END-IF
            DISPLAY "#Alerta " WS-CONSEC-LABEL ": "
                    WS-FLAG-KEY(WS-FLAG-IDX)
            DISPLAY "#  desde " WS-FLG-FROM-TS(1:19)
            STRING "ALERTA "                DELIMITED BY SIZE
                   WS-CONSEC-LABEL          DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-FLAG-KEY(WS-FLAG-IDX) DELIMITED BY SIZE
                   " DESDE "                DELIMITED BY SIZE
                   WS-FLG-FROM-TS(1:19)     DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE

            MOVE "N" TO WS-RPT-ERROR-SW
            IF WS-FLAG-TYPE(WS-FLAG-IDX) = "U"
               MOVE WS-FLAG-KEY(WS-FLAG-IDX) TO WS-FLG-USER
               EXEC SQL
                  OPEN FLAG-USER-SESS-CURSOR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao abrir cursor de sessoes/usuario"
                  DISPLAY "#SQLCODE: " SQLCODE
               ELSE
                  PERFORM FETCH-FLAG-USER-SESS-LOOP
                     UNTIL SQLCODE = 100 OR WS-RPT-FETCH-ERROR
                  EXEC SQL
                     CLOSE FLAG-USER-SESS-CURSOR
                  END-EXEC
               END-IF
            ELSE
               MOVE WS-FLAG-KEY(WS-FLAG-IDX) TO WS-FLG-IP
               EXEC SQL
                  OPEN FLAG-IP-SESS-CURSOR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao abrir cursor de sessoes/IP"
                  DISPLAY "#SQLCODE: " SQLCODE
               ELSE
                  PERFORM FETCH-FLAG-IP-SESS-LOOP
                     UNTIL SQLCODE = 100 OR WS-RPT-FETCH-ERROR
                  EXEC SQL
                     CLOSE FLAG-IP-SESS-CURSOR
                  END-EXEC
               END-IF
            END-IF

            IF WS-FS-LISTED-COUNT = ZERO
               DISPLAY "#  nenhuma sessao registrada apos o alerta"
               MOVE "  NENHUMA SESSAO REGISTRADA APOS O ALERTA"
                 TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
            END-IF.

         FETCH-FLAG-USER-SESS-LOOP.
            EXEC SQL
               FETCH FLAG-USER-SESS-CURSOR
               INTO :WS-SES-SESSION-ID, :WS-SES-USER-ID,
                    :WS-SES-SOURCE-IP, :WS-SES-OPENED-AT,
                    :WS-SES-TRANS-COUNT, :WS-SES-VALUE-TOTAL
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  PERFORM PRINT-FLAG-SESSION
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de sessoes/usuario"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

         FETCH-FLAG-IP-SESS-LOOP.
            EXEC SQL
               FETCH FLAG-IP-SESS-CURSOR
               INTO :WS-SES-SESSION-ID, :WS-SES-USER-ID,
                    :WS-SES-SOURCE-IP, :WS-SES-OPENED-AT,
                    :WS-SES-TRANS-COUNT, :WS-SES-VALUE-TOTAL
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  PERFORM PRINT-FLAG-SESSION
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de sessoes/IP"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Linha de uma sessao; os totais da secao so somam a sessao
      *    na primeira vez em que ela aparece.
         PRINT-FLAG-SESSION.
            ADD 1 TO WS-FS-LISTED-COUNT
            MOVE WS-SES-TRANS-COUNT TO WS-EDITED-COUNT
            MOVE WS-SES-VALUE-TOTAL TO WS-EDITED-VALUE
            DISPLAY "#  " WS-SES-SESSION-ID " " WS-SES-USER-ID " "
                    WS-SES-OPENED-AT(1:19)
            DISPLAY "#    IP " WS-SES-SOURCE-IP
            DISPLAY "#    Transacoes: " WS-EDITED-COUNT
                    " Valor: " WS-EDITED-VALUE
            MOVE SPACES TO WS-PRT-LINE
            STRING WS-SES-SESSION-ID      DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-SES-USER-ID         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-SES-SOURCE-IP       DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-SES-OPENED-AT(1:19) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDITED-COUNT        DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDITED-VALUE        DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE

            MOVE "N" TO WS-SEEN-SW
            PERFORM CHECK-SEEN-SESSION
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                  OR WS-SESSION-SEEN
            IF NOT WS-SESSION-SEEN
               ADD 1 TO WS-FS-SESS-TOTAL
               ADD WS-SES-TRANS-COUNT TO WS-FS-TRANS-TOTAL
               ADD WS-SES-VALUE-TOTAL TO WS-FS-VALUE-TOTAL
               IF WS-SEEN-COUNT < WS-SEEN-MAX
                  ADD 1 TO WS-SEEN-COUNT
                  MOVE WS-SES-SESSION-ID
                    TO WS-SEEN-SESSION(WS-SEEN-COUNT)
               END-IF
            END-IF.

         CHECK-SEEN-SESSION.
            IF WS-SEEN-SESSION(WS-SEEN-IDX) = WS-SES-SESSION-ID
               SET WS-SESSION-SEEN TO TRUE
            END-IF.

      *    Abre o dataset do relatorio impresso e monta o carimbo de
      *    emissao do cabecalho, nos moldes do LOGRPT01.
         OPEN-PRINT-FILE.
