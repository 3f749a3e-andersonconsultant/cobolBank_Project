      *                    LOGAGG01 - mais rapido e cobre periodos ja
      *                    purgados); em branco segue lendo as linhas
      *                    cruas de log_cobol_test.
      *  2026-10-15  DEV  Secao nova de quantidade e valor por feed de
      *                    origem (feed_code), lida sempre das linhas
      *                    cruas - o sumario diario nao guarda o feed.
      *                    Fora dos totais gerais.
      *  2026-10-15  DEV  Time dono (cadastro ENDPMST, via ENDPCHK) ao
      *                    lado de cada endpoint na secao de valor total
      *                    por endpoint.

      *  Le log_cobol_test para um periodo informado e imprime, por
      *  componente/acao/status, a quantidade de ocorrencias e o tempo
         01  WS-RPT-ENDPOINT         PIC X(50).
         01  WS-RPT-ENDPOINT-TOTAL   PIC S9(12)V99.

      *  Linha de totais por feed de origem
         01  WS-RPT-FEED-CODE        PIC X(10).
         01  WS-RPT-FEED-COUNT       PIC 9(8).
         01  WS-RPT-FEED-TOTAL       PIC S9(12)V99.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *  Variaveis editadas para formatacao (mesmo padrao usado no
         01  WS-EDITED-AVG-RESP     PIC Z(6)9,99 VALUE SPACES.
         01  WS-EDITED-ENDPOINT-TOT PIC -Z(12)9,99 VALUE SPACES.

      *  Time dono do endpoint, buscado no cadastro ENDPMST pelo
      *  ENDPCHK. Endpoint fora do cadastro (ou cadastro indisponivel)
      *  sai com uma marca no lugar do time, sem derrubar o relatorio.
         01  WS-RPT-OWNER-TEAM       PIC X(30) VALUE SPACES.
         COPY ENDPCKPM.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR            VALUE "Y".
             ORDER BY component, action, status
         END-EXEC.

      *  Quantidade e valor por feed de origem (feed_code). O sumario
      *  diario nao guarda o feed, entao esta secao le sempre as
      *  linhas cruas, qualquer que seja a fonte escolhida. Linha
      *  gravada antes do feed existir aparece com o feed em branco.
         EXEC SQL DECLARE FEED-CURSOR CURSOR FOR
            SELECT COALESCE(feed_code, ' '), COUNT(*),
                   SUM(value_processed)
              FROM log_cobol_test
             WHERE created_at >= :WS-DATE-INICIO
               AND created_at <  :WS-DATE-FIM-EXCL
             GROUP BY COALESCE(feed_code, ' ')
             ORDER BY COALESCE(feed_code, ' ')
         END-EXEC.

         EXEC SQL DECLARE ENDPOINT-CURSOR-AGG CURSOR FOR
            SELECT endpoint, SUM(total_value)
              FROM log_daily_summary
               PERFORM PRINT-REPORT-HEADER
               PERFORM PROCESS-SUMMARY
               PERFORM PROCESS-ENDPOINT-TOTALS
               PERFORM PROCESS-FEED-TOTALS
               PERFORM PRINT-GRAND-TOTALS
               PERFORM CLOSE-PRINT-FILE
            END-IF
         PROCESS-ENDPOINT-TOTALS.
            DISPLAY " "
            DISPLAY "-- Valor total processado por endpoint --"
            DISPLAY "ENDPOINT                                          "
                    " TIME DONO                      "
                    "VALOR TOTAL"

            MOVE SPACES TO WS-PRT-HEADING
            STRING "ENDPOINT                                          "
                                    DELIMITED BY SIZE
                   " TIME DONO                      "
                                    DELIMITED BY SIZE
                   "VALOR TOTAL"    DELIMITED BY SIZE
              INTO WS-PRT-HEADING
               WHEN SQLCODE = ZERO
                  MOVE WS-RPT-ENDPOINT-TOTAL TO WS-EDITED-ENDPOINT-TOT
                  ADD WS-RPT-ENDPOINT-TOTAL TO WS-GT-TOTAL-VALUE
                  PERFORM LOOKUP-OWNER-TEAM
                  DISPLAY WS-RPT-ENDPOINT " " WS-RPT-OWNER-TEAM " "
                          WS-EDITED-ENDPOINT-TOT
                  MOVE SPACES TO WS-PRT-LINE
                  STRING WS-RPT-ENDPOINT        DELIMITED BY SIZE
                         " "                    DELIMITED BY SIZE
                         WS-RPT-OWNER-TEAM      DELIMITED BY SIZE
                         " "                    DELIMITED BY SIZE
                         WS-EDITED-ENDPOINT-TOT DELIMITED BY SIZE
                    INTO WS-PRT-LINE
               WHEN SQLCODE = ZERO
                  MOVE WS-RPT-ENDPOINT-TOTAL TO WS-EDITED-ENDPOINT-TOT
                  ADD WS-RPT-ENDPOINT-TOTAL TO WS-GT-TOTAL-VALUE
                  PERFORM LOOKUP-OWNER-TEAM
                  DISPLAY WS-RPT-ENDPOINT " " WS-RPT-OWNER-TEAM " "
                          WS-EDITED-ENDPOINT-TOT
                  MOVE SPACES TO WS-PRT-LINE
                  STRING WS-RPT-ENDPOINT        DELIMITED BY SIZE
                         " "                    DELIMITED BY SIZE
                         WS-RPT-OWNER-TEAM      DELIMITED BY SIZE
                         " "                    DELIMITED BY SIZE
                         WS-EDITED-ENDPOINT-TOT DELIMITED BY SIZE
                    INTO WS-PRT-LINE
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Time dono do endpoint da linha. O relatorio agrupa so por
      *    endpoint, entao a consulta vai sem componente e metodo (o
      *    ENDPCHK usa o primeiro cadastro do endpoint). Aposentado
      *    continua mostrando o time - o periodo pode ser anterior a
      *    aposentadoria.
         LOOKUP-OWNER-TEAM.
            MOVE SPACES          TO ENDCK-COMPONENT
            MOVE WS-RPT-ENDPOINT TO ENDCK-ENDPOINT
            MOVE SPACES          TO ENDCK-METHOD
            MOVE SPACES          TO ENDCK-REF-DATE
            CALL "ENDPCHK" USING ENDCK-COMPONENT
                                 ENDCK-ENDPOINT
                                 ENDCK-METHOD
                                 ENDCK-REF-DATE
                                 ENDCK-DESCRIPTION
                                 ENDCK-OWNER-TEAM
                                 ENDCK-RETURN-CODE
            END-CALL
            EVALUATE TRUE
               WHEN ENDCK-UNAVAILABLE
                  MOVE "(CADASTRO INDISPONIVEL)" TO WS-RPT-OWNER-TEAM
               WHEN ENDCK-UNKNOWN
                  MOVE "(SEM CADASTRO)" TO WS-RPT-OWNER-TEAM
               WHEN OTHER
                  MOVE ENDCK-OWNER-TEAM TO WS-RPT-OWNER-TEAM
            END-EVALUATE.

      *    Quantidade e valor por feed de origem. Os numeros desta
      *    secao nao entram nos totais gerais - sao a mesma movimen-
      *    tacao das secoes anteriores, so que aberta por feed.
         PROCESS-FEED-TOTALS.
            DISPLAY " "
            DISPLAY "-- Quantidade e valor por feed de origem --"
            IF WS-SOURCE-SUMMARY
               DISPLAY "(lido das linhas cruas - o sumario nao tem "
                       "feed)"
            END-IF
            DISPLAY "FEED           QTDE       VALOR TOTAL"

            MOVE SPACES TO WS-PRT-HEADING
            MOVE "FEED           QTDE       VALOR TOTAL"
              TO WS-PRT-HEADING
            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- QUANTIDADE E VALOR POR FEED DE ORIGEM --"
              TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            IF WS-SOURCE-SUMMARY
               MOVE "(LIDO DAS LINHAS CRUAS - O SUMARIO NAO TEM FEED)"
                 TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
            END-IF
            MOVE WS-PRT-HEADING TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

            MOVE "N" TO WS-RPT-ERROR-SW
            EXEC SQL
               OPEN FEED-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de feeds"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-FEED-LOOP
                  UNTIL SQLCODE = 100 OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE FEED-CURSOR
               END-EXEC
            END-IF.

         FETCH-FEED-LOOP.
            EXEC SQL
               FETCH FEED-CURSOR
               INTO :WS-RPT-FEED-CODE, :WS-RPT-FEED-COUNT,
                    :WS-RPT-FEED-TOTAL
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  MOVE WS-RPT-FEED-COUNT TO WS-EDITED-COUNT
                  MOVE WS-RPT-FEED-TOTAL TO WS-EDITED-ENDPOINT-TOT
                  DISPLAY WS-RPT-FEED-CODE " " WS-EDITED-COUNT " "
                          WS-EDITED-ENDPOINT-TOT
                  MOVE SPACES TO WS-PRT-LINE
                  STRING WS-RPT-FEED-CODE       DELIMITED BY SIZE
                         " "                    DELIMITED BY SIZE
                         WS-EDITED-COUNT        DELIMITED BY SIZE
                         " "                    DELIMITED BY SIZE
                         WS-EDITED-ENDPOINT-TOT DELIMITED BY SIZE
                    INTO WS-PRT-LINE
                  END-STRING
                  PERFORM WRITE-PRINT-LINE
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de feeds"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Abre o dataset do relatorio impresso e monta o carimbo de
      *    emissao do cabecalho.
         OPEN-PRINT-FILE.
