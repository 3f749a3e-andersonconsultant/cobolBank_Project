      *  2026-09-02  DEV  Totais com sinal: estorno posta como valor
      *                    negativo e o SUM do dia ja sai liquido no
      *                    LOGCSV, sem abatimento manual na planilha.
      *  2026-10-15  DEV  Coluna feed no fim do LOGCSV: os totais saem
      *                    por dia/endpoint/metodo/feed de origem
      *                    (feed_code). CALL do RUNWRITE passa
      *                    RUNWR-FEED-CODE em branco.

      *  Extrato sem operador para a conciliacao diaria do financeiro:
      *  recebe o periodo pela PARM de startup (como o ENGINEV4TST
         01  WS-EXT-METHOD           PIC X(6).
         01  WS-EXT-COUNT            PIC 9(8).
         01  WS-EXT-TOTAL            PIC S9(12)V99.
         01  WS-EXT-FEED-CODE        PIC X(10).

         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Totais de value_processed por dia/endpoint/metodo/feed, na
      *  ordem em que a planilha do financeiro importa. Linha gravada
      *  antes do feed existir sai com o feed em branco.
         EXEC SQL DECLARE EXTRACT-CURSOR CURSOR FOR
            SELECT CAST(DATE(created_at) AS CHAR(10)), endpoint,
                   method, COUNT(*), SUM(value_processed),
                   COALESCE(feed_code, ' ')
              FROM log_cobol_test
             WHERE created_at >= :WS-DATE-INICIO
               AND created_at <  :WS-DATE-FIM-EXCL
             GROUP BY DATE(created_at), endpoint, method,
                   COALESCE(feed_code, ' ')
             ORDER BY CAST(DATE(created_at) AS CHAR(10)), endpoint,
                   method, COALESCE(feed_code, ' ')
         END-EXEC.

      *  PARM de startup: "AAAA-MM-DD AAAA-MM-DD"
               DISPLAY "#Nao foi possivel abrir o arquivo LOGCSV"
               DISPLAY "#FILE STATUS: " WS-CSV-FILE-STATUS
            ELSE
               MOVE "data;endpoint;metodo;quantidade;valor_total;feed"
                 TO CSV-OUTPUT-REC
               WRITE CSV-OUTPUT-REC

            EXEC SQL
               FETCH EXTRACT-CURSOR
               INTO :WS-EXT-DATE, :WS-EXT-ENDPOINT, :WS-EXT-METHOD,
                    :WS-EXT-COUNT, :WS-EXT-TOTAL, :WS-EXT-FEED-CODE
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   WS-EXT-COUNT     DELIMITED BY SIZE
                   ";"              DELIMITED BY SIZE
                   WS-EXT-TOTAL-ED  DELIMITED BY SIZE
                   ";"              DELIMITED BY SIZE
                   WS-EXT-FEED-CODE DELIMITED BY SPACE
              INTO WS-CSV-LINE
            END-STRING

            ELSE
               MOVE WS-ENV-CODE TO RUNWR-DB-ENV
            END-IF
            MOVE SPACES TO RUNWR-FEED-CODE

            CALL "RUNWRITE" USING RUNWR-JOB-NAME
                                   RUNWR-START-TS
                                   RUNWR-COMMIT-COUNT
                                   RUNWR-CLEAN-FLAG
                                   RUNWR-DB-ENV
                                   RUNWR-FEED-CODE
                                   RUNWR-RETURN-CODE
                                   RUNWR-SQLCODE
            END-CALL
