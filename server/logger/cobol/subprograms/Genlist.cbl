      ******************************************************************
      * GENLIST - Subprograma de consulta ao catalogo de geracoes
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 GENLIST.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Unico ponto de leitura do catalogo de geracoes
      *  (log_file_generations, gravado pelo LOGGEN01) fora da propria
      *  rolagem. Recebe o nome do dataset corrente e devolve as
      *  geracoes vigentes dele, da mais antiga para a mais nova, com
      *  o nome do arquivo de cada uma - quem le o dataset percorre
      *  essas geracoes e depois o arquivo corrente, sem precisar
      *  saber como elas foram nomeadas. Ver GENLSPM.cpy.
      *
      *  O cursor e aberto e fechado dentro da mesma chamada e nada e
      *  comitado aqui - pode ser chamado no meio da unidade de
      *  trabalho de quem chama.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DC-DATASET              PIC X(20).
         01  DC-GEN-FILE             PIC X(40).
         01  DC-GEN-DATE             PIC X(10).
         01  DC-RECORDS              PIC 9(8).
         01  DC-FIRST-TS             PIC X(26).
         01  DC-LAST-TS              PIC X(26).
         01  DC-EXPIRED-RECORDS      PIC 9(10).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         EXEC SQL DECLARE GEN-CURSOR CURSOR FOR
            SELECT gen_file, CAST(gen_date AS CHAR(10)),
                   record_count, first_ts, last_ts
              FROM log_file_generations
             WHERE dataset = :DC-DATASET
               AND expired_at IS NULL
             ORDER BY gen_date
         END-EXEC.

         01  WS-GEN-SW               PIC X(1)  VALUE "N".
             88 WS-GEN-EOF                   VALUE "Y".

         LINKAGE SECTION.
         COPY GENLSPM.

      ******************************************************************
         PROCEDURE DIVISION USING GENL-DATASET
                                   GENL-GEN-COUNT
                                   GENL-TABLE
                                   GENL-EXPIRED-RECORDS
                                   GENL-RETURN-CODE
                                   GENL-SQLCODE.
      ******************************************************************
         GENLIST-MAIN.
            MOVE ZERO   TO GENL-GEN-COUNT
            MOVE ZERO   TO GENL-EXPIRED-RECORDS
            MOVE ZERO   TO GENL-SQLCODE
            MOVE SPACES TO GENL-TABLE
            SET GENL-SUCCESS TO TRUE
            MOVE GENL-DATASET TO DC-DATASET
            MOVE "N" TO WS-GEN-SW

            EXEC SQL
               OPEN GEN-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO GENL-SQLCODE
               SET GENL-QUERY-FAILED TO TRUE
            ELSE
               PERFORM FETCH-GEN-LOOP UNTIL WS-GEN-EOF
               EXEC SQL
                  CLOSE GEN-CURSOR
               END-EXEC
            END-IF

            IF NOT GENL-QUERY-FAILED
               PERFORM SUM-EXPIRED-RECORDS
            END-IF

            GOBACK.

      *    Erro de FETCH descarta o que ja foi carregado - lista
      *    parcial faria o chamador achar que leu tudo.
         FETCH-GEN-LOOP.
            EXEC SQL
               FETCH GEN-CURSOR
               INTO :DC-GEN-FILE, :DC-GEN-DATE, :DC-RECORDS,
                    :DC-FIRST-TS, :DC-LAST-TS
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = 100
                  SET WS-GEN-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                  SET WS-GEN-EOF TO TRUE
                  MOVE SQLCODE TO GENL-SQLCODE
                  SET GENL-QUERY-FAILED TO TRUE
                  MOVE ZERO   TO GENL-GEN-COUNT
                  MOVE SPACES TO GENL-TABLE
               WHEN GENL-GEN-COUNT >= 99
                  SET GENL-TRUNCATED TO TRUE
               WHEN OTHER
                  ADD 1 TO GENL-GEN-COUNT
                  MOVE DC-GEN-FILE TO GENL-FILE-NAME(GENL-GEN-COUNT)
                  MOVE DC-GEN-DATE TO GENL-GEN-DATE(GENL-GEN-COUNT)
                  MOVE DC-RECORDS  TO GENL-RECORDS(GENL-GEN-COUNT)
                  MOVE DC-FIRST-TS TO GENL-FIRST-TS(GENL-GEN-COUNT)
                  MOVE DC-LAST-TS  TO GENL-LAST-TS(GENL-GEN-COUNT)
            END-EVALUATE.

         SUM-EXPIRED-RECORDS.
            MOVE ZERO TO DC-EXPIRED-RECORDS
            EXEC SQL
               SELECT COALESCE(SUM(record_count), 0)
                 INTO :DC-EXPIRED-RECORDS
                 FROM log_file_generations
                WHERE dataset = :DC-DATASET
                  AND expired_at IS NOT NULL
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO GENL-SQLCODE
               SET GENL-QUERY-FAILED TO TRUE
               MOVE ZERO   TO GENL-GEN-COUNT
               MOVE SPACES TO GENL-TABLE
            ELSE
               MOVE DC-EXPIRED-RECORDS TO GENL-EXPIRED-RECORDS
            END-IF.
