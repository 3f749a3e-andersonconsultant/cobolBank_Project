         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-08-22.

      *  2026-10-15  DEV  Parametro RUNWR-FEED-CODE, gravado em
      *                   feed_code (uma linha por feed na carga).

      *  Unico ponto de INSERT em log_batch_runs. Mesma ideia do
      *  LOGWRITE/SECWRITE - nenhum job deve montar seu proprio EXEC
      *  SQL INSERT contra esta tabela; todos devem dar CALL
         01  DC-COMMIT-COUNT         PIC 9(8).
         01  DC-CLEAN-FLAG           PIC X(1).
         01  DC-DB-ENV               PIC X(3).
         01  DC-FEED-CODE            PIC X(10).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.
                                   RUNWR-COMMIT-COUNT
                                   RUNWR-CLEAN-FLAG
                                   RUNWR-DB-ENV
                                   RUNWR-FEED-CODE
                                   RUNWR-RETURN-CODE
                                   RUNWR-SQLCODE.
      ******************************************************************
            MOVE RUNWR-COMMIT-COUNT   TO DC-COMMIT-COUNT
            MOVE RUNWR-CLEAN-FLAG     TO DC-CLEAN-FLAG
            MOVE RUNWR-DB-ENV         TO DC-DB-ENV
            MOVE RUNWR-FEED-CODE      TO DC-FEED-CODE

            EXEC SQL
               INSERT INTO log_batch_runs
               (job_name, started_at, ended_at, lines_read,
               lines_inserted, lines_rejected, lines_deadletter,
               commit_count, clean_flag, db_env, feed_code,
               created_at)
               VALUES
               (:DC-JOB-NAME, :DC-START-TS, :DC-END-TS,
               :DC-LINES-READ, :DC-LINES-INSERTED,
               :DC-LINES-REJECTED, :DC-LINES-DEADLTR,
               :DC-COMMIT-COUNT, :DC-CLEAN-FLAG, :DC-DB-ENV,
               :DC-FEED-CODE, now())
            END-EXEC

            IF SQLCODE NOT = ZERO
