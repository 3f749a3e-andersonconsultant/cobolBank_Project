      *                    consolida o liquido do dia - sem mudanca de
      *                    codigo aqui, registrado para a conciliacao
      *                    saber que o sumario pode ter grupo negativo.
      *  2026-10-15  DEV  CALL do RUNWRITE passa o novo parametro
      *                    RUNWR-FEED-CODE (SPACES - job nao e de carga
      *                    de feed).

      *  Job noturno que consolida as linhas do dia de log_cobol_test
      *  em log_daily_summary, chaveada por data/componente/acao/
               SET RUNWR-RUN-DIRTY TO TRUE
            END-IF
            MOVE "PRD" TO RUNWR-DB-ENV
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
