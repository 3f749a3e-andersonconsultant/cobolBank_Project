         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-09-02.

      *  2026-10-15  DEV  CALL do RUNWRITE passa o novo parametro
      *                    RUNWR-FEED-CODE (SPACES - job nao e de carga
      *                    de feed).

      *  A sequencia noturna - carga LOGFILE, monitor LOGALRT01,
      *  rollup LOGAGG01 e extrato LOGEXT01 - era quatro agendamentos
      *  independentes que nao se conhecem: quando a carga termina
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
