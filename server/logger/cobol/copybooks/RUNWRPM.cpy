      ******************************************************************
      *  2026-08-22  DEV  Criacao, para o historico de execucoes de
      *                   batch (log_batch_runs).
      *  2026-10-15  DEV  RUNWR-FEED-CODE: feed da execucao (carga
      *                   LOGFILE por feed do manifesto); SPACES nos
      *                   jobs que nao sao de carga.

         01  RUNWR-JOB-NAME          PIC X(10).
         01  RUNWR-START-TS          PIC X(19).
      *  Ambiente de conexao usado pelo job (DEV/QA/PRD)
         01  RUNWR-DB-ENV            PIC X(3).

      *  Codigo do feed (sistema de origem) a que a execucao se refere
      *  - a carga LOGFILE grava uma linha por feed do manifesto;
      *  jobs que nao tratam de um feed passam SPACES.
         01  RUNWR-FEED-CODE         PIC X(10).

      *  Saida: "0" = registrado com sucesso, "1" = INSERT falhou
         01  RUNWR-RETURN-CODE       PIC X(1).
             88 RUNWR-SUCCESS               VALUE "0".
