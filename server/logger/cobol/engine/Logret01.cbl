         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-09-02.

      *  2026-10-15  DEV  CALL do RUNWRITE passa o novo parametro
      *                    RUNWR-FEED-CODE (SPACES - job nao e de carga
      *                    de feed).
      *  2026-10-15  DEV  Retencao exige operador e motivo; cada tabela
      *                    processada fica registrada no diario do
      *                    operador (log_operator_audit) via AUDWRITE.

      *  O LOGPURG01 so cobre log_cobol_test; log_security_test,
      *  log_batch_runs e log_daily_summary crescem para sempre e as
      *  varreduras do SECRPT01 ficam mais lentas a cada mes. Em vez
      *  desconhecida ou dias nao numericos/zerados sao reportados e
      *  pulados - um typo na config nao pode virar DELETE da tabela
      *  inteira.
      *
      *  A retencao exige operador e motivo (LOG_OPERADOR / LOG_MOTIVO
      *  ou prompt). Cada tabela processada deixa um registro no diario
      *  do operador (log_operator_audit, via AUDWRITE) com a tabela,
      *  os dias de retencao, o corte e o resultado; sem operador ou
      *  motivo o RETNCFG nem e lido e a recusa vai para o diario.

      ******************************************************************
         ENVIRONMENT DIVISION.
         01  WS-EDITED-DELETED       PIC Z(8)  VALUE SPACES.
         01  WS-EDITED-COUNT         PIC Z(8)  VALUE SPACES.

      *  Parametros do subprograma AUDWRITE (ver Audwrpm.cpy) - um
      *  registro de diario por tabela processada.
         COPY AUDWRPM.
         01  WS-EDITED-DAYS          PIC Z(3)9 VALUE SPACES.

      *  Campos de apoio ao calculo da data de corte, como no
      *  LOGPURG01.
         01  WS-TODAY-DATE           PIC 9(8).
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-OPERATOR
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               IF AUDWR-OPERATOR-ID = SPACES OR AUDWR-REASON = SPACES
                  DISPLAY "0\OPERATOR_REQUIRED"
                  DISPLAY "#Retencao recusada - operador e motivo sao"
                  DISPLAY "#obrigatorios"
                  MOVE "RETNCFG" TO AUDWR-PARAMS
                  SET AUDWR-OUTCOME-REFUSED TO TRUE
                  PERFORM WRITE-AUDIT-RECORD
               ELSE
                  PERFORM PROCESS-RETENTION-CONFIG
                  PERFORM PRINT-SUMMARY
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

               MOVE "S" TO WS-DB-STARTED
            END-IF.

      *    Operador e motivo da retencao, para o diario: LOG_OPERADOR /
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
               DISPLAY "Motivo da retencao: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Percorre o RETNCFG aplicando a politica de cada linha.
         PROCESS-RETENTION-CONFIG.
            OPEN INPUT RETENTION-CONFIG-FILE
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
               DISPLAY "#Aviso: falha ao registrar o historico da"
               DISPLAY "#retencao em log_batch_runs"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF

            MOVE WS-CFG-DAYS TO WS-EDITED-DAYS
            MOVE SPACES TO AUDWR-PARAMS
            STRING "tabela="          DELIMITED BY SIZE
                   WS-CFG-TABLE       DELIMITED BY SPACE
                   " retencao="       DELIMITED BY SIZE
                   WS-EDITED-DAYS     DELIMITED BY SIZE
                   " dias corte="     DELIMITED BY SIZE
                   WS-CUTOFF-TS       DELIMITED BY SIZE
                   " arquivadas="     DELIMITED BY SIZE
                   WS-EDITED-ARCHIVED DELIMITED BY SIZE
                   " apagadas="       DELIMITED BY SIZE
                   WS-EDITED-DELETED  DELIMITED BY SIZE
              INTO AUDWR-PARAMS
            END-STRING
            IF WS-TBL-RUN-CLEAN
               SET AUDWR-OUTCOME-OK TO TRUE
            ELSE
               SET AUDWR-OUTCOME-FAILED TO TRUE
            END-IF
            PERFORM WRITE-AUDIT-RECORD.

      *    Registro no diario do operador - o AUDWRITE comita na hora,
      *    depois do COMMIT do DELETE e do historico da tabela.
         WRITE-AUDIT-RECORD.
            MOVE "LOGRET01"  TO AUDWR-PROGRAM
            MOVE "RETENCAO"  TO AUDWR-ACTION
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

      *    Monta o timestamp corrente (AAAA-MM-DD HH:MM:SS) para o
