      *  2026-09-02  DEV  value_processed com sinal (estorno): o campo
      *                    sai na linha do LOGARCH com "-" na frente
      *                    quando negativo, como no layout LOG.
      *  2026-10-15  DEV  Codigo do feed (feed_code) arquivado junto:
      *                    11o campo no fim da linha do LOGARCH e
      *                    ARCX-FEED-CODE no LOGARCHX. CALL do RUNWRITE
      *                    passa RUNWR-FEED-CODE em SPACES.
      *  2026-10-15  DEV  Purga exige operador e motivo e fica
      *                    registrada no diario do operador
      *                    (log_operator_audit) via AUDWRITE;
      *                    LOGARCH/LOGARCHX so sao abertos depois dessa
      *                    conferencia.
      *  2026-10-15  DEV  LOGARCH aberto em EXTEND (OUTPUT so quando
      *                    ainda nao existe): cada purga acrescenta ao
      *                    arquivo, como no LOGARCHX, e o LOGGEN01 rola
      *                    o LOGARCH em geracoes.
      *  2026-10-15  DEV  feed_code lido com COALESCE no ARCHIVE-CURSOR:
      *                    linha anterior a coluna tem NULL e o FETCH
      *                    sem indicador parava a purga.

      *  log_cobol_test nunca foi purgada - START-DB/PROCESS-LOG so
      *  inserem. Este job arquiva em sequencial (LOGARCH) as linhas
      *  tabela, evitando que ela cresca indefinidamente. Numero de
      *  dias de retencao e informado na entrada (console ou PARM);
      *  sem informar, assume WS-RETENTION-DAYS default.
      *
      *  A purga exige operador e motivo (LOG_OPERADOR / LOG_MOTIVO ou
      *  prompt) e deixa registro no diario do operador
      *  (log_operator_audit, via AUDWRITE) com os dias de retencao,
      *  o corte e o resultado. Sem eles nada e aberto nem apagado -
      *  o LOGARCH da purga anterior fica intacto - e a recusa tambem
      *  vai para o diario.

      ******************************************************************
         ENVIRONMENT DIVISION.
         FILE SECTION.
      *  Dataset sequencial de arquivamento - uma linha por registro
      *  de log_cobol_test removido, layout igual ao LOG de entrada
      *  mais o timestamp original e o codigo do feed de origem (no
      *  fim, para as linhas antigas, sem o campo, continuarem
      *  validas na recarga e na conferencia).
         FD  LOG-ARCHIVE-FILE.
         01  LOG-ARCHIVE-REC          PIC X(300).

         01  WS-ARC-METHOD           PIC X(6).
         01  WS-ARC-VALUE            PIC S9(10)V99.
         01  WS-ARC-CREATED-AT       PIC X(26).
         01  WS-ARC-FEED-CODE        PIC X(10).

         EXEC SQL END DECLARE SECTION END-EXEC.

            DECLARE ARCHIVE-CURSOR CURSOR FOR
               SELECT session_id, component, action, status,
                      response_time, message, endpoint, method,
                      value_processed, created_at,
                      COALESCE(feed_code, ' ')
                 FROM log_cobol_test
                WHERE created_at < :WS-CUTOFF-TS
         END-EXEC.
         01  WS-PURGE-CLEAN-SW       PIC X(1)  VALUE "Y".
             88 WS-PURGE-RUN-CLEAN            VALUE "Y".

      *  Parametros do subprograma AUDWRITE (ver Audwrpm.cpy)
         COPY AUDWRPM.
         01  WS-EDITED-DAYS          PIC Z(4)9 VALUE SPACES.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-RETENTION-DAYS UNTIL WS-RETENTION-VALID
            PERFORM CALC-CUTOFF-DATE
            PERFORM GET-OPERATOR
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               IF AUDWR-OPERATOR-ID = SPACES OR AUDWR-REASON = SPACES
                  DISPLAY "0\OPERATOR_REQUIRED"
                  DISPLAY "#Purga recusada - operador e motivo sao"
                  DISPLAY "#obrigatorios"
                  SET AUDWR-OUTCOME-REFUSED TO TRUE
               ELSE
                  OPEN EXTEND LOG-ARCHIVE-FILE
                  IF WS-ARCHIVE-FILE-STATUS = "35"
                     OPEN OUTPUT LOG-ARCHIVE-FILE
                  END-IF
                  PERFORM OPEN-ARCHIVE-IX
                  PERFORM FORMAT-RUN-TS
                  MOVE WS-RUN-TS-WORK TO WS-RUN-START-TS
                  PERFORM ARCHIVE-OLD-ROWS
                  IF WS-ARCHIVE-CLEAN
                     PERFORM DELETE-OLD-ROWS
                  ELSE
                     MOVE "N" TO WS-PURGE-CLEAN-SW
                     DISPLAY "0\STATUS"
                     DISPLAY "#Arquivamento incompleto - DELETE"
                             " cancelado"
                  END-IF
                  PERFORM PRINT-SUMMARY
                  PERFORM WRITE-RUN-HISTORY
                  IF WS-PURGE-RUN-CLEAN
                     SET AUDWR-OUTCOME-OK TO TRUE
                  ELSE
                     SET AUDWR-OUTCOME-FAILED TO TRUE
                  END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
            END-IF
            PERFORM FIM-PROGRAMA.

               END-IF
            END-IF.

      *    Operador e motivo da purga, para o diario: LOG_OPERADOR /
      *    LOG_MOTIVO do ambiente ou prompt.
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
               DISPLAY "Motivo da purga: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Calcula a data de corte (hoje menos WS-RETENTION-DAYS dias)
      *    usando as funcoes intrinsecas de data - nao ha verbo COBOL
      *    comum que faca aritmetica de calendario corretamente.
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               MOVE "S" TO WS-DB-STARTED
            END-IF.

      *    O indexado acumula entre purgas: abre em I-O e, se o
                    :WS-ARC-ACTION, :WS-ARC-STATUS,
                    :WS-ARC-RESPONSE-TIME, :WS-ARC-MESSAGE,
                    :WS-ARC-ENDPOINT, :WS-ARC-METHOD,
                    :WS-ARC-VALUE, :WS-ARC-CREATED-AT,
                    :WS-ARC-FEED-CODE
            END-EXEC

      *    Um erro de FETCH (SQLCODE diferente de zero e de 100) nao
                         WS-ARC-VALUE-TEXT    DELIMITED BY SPACE
                         ";"                  DELIMITED BY SIZE
                         WS-ARC-CREATED-AT    DELIMITED BY SIZE
                         ";"                  DELIMITED BY SIZE
                         WS-ARC-FEED-CODE     DELIMITED BY SIZE
                    INTO WS-ARCHIVE-LINE
                  END-STRING

            MOVE WS-ARC-METHOD        TO ARCX-METHOD
            MOVE WS-ARC-VALUE         TO ARCX-VALUE
            MOVE WS-ARC-CREATED-AT    TO ARCX-CREATED-AT
            MOVE WS-ARC-FEED-CODE     TO ARCX-FEED-CODE

            MOVE "N" TO WS-ARCX-WRITE-SW
            PERFORM WRITE-ARCHIVE-IX-REC
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
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF.

      *    Registro da purga no diario - o AUDWRITE comita na hora,
      *    depois do COMMIT do DELETE e do historico.
         WRITE-AUDIT-RECORD.
            MOVE "LOGPURG01" TO AUDWR-PROGRAM
            MOVE "PURGA"     TO AUDWR-ACTION
            MOVE WS-RETENTION-DAYS TO WS-EDITED-DAYS
            MOVE WS-DELETED-COUNT  TO WS-EDITED-DELETED
            MOVE SPACES TO AUDWR-PARAMS
            STRING "retencao="       DELIMITED BY SIZE
                   WS-EDITED-DAYS    DELIMITED BY SIZE
                   " dias corte="    DELIMITED BY SIZE
                   WS-CUTOFF-TS      DELIMITED BY SIZE
                   " apagadas="      DELIMITED BY SIZE
                   WS-EDITED-DELETED DELIMITED BY SIZE
              INTO AUDWR-PARAMS
            END-STRING
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

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
