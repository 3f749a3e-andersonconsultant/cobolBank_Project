         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-09-02.

      *  2026-10-15  DEV  FECHAR recusado para mes com excecao de
      *                    conciliacao aberta (log_recon_exceptions).
      *  2026-10-15  DEV  REABRIR exige operador e motivo e fica
      *                    registrado no diario do operador
      *                    (log_operator_audit) via AUDWRITE.

      *  Job do supervisor para fechar e reabrir periodos (meses) de
      *  postagem em log_cobol_test. Depois que o financeiro concilia
      *  um mes pelo extrato LOGCSV, nada mais pode postar linhas com
      *  ajuste autorizado raro - a linha fica com status A, entao a
      *  lista mostra que aquele mes ja foi mexido depois do
      *  fechamento.
      *
      *  FECHAR so e aceito com o mes em balanco com o financeiro:
      *  havendo excecao aberta em log_recon_exceptions (gravada pelo
      *  LOGCONC01) para algum dia do mes, o fechamento e recusado ate
      *  o acerto ser reconciliado.
      *
      *  REABRIR exige operador e motivo (LOG_OPERADOR / LOG_MOTIVO ou
      *  prompt) e deixa registro no diario do operador
      *  (log_operator_audit, via AUDWRITE) - inclusive quando e
      *  recusado por falta deles.

      ******************************************************************
         ENVIRONMENT DIVISION.
         01  WS-LST-STATUS           PIC X(1).
         01  WS-LST-CHANGED-AT       PIC X(26).

      *  Limites do mes (AAAA-MM-01 inclusive / primeiro dia do mes
      *  seguinte exclusive) e excecoes de conciliacao abertas nele
         01  WS-MONTH-START          PIC X(10) VALUE SPACES.
         01  WS-MONTH-END-EXCL       PIC X(10) VALUE SPACES.
         01  WS-OPEN-EXC-COUNT       PIC 9(8)  VALUE ZERO.

         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.
             88 WS-RPT-FETCH-ERROR           VALUE "Y".
         01  WS-UPDATED-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-LST-LABEL            PIC X(8)  VALUE SPACES.
         01  WS-CLOSE-OK-SW          PIC X(1)  VALUE "Y".
             88 WS-CLOSE-ALLOWED             VALUE "Y".
         01  WS-NEXT-YEAR            PIC 9(4)  VALUE ZERO.
         01  WS-NEXT-MONTH           PIC 9(2)  VALUE ZERO.
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.

      *  Parametros do subprograma AUDWRITE (ver Audwrpm.cpy)
         COPY AUDWRPM.

      ******************************************************************
         PROCEDURE DIVISION.
            IF WS-PARM-OK
               PERFORM CONNECT-DB
               IF WS-DB-STARTED = "S"
                  IF WS-ACTION-CLOSE
                     PERFORM CHECK-OPEN-EXCEPTIONS
                  END-IF
                  IF WS-ACTION-CLOSE AND WS-CLOSE-ALLOWED
                     PERFORM UPDATE-PERIOD
                  END-IF
                  IF WS-ACTION-REOPEN
                     PERFORM REOPEN-PERIOD
                  END-IF
                  PERFORM LIST-PERIODS
               END-IF
            END-IF
                        MOVE "F" TO WS-PERIOD-STATUS
                     ELSE
                        MOVE "A" TO WS-PERIOD-STATUS
                        PERFORM GET-OPERATOR
                     END-IF
                     SET WS-PARM-OK TO TRUE
                  END-IF
               MOVE "S" TO WS-DB-STARTED
            END-IF.

      *    Operador e motivo do REABRIR, para o diario: LOG_OPERADOR /
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
               DISPLAY "Motivo da reabertura: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Reabrir mes conciliado e a acao que a auditoria cobra: sem
      *    operador ou motivo nao reabre, e o resultado - reaberto,
      *    falha ou recusa - fica no diario.
         REOPEN-PERIOD.
            MOVE "REABRIR" TO AUDWR-ACTION
            MOVE SPACES TO AUDWR-PARAMS
            STRING "periodo="      DELIMITED BY SIZE
                   WS-PERIOD-MONTH DELIMITED BY SIZE
              INTO AUDWR-PARAMS
            END-STRING

            IF AUDWR-OPERATOR-ID = SPACES OR AUDWR-REASON = SPACES
               DISPLAY "0\OPERATOR_REQUIRED"
               DISPLAY "#Periodo " WS-PERIOD-MONTH " NAO reaberto -"
               DISPLAY "#operador e motivo sao obrigatorios"
               SET AUDWR-OUTCOME-REFUSED TO TRUE
            ELSE
               PERFORM UPDATE-PERIOD
               IF WS-UPDATE-CLEAN
                  SET AUDWR-OUTCOME-OK TO TRUE
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  SET AUDWR-OUTCOME-FAILED TO TRUE
               END-IF
            END-IF
            PERFORM WRITE-AUDIT-RECORD.

      *    O AUDWRITE comita na hora - chamado so depois do COMMIT ou
      *    ROLLBACK do proprio controle de periodo.
         WRITE-AUDIT-RECORD.
            MOVE "LOGPERD01" TO AUDWR-PROGRAM
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

      *    Mes com excecao de conciliacao aberta nao fecha - depois de
      *    fechado, o acerto nao poderia mais ser postado. Erro na
      *    consulta tambem recusa: fechar sem saber e pior.
         CHECK-OPEN-EXCEPTIONS.
            MOVE WS-PERIOD-MONTH(1:4) TO WS-NEXT-YEAR
            MOVE WS-PERIOD-MONTH(6:2) TO WS-NEXT-MONTH
            IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
            ELSE
               ADD 1 TO WS-NEXT-MONTH
            END-IF
            MOVE SPACES TO WS-MONTH-START
            STRING WS-PERIOD-MONTH DELIMITED BY SIZE
                   "-01"           DELIMITED BY SIZE
              INTO WS-MONTH-START
            END-STRING
            MOVE SPACES TO WS-MONTH-END-EXCL
            STRING WS-NEXT-YEAR    DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-NEXT-MONTH   DELIMITED BY SIZE
                   "-01"           DELIMITED BY SIZE
              INTO WS-MONTH-END-EXCL
            END-STRING

            MOVE ZERO TO WS-OPEN-EXC-COUNT
            EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-EXC-COUNT
                 FROM log_recon_exceptions
                WHERE recon_date >= :WS-MONTH-START
                  AND recon_date < :WS-MONTH-END-EXCL
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "N" TO WS-CLOSE-OK-SW
               DISPLAY "0\DB_ERROR"
               DISPLAY "#Erro ao consultar as excecoes de conciliacao"
               DISPLAY "#SQLCODE: " SQLCODE
               DISPLAY "#Periodo " WS-PERIOD-MONTH " NAO fechado"
            ELSE
               IF WS-OPEN-EXC-COUNT > ZERO
                  MOVE "N" TO WS-CLOSE-OK-SW
                  MOVE WS-OPEN-EXC-COUNT TO WS-EDITED-COUNT
                  DISPLAY "0\OUT_OF_BALANCE"
                  DISPLAY "#Periodo " WS-PERIOD-MONTH " NAO fechado -"
                  DISPLAY "#excecoes de conciliacao abertas: "
                          WS-EDITED-COUNT
                  DISPLAY "#Acertar e rodar o LOGCONC01 antes de fechar"
               END-IF
            END-IF.

      *    Grava o status do periodo: UPDATE se a linha ja existe,
      *    INSERT se e a primeira vez que o mes entra no controle.
      *    SQLERRD(3) diz se o UPDATE alcancou alguma linha, como nos
