      ******************************************************************
      * AUDWRITE - Subprograma de gravacao em log_operator_audit
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 AUDWRITE.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Unico ponto de INSERT no diario do operador
      *  (log_operator_audit). Mesma ideia do RUNWRITE/SECWRITE -
      *  nenhum programa deve montar seu proprio EXEC SQL INSERT
      *  contra esta tabela; todos devem dar CALL "AUDWRITE". Ver
      *  AUDWRPM.cpy para o layout dos parametros. O registro leva o
      *  timestamp do banco (now()) e e comitado na hora, como o
      *  RUNWRITE - o diario precisa sobreviver mesmo quando a acao
      *  auditada terminou em rollback. Por isso o chamador so deve
      *  chamar depois de confirmar ou desfazer o proprio trabalho.

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
         01  DC-OPERATOR-ID          PIC X(20).
         01  DC-REASON               PIC X(80).
         01  DC-PROGRAM              PIC X(12).
         01  DC-ACTION               PIC X(15).
         01  DC-PARAMS               PIC X(120).
         01  DC-OUTCOME              PIC X(10).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         COPY AUDWRPM.

      ******************************************************************
         PROCEDURE DIVISION USING AUDWR-OPERATOR-ID
                                   AUDWR-REASON
                                   AUDWR-PROGRAM
                                   AUDWR-ACTION
                                   AUDWR-PARAMS
                                   AUDWR-OUTCOME
                                   AUDWR-RETURN-CODE
                                   AUDWR-SQLCODE.
      ******************************************************************
         AUDWRITE-MAIN.
            MOVE AUDWR-OPERATOR-ID    TO DC-OPERATOR-ID
            MOVE AUDWR-REASON         TO DC-REASON
            MOVE AUDWR-PROGRAM        TO DC-PROGRAM
            MOVE AUDWR-ACTION         TO DC-ACTION
            MOVE AUDWR-PARAMS         TO DC-PARAMS
            MOVE AUDWR-OUTCOME        TO DC-OUTCOME

            EXEC SQL
               INSERT INTO log_operator_audit
               (operator_id, program_name, action_name, action_params,
               reason, outcome, action_at)
               VALUES
               (:DC-OPERATOR-ID, :DC-PROGRAM, :DC-ACTION,
               :DC-PARAMS, :DC-REASON, :DC-OUTCOME, now())
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO AUDWR-SQLCODE
               SET AUDWR-INSERT-FAILED TO TRUE
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               MOVE SQLCODE TO AUDWR-SQLCODE
               IF SQLCODE NOT = ZERO
                  SET AUDWR-INSERT-FAILED TO TRUE
               ELSE
                  SET AUDWR-SUCCESS TO TRUE
               END-IF
            END-IF

            GOBACK.
