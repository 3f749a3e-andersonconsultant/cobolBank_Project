      ******************************************************************
      * SESWRITE - Subprograma de gravacao em log_session_registry
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SESWRITE.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Unico ponto de INSERT em log_session_registry - o registro
      *  que liga a sessao (session_id de log_cobol_test/LOGARCHX) ao
      *  usuario e IP de origem que a abriram (os mesmos user_id e
      *  source_ip de log_security_test). Mesma ideia do LOGWRITE e
      *  do SECWRITE: ninguem monta o proprio INSERT contra a tabela,
      *  todos dao CALL "SESWRITE" (ver SESWRPM.cpy).
      *
      *  Como o LOGWRITE, este subprograma so insere; quem chama
      *  decide quando COMMITar - a carga em lote comita o registro
      *  junto com as linhas de log do mesmo bloco, e o checkpoint
      *  continua cobrindo tudo o que foi confirmado.
      *
      *  A sessao e a chave do registro: sessao ja registrada volta
      *  com retorno "2" sem gravar nada, para o restart da carga e o
      *  reenvio do mesmo arquivo nao quebrarem nem duplicarem.

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
         01  DC-SESSION-ID           PIC X(10).
         01  DC-USER-ID              PIC X(20).
         01  DC-SOURCE-IP            PIC X(45).
         01  DC-OPENED-AT            PIC X(26).
         01  DC-FEED-CODE            PIC X(10).
         01  DC-FOUND-COUNT          PIC 9(8).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         COPY SESWRPM.

      ******************************************************************
         PROCEDURE DIVISION USING SESWR-SESSION-ID
                                   SESWR-USER-ID
                                   SESWR-SOURCE-IP
                                   SESWR-OPENED-AT
                                   SESWR-FEED-CODE
                                   SESWR-RETURN-CODE
                                   SESWR-SQLCODE.
      ******************************************************************
         SESWRITE-MAIN.
            MOVE SESWR-SESSION-ID  TO DC-SESSION-ID
            MOVE SESWR-USER-ID     TO DC-USER-ID
            MOVE SESWR-SOURCE-IP   TO DC-SOURCE-IP
            MOVE SESWR-OPENED-AT   TO DC-OPENED-AT
            MOVE SESWR-FEED-CODE   TO DC-FEED-CODE

            MOVE ZERO TO DC-FOUND-COUNT
            EXEC SQL
               SELECT COUNT(*)
                 INTO :DC-FOUND-COUNT
                 FROM log_session_registry
                WHERE session_id = :DC-SESSION-ID
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SESWR-SQLCODE
               SET SESWR-INSERT-FAILED TO TRUE
               GOBACK
            END-IF

            IF DC-FOUND-COUNT > ZERO
               MOVE ZERO TO SESWR-SQLCODE
               SET SESWR-ALREADY-OPEN TO TRUE
               GOBACK
            END-IF

      *    Sem instante informado vale o now() do banco, como no
      *    LOGWRITE.
            IF DC-OPENED-AT = SPACES
               EXEC SQL
                  INSERT INTO log_session_registry
                  (session_id, user_id, source_ip, opened_at,
                  feed_code, registered_at)
                  VALUES
                  (:DC-SESSION-ID, :DC-USER-ID, :DC-SOURCE-IP, now(),
                  :DC-FEED-CODE, now())
               END-EXEC
            ELSE
               EXEC SQL
                  INSERT INTO log_session_registry
                  (session_id, user_id, source_ip, opened_at,
                  feed_code, registered_at)
                  VALUES
                  (:DC-SESSION-ID, :DC-USER-ID, :DC-SOURCE-IP,
                  :DC-OPENED-AT, :DC-FEED-CODE, now())
               END-EXEC
            END-IF

            MOVE SQLCODE TO SESWR-SQLCODE
            IF SQLCODE NOT = ZERO
               SET SESWR-INSERT-FAILED TO TRUE
            ELSE
               SET SESWR-SUCCESS TO TRUE
            END-IF

            GOBACK.
