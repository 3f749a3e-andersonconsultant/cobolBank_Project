      *                   quem chama. O bloco e atomico: falhou, nada
      *                   entrou, e quem chama reapresenta as linhas
      *                   em modo direto para isolar a defeituosa.
      *  2026-10-15  DEV  Parametro LOGWR-FEED-CODE: codigo do feed
      *                   (sistema de origem) gravado em feed_code em
      *                   todos os caminhos de INSERT, direto e bloco.
      *  2026-10-15  DEV  Message mascarado pelo MASKMSG (regras do
      *                   MASKCFG) antes de todo INSERT; contagem de
      *                   mascaras creditada so para linha efetivamente
      *                   inserida.

      *  Unico ponto de INSERT em log_cobol_test. Qualquer job batch
      *  que precise logar deve dar CALL "LOGWRITE" em vez de duplicar
      *  layout dos parametros. Este subprograma so insere; quem
      *  chama decide quando COMMITar (carga interativa comita linha a
      *  linha, carga em lote comita a cada N linhas).
      *
      *  O message passa pelo MASKMSG antes de qualquer caminho de
      *  INSERT (direto ou bloco): CPF, cartao e e-mail sao
      *  mascarados conforme as regras do MASKCFG. So a copia gravada
      *  e mascarada - o LOGWR-MESSAGE de quem chama fica como veio.
      *  A contagem de mascaras e creditada no MASKMSG so quando a
      *  linha de fato entra (INSERT direto ou bloco esvaziado limpo),
      *  para a evidencia bater com o que esta gravado.

      ******************************************************************
         ENVIRONMENT DIVISION.
         01  DC-METHOD               PIC X(6).
         01  DC-VALUE                PIC S9(10)V99.
         01  DC-CREATED-AT           PIC X(26).
         01  DC-FEED-CODE            PIC X(10).

      *  Periodo (AAAA-MM) da linha e contagem de fechamento no
      *  controle de periodo
         01  DCB-MESSAGE-1           PIC X(100).
         01  DCB-ENDPOINT-1          PIC X(50).
         01  DCB-METHOD-1            PIC X(6).
         01  DCB-FEED-1              PIC X(10).
         01  DCB-SESSION-2           PIC X(10).
         01  DCB-RESPONSE-2          PIC 9(6).
         01  DCB-VALUE-2             PIC S9(10)V99.
         01  DCB-MESSAGE-2           PIC X(100).
         01  DCB-ENDPOINT-2          PIC X(50).
         01  DCB-METHOD-2            PIC X(6).
         01  DCB-FEED-2              PIC X(10).
         01  DCB-SESSION-3           PIC X(10).
         01  DCB-RESPONSE-3          PIC 9(6).
         01  DCB-VALUE-3             PIC S9(10)V99.
         01  DCB-MESSAGE-3           PIC X(100).
         01  DCB-ENDPOINT-3          PIC X(50).
         01  DCB-METHOD-3            PIC X(6).
         01  DCB-FEED-3              PIC X(10).
         01  DCB-SESSION-4           PIC X(10).
         01  DCB-RESPONSE-4          PIC 9(6).
         01  DCB-VALUE-4             PIC S9(10)V99.
         01  DCB-MESSAGE-4           PIC X(100).
         01  DCB-ENDPOINT-4          PIC X(50).
         01  DCB-METHOD-4            PIC X(6).
         01  DCB-FEED-4              PIC X(10).
         01  DCB-SESSION-5           PIC X(10).
         01  DCB-RESPONSE-5          PIC 9(6).
         01  DCB-VALUE-5             PIC S9(10)V99.
         01  DCB-MESSAGE-5           PIC X(100).
         01  DCB-ENDPOINT-5          PIC X(50).
         01  DCB-METHOD-5            PIC X(6).
         01  DCB-FEED-5              PIC X(10).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.
      *  acumuladas aguardando o INSERT em bloco.
         01  WS-LOGB-COUNT           PIC 9(1)  VALUE ZERO.
         01  WS-LOGB-MAX             PIC 9(1)  VALUE 5.
         01  WS-LOGB-FLUSHED         PIC 9(1)  VALUE ZERO.
         01  WS-LOGB-IDX             PIC 9(1)  VALUE ZERO.

      *  Parametros do subprograma MASKMSG (ver Maskmpm.cpy). As
      *  regras que atuaram na linha corrente ficam em WS-CUR-HITS; no
      *  modo "B", cada linha do buffer guarda as suas para o credito
      *  no esvaziamento.
         COPY MASKMPM.
         01  WS-CUR-HITS             PIC X(10) VALUE SPACES.
         01  WS-LOGB-HITS-TABLE.
             05 WS-LOGB-HITS         PIC X(10) OCCURS 5 TIMES.

         LINKAGE SECTION.
         COPY LOGWRPM.
                                   LOGWR-METHOD
                                   LOGWR-VALUE
                                   LOGWR-CREATED-AT
                                   LOGWR-FEED-CODE
                                   LOGWR-MODE
                                   LOGWR-RETURN-CODE
                                   LOGWR-SQLCODE.
            MOVE LOGWR-METHOD        TO DC-METHOD
            MOVE LOGWR-VALUE         TO DC-VALUE
            MOVE LOGWR-CREATED-AT    TO DC-CREATED-AT
            MOVE LOGWR-FEED-CODE     TO DC-FEED-CODE
            PERFORM MASK-DC-MESSAGE

      *    Antes de qualquer INSERT, confere se o mes da linha esta
      *    fechado no controle de periodo - mes conciliado pelo
                  INSERT INTO log_cobol_test
                  (session_id, response_time, value_processed,
                  component, action, status, message,
                  endpoint, method, feed_code, created_at)
                  VALUES
                  (:DC-SESSION-ID, :DC-RESPONSE-TIME, :DC-VALUE,
                  :DC-COMPONENT, :DC-ACTION, :DC-STATUS, :DC-MESSAGE,
                  :DC-ENDPOINT, :DC-METHOD, :DC-FEED-CODE, now())
               END-EXEC
            ELSE
               EXEC SQL
                  INSERT INTO log_cobol_test
                  (session_id, response_time, value_processed,
                  component, action, status, message,
                  endpoint, method, feed_code, created_at)
                  VALUES
                  (:DC-SESSION-ID, :DC-RESPONSE-TIME, :DC-VALUE,
                  :DC-COMPONENT, :DC-ACTION, :DC-STATUS, :DC-MESSAGE,
                  :DC-ENDPOINT, :DC-METHOD, :DC-FEED-CODE,
                  :DC-CREATED-AT)
               END-EXEC
            END-IF

               SET LOGWR-INSERT-FAILED TO TRUE
            ELSE
               SET LOGWR-SUCCESS TO TRUE
               MOVE WS-CUR-HITS TO MASKM-RULE-HITS
               PERFORM CREDIT-MASK-COUNTS
            END-IF

            GOBACK.

      *    Mascara o message da linha (so a copia que vai ao banco) e
      *    guarda as regras que atuaram, para o credito apos o INSERT.
         MASK-DC-MESSAGE.
            SET MASKM-FUNC-MASK TO TRUE
            MOVE DC-MESSAGE TO MASKM-MESSAGE
            PERFORM CALL-MASKMSG
            MOVE MASKM-MESSAGE   TO DC-MESSAGE
            MOVE MASKM-RULE-HITS TO WS-CUR-HITS.

      *    Credita uma linha gravada, com as regras de MASKM-RULE-HITS.
         CREDIT-MASK-COUNTS.
            SET MASKM-FUNC-CREDIT TO TRUE
            MOVE 1 TO MASKM-WEIGHT
            PERFORM CALL-MASKMSG.

         CALL-MASKMSG.
            CALL "MASKMSG" USING MASKM-FUNCTION
                                  MASKM-MESSAGE
                                  MASKM-RULE-HITS
                                  MASKM-MASKED-SW
                                  MASKM-WEIGHT
                                  MASKM-START-TS
                                  MASKM-DB-ENV
                                  MASKM-FEED-CODE
                                  MASKM-RETURN-CODE
                                  MASKM-SQLCODE
            END-CALL.

      *    Credito das linhas de um bloco esvaziado limpo.
         CREDIT-BUFFER-LINE.
            MOVE WS-LOGB-HITS(WS-LOGB-IDX) TO MASKM-RULE-HITS
            PERFORM CREDIT-MASK-COUNTS.

      *    Guarda a linha corrente no proximo conjunto de host
      *    variables do bloco.
         ADD-TO-BUFFER.
            ADD 1 TO WS-LOGB-COUNT
            MOVE WS-CUR-HITS TO WS-LOGB-HITS(WS-LOGB-COUNT)
            EVALUATE WS-LOGB-COUNT
               WHEN 1
                  MOVE DC-SESSION-ID    TO DCB-SESSION-1
                  MOVE DC-MESSAGE       TO DCB-MESSAGE-1
                  MOVE DC-ENDPOINT      TO DCB-ENDPOINT-1
                  MOVE DC-METHOD        TO DCB-METHOD-1
                  MOVE DC-FEED-CODE     TO DCB-FEED-1
               WHEN 2
                  MOVE DC-SESSION-ID    TO DCB-SESSION-2
                  MOVE DC-RESPONSE-TIME TO DCB-RESPONSE-2
                  MOVE DC-MESSAGE       TO DCB-MESSAGE-2
                  MOVE DC-ENDPOINT      TO DCB-ENDPOINT-2
                  MOVE DC-METHOD        TO DCB-METHOD-2
                  MOVE DC-FEED-CODE     TO DCB-FEED-2
               WHEN 3
                  MOVE DC-SESSION-ID    TO DCB-SESSION-3
                  MOVE DC-RESPONSE-TIME TO DCB-RESPONSE-3
                  MOVE DC-MESSAGE       TO DCB-MESSAGE-3
                  MOVE DC-ENDPOINT      TO DCB-ENDPOINT-3
                  MOVE DC-METHOD        TO DCB-METHOD-3
                  MOVE DC-FEED-CODE     TO DCB-FEED-3
               WHEN 4
                  MOVE DC-SESSION-ID    TO DCB-SESSION-4
                  MOVE DC-RESPONSE-TIME TO DCB-RESPONSE-4
                  MOVE DC-MESSAGE       TO DCB-MESSAGE-4
                  MOVE DC-ENDPOINT      TO DCB-ENDPOINT-4
                  MOVE DC-METHOD        TO DCB-METHOD-4
                  MOVE DC-FEED-CODE     TO DCB-FEED-4
               WHEN 5
                  MOVE DC-SESSION-ID    TO DCB-SESSION-5
                  MOVE DC-RESPONSE-TIME TO DCB-RESPONSE-5
                  MOVE DC-MESSAGE       TO DCB-MESSAGE-5
                  MOVE DC-ENDPOINT      TO DCB-ENDPOINT-5
                  MOVE DC-METHOD        TO DCB-METHOD-5
                  MOVE DC-FEED-CODE     TO DCB-FEED-5
            END-EVALUATE.

      *    Esvazia o buffer num unico INSERT com todas as linhas
                  PERFORM INSERT-BLOCK-5
            END-EVALUATE

            MOVE WS-LOGB-COUNT TO WS-LOGB-FLUSHED
            MOVE ZERO TO WS-LOGB-COUNT
            MOVE SQLCODE TO LOGWR-SQLCODE
            IF SQLCODE NOT = ZERO
               SET LOGWR-INSERT-FAILED TO TRUE
            ELSE
               SET LOGWR-SUCCESS TO TRUE
               PERFORM CREDIT-BUFFER-LINE
                  VARYING WS-LOGB-IDX FROM 1 BY 1
                  UNTIL WS-LOGB-IDX > WS-LOGB-FLUSHED
            END-IF.

         INSERT-BLOCK-1.
               INSERT INTO log_cobol_test
               (session_id, response_time, value_processed,
               component, action, status, message,
               endpoint, method, feed_code, created_at)
               VALUES
                  (:DCB-SESSION-1, :DCB-RESPONSE-1,
                  :DCB-VALUE-1, :DCB-COMPONENT-1,
                  :DCB-ACTION-1, :DCB-STATUS-1,
                  :DCB-MESSAGE-1, :DCB-ENDPOINT-1,
                  :DCB-METHOD-1, :DCB-FEED-1, now())
            END-EXEC.

         INSERT-BLOCK-2.
               INSERT INTO log_cobol_test
               (session_id, response_time, value_processed,
               component, action, status, message,
               endpoint, method, feed_code, created_at)
               VALUES
                  (:DCB-SESSION-1, :DCB-RESPONSE-1,
                  :DCB-VALUE-1, :DCB-COMPONENT-1,
                  :DCB-ACTION-1, :DCB-STATUS-1,
                  :DCB-MESSAGE-1, :DCB-ENDPOINT-1,
                  :DCB-METHOD-1, :DCB-FEED-1, now()),
                  (:DCB-SESSION-2, :DCB-RESPONSE-2,
                  :DCB-VALUE-2, :DCB-COMPONENT-2,
                  :DCB-ACTION-2, :DCB-STATUS-2,
                  :DCB-MESSAGE-2, :DCB-ENDPOINT-2,
                  :DCB-METHOD-2, :DCB-FEED-2, now())
            END-EXEC.

         INSERT-BLOCK-3.
               INSERT INTO log_cobol_test
               (session_id, response_time, value_processed,
               component, action, status, message,
               endpoint, method, feed_code, created_at)
               VALUES
                  (:DCB-SESSION-1, :DCB-RESPONSE-1,
                  :DCB-VALUE-1, :DCB-COMPONENT-1,
                  :DCB-ACTION-1, :DCB-STATUS-1,
                  :DCB-MESSAGE-1, :DCB-ENDPOINT-1,
                  :DCB-METHOD-1, :DCB-FEED-1, now()),
                  (:DCB-SESSION-2, :DCB-RESPONSE-2,
                  :DCB-VALUE-2, :DCB-COMPONENT-2,
                  :DCB-ACTION-2, :DCB-STATUS-2,
                  :DCB-MESSAGE-2, :DCB-ENDPOINT-2,
                  :DCB-METHOD-2, :DCB-FEED-2, now()),
                  (:DCB-SESSION-3, :DCB-RESPONSE-3,
                  :DCB-VALUE-3, :DCB-COMPONENT-3,
                  :DCB-ACTION-3, :DCB-STATUS-3,
                  :DCB-MESSAGE-3, :DCB-ENDPOINT-3,
                  :DCB-METHOD-3, :DCB-FEED-3, now())
            END-EXEC.

         INSERT-BLOCK-4.
               INSERT INTO log_cobol_test
               (session_id, response_time, value_processed,
               component, action, status, message,
               endpoint, method, feed_code, created_at)
               VALUES
                  (:DCB-SESSION-1, :DCB-RESPONSE-1,
                  :DCB-VALUE-1, :DCB-COMPONENT-1,
                  :DCB-ACTION-1, :DCB-STATUS-1,
                  :DCB-MESSAGE-1, :DCB-ENDPOINT-1,
                  :DCB-METHOD-1, :DCB-FEED-1, now()),
                  (:DCB-SESSION-2, :DCB-RESPONSE-2,
                  :DCB-VALUE-2, :DCB-COMPONENT-2,
                  :DCB-ACTION-2, :DCB-STATUS-2,
                  :DCB-MESSAGE-2, :DCB-ENDPOINT-2,
                  :DCB-METHOD-2, :DCB-FEED-2, now()),
                  (:DCB-SESSION-3, :DCB-RESPONSE-3,
                  :DCB-VALUE-3, :DCB-COMPONENT-3,
                  :DCB-ACTION-3, :DCB-STATUS-3,
                  :DCB-MESSAGE-3, :DCB-ENDPOINT-3,
                  :DCB-METHOD-3, :DCB-FEED-3, now()),
                  (:DCB-SESSION-4, :DCB-RESPONSE-4,
                  :DCB-VALUE-4, :DCB-COMPONENT-4,
                  :DCB-ACTION-4, :DCB-STATUS-4,
                  :DCB-MESSAGE-4, :DCB-ENDPOINT-4,
                  :DCB-METHOD-4, :DCB-FEED-4, now())
            END-EXEC.

         INSERT-BLOCK-5.
               INSERT INTO log_cobol_test
               (session_id, response_time, value_processed,
               component, action, status, message,
               endpoint, method, feed_code, created_at)
               VALUES
                  (:DCB-SESSION-1, :DCB-RESPONSE-1,
                  :DCB-VALUE-1, :DCB-COMPONENT-1,
                  :DCB-ACTION-1, :DCB-STATUS-1,
                  :DCB-MESSAGE-1, :DCB-ENDPOINT-1,
                  :DCB-METHOD-1, :DCB-FEED-1, now()),
                  (:DCB-SESSION-2, :DCB-RESPONSE-2,
                  :DCB-VALUE-2, :DCB-COMPONENT-2,
                  :DCB-ACTION-2, :DCB-STATUS-2,
                  :DCB-MESSAGE-2, :DCB-ENDPOINT-2,
                  :DCB-METHOD-2, :DCB-FEED-2, now()),
                  (:DCB-SESSION-3, :DCB-RESPONSE-3,
                  :DCB-VALUE-3, :DCB-COMPONENT-3,
                  :DCB-ACTION-3, :DCB-STATUS-3,
                  :DCB-MESSAGE-3, :DCB-ENDPOINT-3,
                  :DCB-METHOD-3, :DCB-FEED-3, now()),
                  (:DCB-SESSION-4, :DCB-RESPONSE-4,
                  :DCB-VALUE-4, :DCB-COMPONENT-4,
                  :DCB-ACTION-4, :DCB-STATUS-4,
                  :DCB-MESSAGE-4, :DCB-ENDPOINT-4,
                  :DCB-METHOD-4, :DCB-FEED-4, now()),
                  (:DCB-SESSION-5, :DCB-RESPONSE-5,
                  :DCB-VALUE-5, :DCB-COMPONENT-5,
                  :DCB-ACTION-5, :DCB-STATUS-5,
                  :DCB-MESSAGE-5, :DCB-ENDPOINT-5,
                  :DCB-METHOD-5, :DCB-FEED-5, now())
            END-EXEC.

      *    Apura o periodo (AAAA-MM) da linha - do created_at
