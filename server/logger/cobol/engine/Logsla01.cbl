         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-09-02.

      *  2026-10-15  DEV  Time dono (cadastro ENDPMST, via ENDPCHK) ao
      *                    lado de cada endpoint.

      *  O LOGRPT01 e o sumario do LOGAGG01 so carregam a MEDIA de
      *  response_time, e media esconde exatamente o que doi: um
      *  endpoint lento puxando o p95 para fora do SLA enquanto a
         01  WS-EDITED-MAX           PIC Z(6)  VALUE SPACES.
         01  WS-EDITED-BREACH        PIC Z(8)  VALUE SPACES.

      *  Time dono do endpoint (cadastro ENDPMST, via ENDPCHK)
         01  WS-SLA-OWNER-TEAM       PIC X(30) VALUE SPACES.
         COPY ENDPCKPM.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR            VALUE "Y".
         PROCESS-ENDPOINT-PCTLS.
            DISPLAY " "
            DISPLAY "-- Percentis e violacoes por endpoint --"
            DISPLAY "ENDPOINT - TIME DONO / QTDE - P95 - P99 - "
                    "MAXIMO - ACIMA DO SLA"

            MOVE "N" TO WS-RPT-ERROR-SW
            EXEC SQL
                  MOVE WS-SLA-P99   TO WS-EDITED-P99
                  MOVE WS-SLA-MAX   TO WS-EDITED-MAX
                  MOVE WS-SLA-BREACH-COUNT TO WS-EDITED-BREACH
                  PERFORM LOOKUP-OWNER-TEAM
                  DISPLAY WS-SLA-ENDPOINT " " WS-SLA-OWNER-TEAM
                  DISPLAY "  " WS-EDITED-COUNT " " WS-EDITED-P95 " "
                          WS-EDITED-P99 " " WS-EDITED-MAX " "
                          WS-EDITED-BREACH
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Time dono do endpoint, do cadastro ENDPMST (mesma consulta
      *    do LOGRPT01: so pelo endpoint, sem componente e metodo). A
      *    violacao de SLA vai para a reuniao com o time responsavel.
         LOOKUP-OWNER-TEAM.
            MOVE SPACES          TO ENDCK-COMPONENT
            MOVE WS-SLA-ENDPOINT TO ENDCK-ENDPOINT
            MOVE SPACES          TO ENDCK-METHOD
            MOVE SPACES          TO ENDCK-REF-DATE
            CALL "ENDPCHK" USING ENDCK-COMPONENT
                                 ENDCK-ENDPOINT
                                 ENDCK-METHOD
                                 ENDCK-REF-DATE
                                 ENDCK-DESCRIPTION
                                 ENDCK-OWNER-TEAM
                                 ENDCK-RETURN-CODE
            END-CALL
            EVALUATE TRUE
               WHEN ENDCK-UNAVAILABLE
                  MOVE "(CADASTRO INDISPONIVEL)" TO WS-SLA-OWNER-TEAM
               WHEN ENDCK-UNKNOWN
                  MOVE "(SEM CADASTRO)" TO WS-SLA-OWNER-TEAM
               WHEN OTHER
                  MOVE ENDCK-OWNER-TEAM TO WS-SLA-OWNER-TEAM
            END-EVALUATE.

      *    Resumo para a reuniao de service review: quantos endpoints
      *    violaram o limiar e quantas transacoes do periodo ficaram
      *    acima dele.
