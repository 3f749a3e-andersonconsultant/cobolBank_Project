      ******************************************************************
      * ENDPCHK - Subprograma de consulta ao cadastro de endpoints
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 ENDPCHK.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Unico ponto de leitura do cadastro de endpoints ENDPMST
      *  (mantido pelo LOGENDP01) fora da propria manutencao. A
      *  carga do ENGINEV4TST, o LOGREPL01 e o LOGREST01 chamam antes
      *  de gravar cada linha, para recusar endpoint desconhecido ou
      *  aposentado; os relatorios chamam para buscar o time dono.
      *
      *  O ENDPMST e aberto na primeira chamada e fica aberto ate o
      *  fim do run unit - a consulta e por chave, uma leitura por
      *  linha. Componente e metodo em branco consultam so pelo
      *  endpoint (chave alternada), para os relatorios que agrupam
      *  por endpoint. Se o cadastro nao abrir, toda chamada volta
      *  "9" sem tentar de novo; quem chama decide o que fazer (ver
      *  ENDPCKPM.cpy).

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT ENDPOINT-MASTER-FILE ASSIGN TO "ENDPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDP-KEY
               ALTERNATE RECORD KEY IS ENDP-ENDPOINT WITH DUPLICATES
               FILE STATUS IS WS-ENDP-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  ENDPOINT-MASTER-FILE.
         COPY ENDPREC.

         WORKING-STORAGE SECTION.

         01  WS-ENDP-FILE-STATUS     PIC X(2)  VALUE SPACES.
      *  N = ainda nao aberto, S = aberto, U = indisponivel
         01  WS-ENDP-OPEN-SW         PIC X(1)  VALUE "N".
             88 WS-ENDP-NOT-OPENED           VALUE "N".
             88 WS-ENDP-OPEN                 VALUE "S".
             88 WS-ENDP-UNAVAILABLE          VALUE "U".
         01  WS-REF-DATE             PIC X(10) VALUE SPACES.
         01  WS-SYS-DATE             PIC 9(8).

         LINKAGE SECTION.
         COPY ENDPCKPM.

      ******************************************************************
         PROCEDURE DIVISION USING ENDCK-COMPONENT
                                   ENDCK-ENDPOINT
                                   ENDCK-METHOD
                                   ENDCK-REF-DATE
                                   ENDCK-DESCRIPTION
                                   ENDCK-OWNER-TEAM
                                   ENDCK-RETURN-CODE.
      ******************************************************************
         ENDPCHK-MAIN.
            MOVE SPACES TO ENDCK-DESCRIPTION
            MOVE SPACES TO ENDCK-OWNER-TEAM

            IF WS-ENDP-NOT-OPENED
               OPEN INPUT ENDPOINT-MASTER-FILE
               IF WS-ENDP-FILE-STATUS = "00"
                  SET WS-ENDP-OPEN TO TRUE
               ELSE
                  SET WS-ENDP-UNAVAILABLE TO TRUE
               END-IF
            END-IF

            IF WS-ENDP-UNAVAILABLE
               SET ENDCK-UNAVAILABLE TO TRUE
               GOBACK
            END-IF

            MOVE ENDCK-COMPONENT TO ENDP-COMPONENT
            MOVE ENDCK-ENDPOINT  TO ENDP-ENDPOINT
            MOVE ENDCK-METHOD    TO ENDP-METHOD
            IF ENDCK-COMPONENT = SPACES AND ENDCK-METHOD = SPACES
               PERFORM READ-BY-ENDPOINT
            ELSE
               PERFORM READ-BY-KEY
            END-IF

      *    Erro de I-O que nao e "chave nao encontrada" (23) nao pode
      *    virar endpoint desconhecido e mandar linha boa para o
      *    dead-letter.
            IF WS-ENDP-FILE-STATUS NOT = "00"
               AND WS-ENDP-FILE-STATUS NOT = "02"
               AND WS-ENDP-FILE-STATUS NOT = "23"
               SET ENDCK-UNAVAILABLE TO TRUE
            END-IF

            GOBACK.

      *    Conferencia da linha: a chave completa.
         READ-BY-KEY.
            READ ENDPOINT-MASTER-FILE
               KEY IS ENDP-KEY
               INVALID KEY
                  SET ENDCK-UNKNOWN TO TRUE
               NOT INVALID KEY
                  PERFORM RETURN-MASTER-DATA
            END-READ.

      *    Relatorio agrupado so por endpoint: chave alternada, vale o
      *    primeiro cadastro do endpoint (o time dono e o mesmo para
      *    os varios metodos de um endpoint).
         READ-BY-ENDPOINT.
            READ ENDPOINT-MASTER-FILE
               KEY IS ENDP-ENDPOINT
               INVALID KEY
                  SET ENDCK-UNKNOWN TO TRUE
               NOT INVALID KEY
                  PERFORM RETURN-MASTER-DATA
            END-READ.

         RETURN-MASTER-DATA.
            MOVE ENDP-DESCRIPTION TO ENDCK-DESCRIPTION
            MOVE ENDP-OWNER-TEAM  TO ENDCK-OWNER-TEAM
            PERFORM CHECK-EFFECTIVE.

      *    Vale so a vigencia: aposentado (status R) continua ativo
      *    ate o fim da vigencia, entao linha antiga de endpoint ja
      *    aposentado passa e aposentadoria com data futura so vale a
      *    partir do dia seguinte ao fim. Aposentado sem data de fim
      *    (ALTERAR com * no fim) nao tem como ser vigente.
         CHECK-EFFECTIVE.
            MOVE ENDCK-REF-DATE TO WS-REF-DATE
            IF WS-REF-DATE = SPACES
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               STRING WS-SYS-DATE(1:4) DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      WS-SYS-DATE(5:2) DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      WS-SYS-DATE(7:2) DELIMITED BY SIZE
                 INTO WS-REF-DATE
               END-STRING
            END-IF

            EVALUATE TRUE
               WHEN ENDP-RETIRED
                AND ENDP-EFFECTIVE-TO = SPACES
                  SET ENDCK-RETIRED TO TRUE
               WHEN WS-REF-DATE < ENDP-EFFECTIVE-FROM
                  SET ENDCK-RETIRED TO TRUE
               WHEN ENDP-EFFECTIVE-TO NOT = SPACES
                AND WS-REF-DATE > ENDP-EFFECTIVE-TO
                  SET ENDCK-RETIRED TO TRUE
               WHEN OTHER
                  SET ENDCK-ACTIVE TO TRUE
            END-EVALUATE.
