      ******************************************************************
      * Manutencao do cadastro de endpoints - ENDPMST
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGENDP01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Componente, endpoint e metodo chegam na linha LOG como texto
      *  livre, e um erro de digitacao no upstream ("/api/pagamnto",
      *  "POTS") vira um grupo fantasma no LOGRPT01, no
      *  log_daily_summary do LOGAGG01 e no LOGCSV do financeiro. O
      *  cadastro indexado ENDPMST (ver Endprec.cpy) lista as
      *  combinacoes componente + endpoint + metodo validas, com
      *  descricao, time dono, situacao (ativo/aposentado) e
      *  vigencia; a carga, o LOGREPL01 e o LOGREST01 recusam para o
      *  dead-letter o que nao estiver ativo nele (via ENDPCHK), e os
      *  relatorios buscam ali o time dono de cada endpoint.
      *
      *  Acoes: INCLUIR, ALTERAR, APOSENTAR ou LISTAR. As tres
      *  primeiras pedem a chave (componente, endpoint, metodo).
      *  Aposentar nao apaga o registro - ele fica com status R e a
      *  data de fim da vigencia, para a lista mostrar o historico e
      *  as linhas antigas continuarem com dono nos relatorios.

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

      *  Acao e chave informadas
         01  WS-ACTION-INPUT         PIC X(10) VALUE SPACES.
             88 WS-ACTION-ADD               VALUE "INCLUIR".
             88 WS-ACTION-CHANGE            VALUE "ALTERAR".
             88 WS-ACTION-RETIRE            VALUE "APOSENTAR".
             88 WS-ACTION-LIST              VALUE "LISTAR".
         01  WS-KEY-COMPONENT        PIC X(10) VALUE SPACES.
         01  WS-KEY-ENDPOINT         PIC X(50) VALUE SPACES.
         01  WS-KEY-METHOD           PIC X(6)  VALUE SPACES.

      *  Dados informados para inclusao/alteracao (branco na
      *  alteracao = manter o que esta gravado)
         01  WS-IN-DESCRIPTION       PIC X(60) VALUE SPACES.
         01  WS-IN-OWNER-TEAM        PIC X(30) VALUE SPACES.
         01  WS-IN-STATUS            PIC X(1)  VALUE SPACES.
         01  WS-IN-FROM              PIC X(10) VALUE SPACES.
         01  WS-IN-TO                PIC X(10) VALUE SPACES.

      *  Data em critica (AAAA-MM-DD)
         01  WS-CHK-DATE             PIC X(10) VALUE SPACES.
         01  FILLER REDEFINES WS-CHK-DATE.
             05 WS-CHK-YEAR          PIC X(4).
             05 WS-CHK-SEP1          PIC X(1).
             05 WS-CHK-MONTH         PIC X(2).
             05 WS-CHK-SEP2          PIC X(1).
             05 WS-CHK-DAY           PIC X(2).
         01  WS-DATE-OK-SW           PIC X(1)  VALUE "N".
             88 WS-DATE-OK                  VALUE "Y".

      *  Variaveis de trabalho
         01  WS-ENDP-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-PARM-OK-SW           PIC X(1)  VALUE "N".
             88 WS-PARM-OK                  VALUE "Y".
         01  WS-FILE-OPEN-SW         PIC X(1)  VALUE "N".
             88 WS-FILE-OPEN                VALUE "Y".
         01  WS-LIST-SW              PIC X(1)  VALUE "N".
             88 WS-LIST-EOF                 VALUE "Y".
         01  WS-TODAY                PIC X(10) VALUE SPACES.
         01  WS-NOW-STAMP            PIC X(19) VALUE SPACES.
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).
         01  WS-LIST-COUNT           PIC 9(8)  VALUE ZERO.
         01  WS-ACTIVE-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-RETIRED-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-EDITED-COUNT         PIC Z(8)  VALUE SPACES.
         01  WS-LST-LABEL            PIC X(11) VALUE SPACES.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM SET-RUN-STAMP
            PERFORM GET-PARMS
            IF WS-PARM-OK
               PERFORM OPEN-MASTER
               IF WS-FILE-OPEN
                  EVALUATE TRUE
                     WHEN WS-ACTION-ADD
                        PERFORM ADD-ENDPOINT
                     WHEN WS-ACTION-CHANGE
                        PERFORM CHANGE-ENDPOINT
                     WHEN WS-ACTION-RETIRE
                        PERFORM RETIRE-ENDPOINT
                     WHEN OTHER
                        PERFORM LIST-ENDPOINTS
                  END-EVALUATE
                  CLOSE ENDPOINT-MASTER-FILE
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Data corrente (vigencia padrao) e carimbo da manutencao.
         SET-RUN-STAMP.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-TODAY
            STRING WS-SYS-DATE(1:4) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-SYS-DATE(7:2) DELIMITED BY SIZE
              INTO WS-TODAY
            END-STRING
            MOVE SPACES TO WS-NOW-STAMP
            STRING WS-TODAY         DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-SYS-TIME(1:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-SYS-TIME(3:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-SYS-TIME(5:2) DELIMITED BY SIZE
              INTO WS-NOW-STAMP
            END-STRING.

      *    Le e critica a acao e a chave. Chave incompleta nao pode
      *    virar um registro que nunca vai bater com linha nenhuma.
         GET-PARMS.
            DISPLAY "=== CADASTRO DE ENDPOINTS ==="
            DISPLAY "Acao (INCLUIR / ALTERAR / APOSENTAR / LISTAR): "
            ACCEPT WS-ACTION-INPUT

            IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE
                    OR WS-ACTION-RETIRE OR WS-ACTION-LIST)
               DISPLAY "0\STATUS"
               DISPLAY "#Acao invalida: " WS-ACTION-INPUT
               DISPLAY "#Uso: INCLUIR, ALTERAR, APOSENTAR ou LISTAR"
            ELSE
               IF WS-ACTION-LIST
                  SET WS-PARM-OK TO TRUE
               ELSE
                  DISPLAY "Componente: "
                  ACCEPT WS-KEY-COMPONENT
                  DISPLAY "Endpoint: "
                  ACCEPT WS-KEY-ENDPOINT
                  DISPLAY "Metodo: "
                  ACCEPT WS-KEY-METHOD
                  IF WS-KEY-COMPONENT = SPACES
                     OR WS-KEY-ENDPOINT = SPACES
                     OR WS-KEY-METHOD = SPACES
                     DISPLAY "0\STATUS"
                     DISPLAY "#Chave incompleta - informe componente,"
                     DISPLAY "#endpoint e metodo"
                  ELSE
                     SET WS-PARM-OK TO TRUE
                  END-IF
               END-IF
            END-IF.

      *    Abre o cadastro. Na primeira inclusao o ENDPMST ainda nao
      *    existe (status 35): e criado vazio e reaberto.
         OPEN-MASTER.
            IF WS-ACTION-LIST
               OPEN INPUT ENDPOINT-MASTER-FILE
            ELSE
               OPEN I-O ENDPOINT-MASTER-FILE
               IF WS-ENDP-FILE-STATUS = "35" AND WS-ACTION-ADD
                  OPEN OUTPUT ENDPOINT-MASTER-FILE
                  IF WS-ENDP-FILE-STATUS = "00"
                     CLOSE ENDPOINT-MASTER-FILE
                     OPEN I-O ENDPOINT-MASTER-FILE
                  END-IF
               END-IF
            END-IF

            IF WS-ENDP-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o ENDPMST"
               DISPLAY "#FILE STATUS: " WS-ENDP-FILE-STATUS
            ELSE
               SET WS-FILE-OPEN TO TRUE
            END-IF.

         MOVE-KEY.
            MOVE WS-KEY-COMPONENT TO ENDP-COMPONENT
            MOVE WS-KEY-ENDPOINT  TO ENDP-ENDPOINT
            MOVE WS-KEY-METHOD    TO ENDP-METHOD.

      ******************************************************************
      *    INCLUIR - endpoint novo, ativo, vigente a partir da data
      *    informada (branco = hoje)
      ******************************************************************
         ADD-ENDPOINT.
            DISPLAY "Descricao: "
            ACCEPT WS-IN-DESCRIPTION
            DISPLAY "Time dono: "
            ACCEPT WS-IN-OWNER-TEAM
            DISPLAY "Inicio da vigencia (AAAA-MM-DD, branco = hoje): "
            ACCEPT WS-IN-FROM
            DISPLAY "Fim da vigencia (AAAA-MM-DD, branco = sem fim): "
            ACCEPT WS-IN-TO

            IF WS-IN-FROM = SPACES
               MOVE WS-TODAY TO WS-IN-FROM
            END-IF
            PERFORM CHECK-INPUT-DATES
            IF WS-DATE-OK
               IF WS-IN-OWNER-TEAM = SPACES
                  DISPLAY "0\STATUS"
                  DISPLAY "#Time dono e obrigatorio"
               ELSE
                  PERFORM MOVE-KEY
                  MOVE WS-IN-DESCRIPTION TO ENDP-DESCRIPTION
                  MOVE WS-IN-OWNER-TEAM  TO ENDP-OWNER-TEAM
                  SET ENDP-ACTIVE TO TRUE
                  MOVE WS-IN-FROM        TO ENDP-EFFECTIVE-FROM
                  MOVE WS-IN-TO          TO ENDP-EFFECTIVE-TO
                  MOVE WS-NOW-STAMP      TO ENDP-CHANGED-AT
                  WRITE ENDP-REC
                     INVALID KEY
                        DISPLAY "0\STATUS"
                        DISPLAY "#Endpoint ja cadastrado - use ALTERAR"
                     NOT INVALID KEY
                        DISPLAY "1\ENDPOINT_ADDED"
                        DISPLAY "#Endpoint incluido"
                        PERFORM SHOW-ENDPOINT
                  END-WRITE
                  PERFORM CHECK-WRITE-STATUS
               END-IF
            END-IF.

      ******************************************************************
      *    ALTERAR - descricao, time, situacao e vigencia; branco
      *    mantem o valor gravado
      ******************************************************************
         CHANGE-ENDPOINT.
            PERFORM MOVE-KEY
            READ ENDPOINT-MASTER-FILE
               KEY IS ENDP-KEY
               INVALID KEY
                  DISPLAY "0\STATUS"
                  DISPLAY "#Endpoint nao cadastrado - use INCLUIR"
               NOT INVALID KEY
                  PERFORM SHOW-ENDPOINT
                  PERFORM GET-CHANGE-DATA
            END-READ.

         GET-CHANGE-DATA.
            DISPLAY "Descricao (branco = manter): "
            ACCEPT WS-IN-DESCRIPTION
            DISPLAY "Time dono (branco = manter): "
            ACCEPT WS-IN-OWNER-TEAM
            DISPLAY "Situacao A/R (branco = manter): "
            ACCEPT WS-IN-STATUS
            DISPLAY "Inicio da vigencia (branco = manter): "
            ACCEPT WS-IN-FROM
            DISPLAY "Fim da vigencia (branco = manter, * = sem fim): "
            ACCEPT WS-IN-TO

            IF WS-IN-FROM = SPACES
               MOVE ENDP-EFFECTIVE-FROM TO WS-IN-FROM
            END-IF
            EVALUATE WS-IN-TO
               WHEN SPACES
                  MOVE ENDP-EFFECTIVE-TO TO WS-IN-TO
               WHEN "*"
                  MOVE SPACES TO WS-IN-TO
            END-EVALUATE

            IF WS-IN-STATUS NOT = SPACES
               AND WS-IN-STATUS NOT = "A"
               AND WS-IN-STATUS NOT = "R"
               DISPLAY "0\STATUS"
               DISPLAY "#Situacao invalida: " WS-IN-STATUS
            ELSE
               PERFORM CHECK-INPUT-DATES
               IF WS-DATE-OK
                  IF WS-IN-DESCRIPTION NOT = SPACES
                     MOVE WS-IN-DESCRIPTION TO ENDP-DESCRIPTION
                  END-IF
                  IF WS-IN-OWNER-TEAM NOT = SPACES
                     MOVE WS-IN-OWNER-TEAM TO ENDP-OWNER-TEAM
                  END-IF
                  IF WS-IN-STATUS NOT = SPACES
                     MOVE WS-IN-STATUS TO ENDP-STATUS
                  END-IF
                  MOVE WS-IN-FROM   TO ENDP-EFFECTIVE-FROM
                  MOVE WS-IN-TO     TO ENDP-EFFECTIVE-TO
                  MOVE WS-NOW-STAMP TO ENDP-CHANGED-AT
                  PERFORM REWRITE-ENDPOINT
               END-IF
            END-IF.

      ******************************************************************
      *    APOSENTAR - status R e fim da vigencia na data informada
      *    (branco = hoje); a carga recusa o endpoint so nas linhas
      *    datadas depois do fim. Aposentadoria ainda futura pode
      *    ser aposentada de novo para mudar a data.
      ******************************************************************
         RETIRE-ENDPOINT.
            PERFORM MOVE-KEY
            READ ENDPOINT-MASTER-FILE
               KEY IS ENDP-KEY
               INVALID KEY
                  DISPLAY "0\STATUS"
                  DISPLAY "#Endpoint nao cadastrado"
               NOT INVALID KEY
                  PERFORM GET-RETIRE-DATA
            END-READ.

         GET-RETIRE-DATA.
            IF ENDP-RETIRED
               AND ENDP-EFFECTIVE-TO NOT > WS-TODAY
               DISPLAY "0\STATUS"
               DISPLAY "#Endpoint ja aposentado em "
                       ENDP-EFFECTIVE-TO
            ELSE
               DISPLAY "Fim da vigencia (AAAA-MM-DD, branco = hoje): "
               ACCEPT WS-IN-TO
               IF WS-IN-TO = SPACES
                  MOVE WS-TODAY TO WS-IN-TO
               END-IF
               MOVE ENDP-EFFECTIVE-FROM TO WS-IN-FROM
               PERFORM CHECK-INPUT-DATES
               IF WS-DATE-OK
                  SET ENDP-RETIRED TO TRUE
                  MOVE WS-IN-TO     TO ENDP-EFFECTIVE-TO
                  MOVE WS-NOW-STAMP TO ENDP-CHANGED-AT
                  PERFORM REWRITE-ENDPOINT
               END-IF
            END-IF.

         REWRITE-ENDPOINT.
            REWRITE ENDP-REC
               INVALID KEY
                  DISPLAY "0\STATUS"
                  DISPLAY "#Endpoint nao encontrado na regravacao"
               NOT INVALID KEY
                  DISPLAY "1\ENDPOINT_UPDATED"
                  DISPLAY "#Endpoint atualizado"
                  PERFORM SHOW-ENDPOINT
            END-REWRITE
            PERFORM CHECK-WRITE-STATUS.

      *    Erro de I-O na gravacao (fora chave duplicada/inexistente,
      *    ja tratadas no INVALID KEY) tem de aparecer.
         CHECK-WRITE-STATUS.
            IF WS-ENDP-FILE-STATUS NOT = "00"
               AND WS-ENDP-FILE-STATUS NOT = "02"
               AND WS-ENDP-FILE-STATUS NOT = "22"
               AND WS-ENDP-FILE-STATUS NOT = "23"
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao gravar o ENDPMST - FILE STATUS: "
                       WS-ENDP-FILE-STATUS
            END-IF.

      *    Inicio obrigatorio e fim opcional, ambos AAAA-MM-DD, e o
      *    fim nao pode ser anterior ao inicio.
         CHECK-INPUT-DATES.
            MOVE WS-IN-FROM TO WS-CHK-DATE
            PERFORM CHECK-DATE-FORMAT
            IF NOT WS-DATE-OK
               DISPLAY "0\STATUS"
               DISPLAY "#Inicio da vigencia invalido: " WS-IN-FROM
            ELSE
               IF WS-IN-TO NOT = SPACES
                  MOVE WS-IN-TO TO WS-CHK-DATE
                  PERFORM CHECK-DATE-FORMAT
                  IF NOT WS-DATE-OK
                     DISPLAY "0\STATUS"
                     DISPLAY "#Fim da vigencia invalido: " WS-IN-TO
                  ELSE
                     IF WS-IN-TO < WS-IN-FROM
                        MOVE "N" TO WS-DATE-OK-SW
                        DISPLAY "0\STATUS"
                        DISPLAY "#Fim da vigencia antes do inicio"
                     END-IF
                  END-IF
               END-IF
            END-IF.

         CHECK-DATE-FORMAT.
            MOVE "N" TO WS-DATE-OK-SW
            IF WS-CHK-YEAR NUMERIC
               AND WS-CHK-SEP1 = "-"
               AND WS-CHK-MONTH NUMERIC
               AND WS-CHK-SEP2 = "-"
               AND WS-CHK-DAY NUMERIC
               SET WS-DATE-OK TO TRUE
            END-IF.

         SHOW-ENDPOINT.
            EVALUATE TRUE
               WHEN ENDP-RETIRED
                AND ENDP-EFFECTIVE-TO > WS-TODAY
                  MOVE "APOSENTANDO" TO WS-LST-LABEL
               WHEN ENDP-RETIRED
                  MOVE "APOSENTADO" TO WS-LST-LABEL
               WHEN OTHER
                  MOVE "ATIVO"      TO WS-LST-LABEL
            END-EVALUATE
            DISPLAY " "
            DISPLAY ENDP-COMPONENT " " ENDP-METHOD " " ENDP-ENDPOINT
            DISPLAY "  " ENDP-DESCRIPTION
            DISPLAY "  Time: " ENDP-OWNER-TEAM "  " WS-LST-LABEL
            DISPLAY "  Vigencia: " ENDP-EFFECTIVE-FROM " a "
                    ENDP-EFFECTIVE-TO
                    "  Alterado em: " ENDP-CHANGED-AT.

      ******************************************************************
      *    LISTAR - o cadastro inteiro em ordem de chave
      ******************************************************************
         LIST-ENDPOINTS.
            MOVE LOW-VALUES TO ENDP-KEY
            START ENDPOINT-MASTER-FILE
               KEY >= ENDP-KEY
            END-START
            IF WS-ENDP-FILE-STATUS NOT = "00"
               SET WS-LIST-EOF TO TRUE
            END-IF
            PERFORM READ-MASTER-LOOP UNTIL WS-LIST-EOF

            DISPLAY " "
            DISPLAY "1\ENDPOINT_LIST"
            MOVE WS-LIST-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Endpoints cadastrados: " WS-EDITED-COUNT
            MOVE WS-ACTIVE-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Ativos:                " WS-EDITED-COUNT
            MOVE WS-RETIRED-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Aposentados:           " WS-EDITED-COUNT.

      *    Mesma protecao de laco do LOGFIND01 - erro de I-O no READ
      *    nao dispara o AT END.
         READ-MASTER-LOOP.
            READ ENDPOINT-MASTER-FILE NEXT
               AT END
                  SET WS-LIST-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-LIST-COUNT
                  IF ENDP-RETIRED
                     ADD 1 TO WS-RETIRED-COUNT
                  ELSE
                     ADD 1 TO WS-ACTIVE-COUNT
                  END-IF
                  PERFORM SHOW-ENDPOINT
            END-READ
            IF WS-ENDP-FILE-STATUS NOT = "00"
               AND WS-ENDP-FILE-STATUS NOT = "02"
               AND WS-ENDP-FILE-STATUS NOT = "10"
               SET WS-LIST-EOF TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao ler o ENDPMST - FILE STATUS: "
                       WS-ENDP-FILE-STATUS
            END-IF.

         FIM-PROGRAMA.
            STOP RUN.
