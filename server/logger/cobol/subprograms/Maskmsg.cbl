      ******************************************************************
      * MASKMSG - Subprograma de mascara de dado pessoal no message
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 MASKMSG.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Unico ponto de mascara do campo message (texto livre de 100
      *  posicoes). O LOGWRITE chama antes de todo INSERT em
      *  log_cobol_test - e assim carga, comando LOG, replay e recarga
      *  ficam cobertos sem mexer em cada um - e o job LOGMASK01 chama
      *  para sanear o que ja esta gravado na tabela, no LOGARCH e no
      *  LOGARCHX. Ver MASKMPM.cpy para as funcoes e parametros.
      *
      *  As regras ficam no arquivo de controle MASKCFG, lido na
      *  primeira chamada (o subprograma fica carregado ate o fim do
      *  run unit), para o compliance mudar sem versao nova. Layout:
      *  regra;tipo;minimo(2);maximo(2);manter(2);caractere
      *    regra     - nome da regra (ate 6 posicoes; vira o job
      *                MSK-<regra> no log_batch_runs)
      *    tipo      - CPF: sequencia de digitos com "." "-" "/"
      *                entre eles; CARTAO: digitos com " " "-" entre
      *                eles; EMAIL: parte local antes do "@" de um
      *                endereco com dominio
      *    minimo/   - faixa de quantidade de digitos da sequencia
      *    maximo      (tipos CPF e CARTAO; no EMAIL, 00)
      *    manter    - digitos finais que ficam visiveis (CPF e
      *                CARTAO) ou caracteres iniciais da parte local
      *                (EMAIL)
      *    caractere - caractere da mascara (nao pode ser branco nem
      *                ";", que e o separador do LOGARCH)
      *  Linha iniciada por * e comentario. Linha invalida e avisada
      *  e ignorada. MASKCFG ausente ou sem nenhuma regra valida: vale
      *  o padrao CPF;CPF;11;11;00;* / CARTAO;CARTAO;13;19;04;* /
      *  EMAIL;EMAIL;00;00;01;* e toda chamada volta "9" - dado
      *  pessoal nao pode passar sem mascara por falta do arquivo.
      *
      *  A mascara so troca caractere por caractere (o tamanho e as
      *  posicoes nao mudam) e e idempotente: o que ja foi mascarado
      *  nao casa de novo com a regra.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            CLASS MASK-LOCAL-CHAR IS "A" THRU "Z" "a" THRU "z"
                                     "0" THRU "9" "." "_" "-" "+"
            CLASS MASK-DOMAIN-CHAR IS "A" THRU "Z" "a" THRU "z"
                                      "0" THRU "9" "." "-"
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT MASK-CONFIG-FILE ASSIGN TO "MASKCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-CFG-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  MASK-CONFIG-FILE.
         01  MASK-CONFIG-REC         PIC X(100).

         WORKING-STORAGE SECTION.

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) - uma
      *  linha por regra na funcao "H": lidas = mensagens gravadas,
      *  inseridas = mensagens mascaradas pela regra.
         COPY RUNWRPM.

         01  WS-MASK-CFG-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-MASK-LOAD-SW         PIC X(1)  VALUE "N".
             88 WS-MASK-NOT-LOADED           VALUE "N".
         01  WS-MASK-DEFAULT-SW      PIC X(1)  VALUE "N".
             88 WS-MASK-USING-DEFAULT        VALUE "S".
         01  WS-MASK-CFG-SW          PIC X(1)  VALUE "N".
             88 WS-MASK-CFG-EOF              VALUE "Y".

      *  Regras carregadas, na ordem do MASKCFG, com a contagem de
      *  mensagens mascaradas por regra desde o ultimo "H"/"Z".
         01  WS-MASK-RULE-COUNT      PIC 9(2)  VALUE ZERO.
         01  WS-MASK-RULE-MAX        PIC 9(2)  VALUE 10.
         01  WS-MASK-RULE-TABLE.
             05 WS-MASK-RULE OCCURS 10 TIMES.
                10 WS-MASK-NAME        PIC X(6).
                10 WS-MASK-TYPE        PIC X(6).
                10 WS-MASK-MIN         PIC 9(2).
                10 WS-MASK-MAX         PIC 9(2).
                10 WS-MASK-KEEP        PIC 9(2).
                10 WS-MASK-CHAR        PIC X(1).
                10 WS-MASK-HIT-COUNT   PIC 9(8).
         01  WS-MASK-SEEN-COUNT      PIC 9(8)  VALUE ZERO.

      *  Campos da linha do MASKCFG - numericos chegam como texto e
      *  so viram numeros (via REDEFINES) depois de conferidos com
      *  NUMERIC, como no RETNCFG.
         01  WS-CFG-LINE             PIC X(100) VALUE SPACES.
         01  WS-CFG-NAME             PIC X(10).
         01  WS-CFG-TYPE             PIC X(10).
         01  WS-CFG-MIN-X            PIC X(2).
         01  WS-CFG-MIN   REDEFINES WS-CFG-MIN-X  PIC 9(2).
         01  WS-CFG-MAX-X            PIC X(2).
         01  WS-CFG-MAX   REDEFINES WS-CFG-MAX-X  PIC 9(2).
         01  WS-CFG-KEEP-X           PIC X(2).
         01  WS-CFG-KEEP  REDEFINES WS-CFG-KEEP-X PIC 9(2).
         01  WS-CFG-CHAR             PIC X(1).
         01  WS-CFG-VALID-SW         PIC X(1)  VALUE "N".
             88 WS-CFG-VALID                 VALUE "S".

      *  Trabalho da mascara
         01  WS-MSG                  PIC X(100) VALUE SPACES.
         01  WS-R                    PIC 9(2)  VALUE ZERO.
         01  WS-POS                  PIC 9(3)  VALUE ZERO.
         01  WS-SCAN                 PIC 9(3)  VALUE ZERO.
         01  WS-NEXT                 PIC 9(3)  VALUE ZERO.
         01  WS-GRP-START            PIC 9(3)  VALUE ZERO.
         01  WS-GRP-END              PIC 9(3)  VALUE ZERO.
         01  WS-GRP-DIGITS           PIC 9(3)  VALUE ZERO.
         01  WS-TO-MASK              PIC 9(3)  VALUE ZERO.
         01  WS-MASKED-N             PIC 9(3)  VALUE ZERO.
         01  WS-MASK-FROM            PIC 9(3)  VALUE ZERO.
         01  WS-LOCAL-LEN            PIC 9(3)  VALUE ZERO.
         01  WS-DOMAIN-LEN           PIC 9(3)  VALUE ZERO.
         01  WS-DOMAIN-DOTS          PIC 9(3)  VALUE ZERO.
         01  WS-GRP-SW               PIC X(1)  VALUE "N".
             88 WS-GRP-DONE                  VALUE "S".
         01  WS-SEP-SW               PIC X(1)  VALUE "N".
             88 WS-SEP-OK                    VALUE "S".
         01  WS-RULE-HIT-SW          PIC X(1)  VALUE "N".
             88 WS-RULE-HIT                  VALUE "S".

      *  Fim da execucao para o historico (AAAA-MM-DD HH:MM:SS)
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).
         01  WS-END-TS               PIC X(19) VALUE SPACES.

         LINKAGE SECTION.
         COPY MASKMPM.

      ******************************************************************
         PROCEDURE DIVISION USING MASKM-FUNCTION
                                   MASKM-MESSAGE
                                   MASKM-RULE-HITS
                                   MASKM-MASKED-SW
                                   MASKM-WEIGHT
                                   MASKM-START-TS
                                   MASKM-DB-ENV
                                   MASKM-FEED-CODE
                                   MASKM-RETURN-CODE
                                   MASKM-SQLCODE.
      ******************************************************************
         MASKMSG-MAIN.
            IF WS-MASK-NOT-LOADED
               PERFORM LOAD-MASK-RULES
            END-IF

            SET MASKM-SUCCESS TO TRUE
            IF WS-MASK-USING-DEFAULT
               SET MASKM-DEFAULT-RULES TO TRUE
            END-IF
            MOVE ZERO TO MASKM-SQLCODE

            EVALUATE TRUE
               WHEN MASKM-FUNC-MASK
                  PERFORM MASK-MESSAGE
               WHEN MASKM-FUNC-CREDIT
                  PERFORM CREDIT-COUNTS
               WHEN MASKM-FUNC-HISTORY
                  PERFORM WRITE-MASK-HISTORY
               WHEN MASKM-FUNC-RESET
                  PERFORM RESET-COUNTS
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            GOBACK.

      ******************************************************************
      *    Carga das regras (primeira chamada)
      ******************************************************************
         LOAD-MASK-RULES.
            MOVE "S" TO WS-MASK-LOAD-SW
            MOVE ZERO TO WS-MASK-RULE-COUNT
            OPEN INPUT MASK-CONFIG-FILE
            IF WS-MASK-CFG-STATUS = "00"
               PERFORM READ-MASK-CONFIG UNTIL WS-MASK-CFG-EOF
               CLOSE MASK-CONFIG-FILE
            END-IF

            IF WS-MASK-RULE-COUNT = ZERO
               SET WS-MASK-USING-DEFAULT TO TRUE
               PERFORM LOAD-DEFAULT-RULES
            END-IF
            PERFORM RESET-COUNTS.

         READ-MASK-CONFIG.
            READ MASK-CONFIG-FILE INTO WS-CFG-LINE
               AT END
                  SET WS-MASK-CFG-EOF TO TRUE
               NOT AT END
                  IF WS-CFG-LINE(1:1) NOT = "*"
                     AND WS-CFG-LINE NOT = SPACES
                     PERFORM PARSE-MASK-RULE
                  END-IF
            END-READ.

      *    Critica a linha de regra. Regra com tipo desconhecido,
      *    faixa invalida ou caractere proibido e ignorada com aviso -
      *    as demais continuam valendo.
         PARSE-MASK-RULE.
            MOVE SPACES TO WS-CFG-NAME
            MOVE SPACES TO WS-CFG-TYPE
            MOVE SPACES TO WS-CFG-MIN-X
            MOVE SPACES TO WS-CFG-MAX-X
            MOVE SPACES TO WS-CFG-KEEP-X
            MOVE SPACES TO WS-CFG-CHAR

            UNSTRING WS-CFG-LINE DELIMITED BY ";"
                INTO WS-CFG-NAME
                     WS-CFG-TYPE
                     WS-CFG-MIN-X
                     WS-CFG-MAX-X
                     WS-CFG-KEEP-X
                     WS-CFG-CHAR
            END-UNSTRING

            MOVE "S" TO WS-CFG-VALID-SW
            IF WS-CFG-NAME = SPACES OR WS-CFG-NAME(7:4) NOT = SPACES
               OR WS-CFG-MIN-X NOT NUMERIC
               OR WS-CFG-MAX-X NOT NUMERIC
               OR WS-CFG-KEEP-X NOT NUMERIC
               OR WS-CFG-CHAR = SPACE OR WS-CFG-CHAR = ";"
               OR WS-MASK-RULE-COUNT >= WS-MASK-RULE-MAX
               MOVE "N" TO WS-CFG-VALID-SW
            ELSE
               EVALUATE WS-CFG-TYPE
                  WHEN "EMAIL"
                     CONTINUE
                  WHEN "CPF"
                  WHEN "CARTAO"
                     IF WS-CFG-MIN = ZERO OR WS-CFG-MIN > WS-CFG-MAX
                        MOVE "N" TO WS-CFG-VALID-SW
                     END-IF
                  WHEN OTHER
                     MOVE "N" TO WS-CFG-VALID-SW
               END-EVALUATE
            END-IF

            IF WS-CFG-VALID
               ADD 1 TO WS-MASK-RULE-COUNT
               MOVE WS-CFG-NAME  TO WS-MASK-NAME(WS-MASK-RULE-COUNT)
               MOVE WS-CFG-TYPE  TO WS-MASK-TYPE(WS-MASK-RULE-COUNT)
               MOVE WS-CFG-MIN   TO WS-MASK-MIN(WS-MASK-RULE-COUNT)
               MOVE WS-CFG-MAX   TO WS-MASK-MAX(WS-MASK-RULE-COUNT)
               MOVE WS-CFG-KEEP  TO WS-MASK-KEEP(WS-MASK-RULE-COUNT)
               MOVE WS-CFG-CHAR  TO WS-MASK-CHAR(WS-MASK-RULE-COUNT)
            ELSE
               DISPLAY "0\STATUS"
               DISPLAY "#Linha de MASKCFG invalida - ignorada:"
               DISPLAY "#" WS-CFG-LINE
            END-IF.

      *    Regras padrao, quando o MASKCFG nao existe ou nao trouxe
      *    nenhuma regra valida.
         LOAD-DEFAULT-RULES.
            MOVE 3 TO WS-MASK-RULE-COUNT
            MOVE "CPF"    TO WS-MASK-NAME(1)
            MOVE "CPF"    TO WS-MASK-TYPE(1)
            MOVE 11       TO WS-MASK-MIN(1)
            MOVE 11       TO WS-MASK-MAX(1)
            MOVE ZERO     TO WS-MASK-KEEP(1)
            MOVE "*"      TO WS-MASK-CHAR(1)
            MOVE "CARTAO" TO WS-MASK-NAME(2)
            MOVE "CARTAO" TO WS-MASK-TYPE(2)
            MOVE 13       TO WS-MASK-MIN(2)
            MOVE 19       TO WS-MASK-MAX(2)
            MOVE 4        TO WS-MASK-KEEP(2)
            MOVE "*"      TO WS-MASK-CHAR(2)
            MOVE "EMAIL"  TO WS-MASK-NAME(3)
            MOVE "EMAIL"  TO WS-MASK-TYPE(3)
            MOVE ZERO     TO WS-MASK-MIN(3)
            MOVE ZERO     TO WS-MASK-MAX(3)
            MOVE 1        TO WS-MASK-KEEP(3)
            MOVE "*"      TO WS-MASK-CHAR(3).

      ******************************************************************
      *    Funcao "M" - aplica as regras, na ordem, sobre a mensagem
      ******************************************************************
         MASK-MESSAGE.
            MOVE MASKM-MESSAGE TO WS-MSG
            MOVE ALL "N" TO MASKM-RULE-HITS
            MOVE "N" TO MASKM-MASKED-SW
            IF WS-MSG NOT = SPACES
               PERFORM APPLY-MASK-RULE
                  VARYING WS-R FROM 1 BY 1
                  UNTIL WS-R > WS-MASK-RULE-COUNT
            END-IF
            MOVE WS-MSG TO MASKM-MESSAGE.

         APPLY-MASK-RULE.
            MOVE "N" TO WS-RULE-HIT-SW
            IF WS-MASK-TYPE(WS-R) = "EMAIL"
               PERFORM SCAN-EMAIL-RULE
            ELSE
               PERFORM SCAN-DIGIT-RULE
            END-IF
            IF WS-RULE-HIT
               MOVE "S" TO MASKM-RULE-HITS(WS-R:1)
               SET MASKM-MASKED TO TRUE
            END-IF.

      *    Tipos CPF e CARTAO: cada sequencia de digitos (com os
      *    separadores do tipo entre eles) cuja quantidade de digitos
      *    cai na faixa da regra tem os digitos mascarados, menos os
      *    "manter" finais. Os separadores ficam.
         SCAN-DIGIT-RULE.
            MOVE 1 TO WS-POS
            PERFORM SCAN-DIGIT-STEP UNTIL WS-POS > 100.

         SCAN-DIGIT-STEP.
            IF WS-MSG(WS-POS:1) IS NUMERIC
               PERFORM MEASURE-DIGIT-GROUP
               IF WS-GRP-DIGITS >= WS-MASK-MIN(WS-R)
                  AND WS-GRP-DIGITS <= WS-MASK-MAX(WS-R)
                  PERFORM MASK-DIGIT-GROUP
               END-IF
               COMPUTE WS-POS = WS-GRP-END + 1
            ELSE
               ADD 1 TO WS-POS
            END-IF.

         MEASURE-DIGIT-GROUP.
            MOVE WS-POS TO WS-GRP-START
            MOVE WS-POS TO WS-GRP-END
            MOVE WS-POS TO WS-SCAN
            MOVE ZERO TO WS-GRP-DIGITS
            MOVE "N" TO WS-GRP-SW
            PERFORM MEASURE-DIGIT-STEP UNTIL WS-GRP-DONE.

         MEASURE-DIGIT-STEP.
            EVALUATE TRUE
               WHEN WS-SCAN > 100
                  SET WS-GRP-DONE TO TRUE
               WHEN WS-MSG(WS-SCAN:1) IS NUMERIC
                  ADD 1 TO WS-GRP-DIGITS
                  MOVE WS-SCAN TO WS-GRP-END
                  ADD 1 TO WS-SCAN
               WHEN OTHER
                  PERFORM CHECK-GROUP-SEPARATOR
                  IF WS-SEP-OK
                     ADD 1 TO WS-SCAN
                  ELSE
                     SET WS-GRP-DONE TO TRUE
                  END-IF
            END-EVALUATE.

      *    Separador so continua a sequencia se vier um digito logo
      *    depois dele.
         CHECK-GROUP-SEPARATOR.
            MOVE "N" TO WS-SEP-SW
            IF WS-SCAN < 100
               COMPUTE WS-NEXT = WS-SCAN + 1
               IF WS-MSG(WS-NEXT:1) IS NUMERIC
                  IF WS-MASK-TYPE(WS-R) = "CPF"
                     IF WS-MSG(WS-SCAN:1) = "." OR "-" OR "/"
                        SET WS-SEP-OK TO TRUE
                     END-IF
                  ELSE
                     IF WS-MSG(WS-SCAN:1) = " " OR "-"
                        SET WS-SEP-OK TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-IF.

         MASK-DIGIT-GROUP.
            IF WS-GRP-DIGITS > WS-MASK-KEEP(WS-R)
               COMPUTE WS-TO-MASK = WS-GRP-DIGITS - WS-MASK-KEEP(WS-R)
               MOVE ZERO TO WS-MASKED-N
               PERFORM MASK-DIGIT-STEP
                  VARYING WS-SCAN FROM WS-GRP-START BY 1
                  UNTIL WS-SCAN > WS-GRP-END
               SET WS-RULE-HIT TO TRUE
            END-IF.

         MASK-DIGIT-STEP.
            IF WS-MSG(WS-SCAN:1) IS NUMERIC
               AND WS-MASKED-N < WS-TO-MASK
               MOVE WS-MASK-CHAR(WS-R) TO WS-MSG(WS-SCAN:1)
               ADD 1 TO WS-MASKED-N
            END-IF.

      *    Tipo EMAIL: para cada "@" com parte local antes e dominio
      *    com ponto depois, mascara a parte local menos os "manter"
      *    caracteres iniciais. O dominio fica (e o que diz de onde o
      *    endereco e, sem identificar a pessoa).
         SCAN-EMAIL-RULE.
            MOVE 2 TO WS-POS
            PERFORM SCAN-EMAIL-STEP UNTIL WS-POS > 99.

         SCAN-EMAIL-STEP.
            IF WS-MSG(WS-POS:1) = "@"
               PERFORM CHECK-EMAIL-AT
            END-IF
            ADD 1 TO WS-POS.

         CHECK-EMAIL-AT.
            COMPUTE WS-SCAN = WS-POS - 1
            MOVE "N" TO WS-GRP-SW
            PERFORM BACK-LOCAL-STEP UNTIL WS-GRP-DONE
            COMPUTE WS-GRP-START = WS-SCAN + 1
            COMPUTE WS-LOCAL-LEN = WS-POS - WS-GRP-START

            COMPUTE WS-SCAN = WS-POS + 1
            MOVE ZERO TO WS-DOMAIN-LEN
            MOVE ZERO TO WS-DOMAIN-DOTS
            MOVE "N" TO WS-GRP-SW
            PERFORM FWD-DOMAIN-STEP UNTIL WS-GRP-DONE

            IF WS-LOCAL-LEN > WS-MASK-KEEP(WS-R)
               AND WS-DOMAIN-LEN >= 3
               AND WS-DOMAIN-DOTS > ZERO
               COMPUTE WS-MASK-FROM = WS-GRP-START + WS-MASK-KEEP(WS-R)
               PERFORM MASK-LOCAL-STEP
                  VARYING WS-SCAN FROM WS-MASK-FROM BY 1
                  UNTIL WS-SCAN >= WS-POS
               SET WS-RULE-HIT TO TRUE
            END-IF.

         BACK-LOCAL-STEP.
            IF WS-SCAN = ZERO
               SET WS-GRP-DONE TO TRUE
            ELSE
               IF WS-MSG(WS-SCAN:1) IS MASK-LOCAL-CHAR
                  SUBTRACT 1 FROM WS-SCAN
               ELSE
                  SET WS-GRP-DONE TO TRUE
               END-IF
            END-IF.

         FWD-DOMAIN-STEP.
            IF WS-SCAN > 100
               SET WS-GRP-DONE TO TRUE
            ELSE
               IF WS-MSG(WS-SCAN:1) IS MASK-DOMAIN-CHAR
                  IF WS-MSG(WS-SCAN:1) = "."
                     ADD 1 TO WS-DOMAIN-DOTS
                  END-IF
                  ADD 1 TO WS-DOMAIN-LEN
                  ADD 1 TO WS-SCAN
               ELSE
                  SET WS-GRP-DONE TO TRUE
               END-IF
            END-IF.

         MASK-LOCAL-STEP.
            MOVE WS-MASK-CHAR(WS-R) TO WS-MSG(WS-SCAN:1).

      ******************************************************************
      *    Funcao "C" - credita mensagens gravadas e mascaradas
      ******************************************************************
         CREDIT-COUNTS.
            ADD MASKM-WEIGHT TO WS-MASK-SEEN-COUNT
            PERFORM CREDIT-RULE
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-MASK-RULE-COUNT.

         CREDIT-RULE.
            IF MASKM-RULE-HITS(WS-R:1) = "S"
               ADD MASKM-WEIGHT TO WS-MASK-HIT-COUNT(WS-R)
            END-IF.

      ******************************************************************
      *    Funcao "H" - uma linha por regra em log_batch_runs
      ******************************************************************
      *    Execucao que nao gravou mensagem nenhuma nao deixa linha -
      *    a contagem so interessa onde houve o que mascarar.
         WRITE-MASK-HISTORY.
            IF WS-MASK-SEEN-COUNT > ZERO
               PERFORM FORMAT-END-TS
               PERFORM WRITE-RULE-HISTORY
                  VARYING WS-R FROM 1 BY 1
                  UNTIL WS-R > WS-MASK-RULE-COUNT
            END-IF
            PERFORM RESET-COUNTS.

         WRITE-RULE-HISTORY.
            MOVE SPACES TO RUNWR-JOB-NAME
            STRING "MSK-"              DELIMITED BY SIZE
                   WS-MASK-NAME(WS-R)  DELIMITED BY SPACE
              INTO RUNWR-JOB-NAME
            END-STRING
            MOVE MASKM-START-TS            TO RUNWR-START-TS
            MOVE WS-END-TS                 TO RUNWR-END-TS
            MOVE WS-MASK-SEEN-COUNT        TO RUNWR-LINES-READ
            MOVE WS-MASK-HIT-COUNT(WS-R)   TO RUNWR-LINES-INSERTED
            MOVE ZERO                      TO RUNWR-LINES-REJECTED
            MOVE ZERO                      TO RUNWR-LINES-DEADLTR
            MOVE ZERO                      TO RUNWR-COMMIT-COUNT
            SET RUNWR-RUN-CLEAN TO TRUE
            IF MASKM-DB-ENV = SPACES
               MOVE "PRD" TO RUNWR-DB-ENV
            ELSE
               MOVE MASKM-DB-ENV TO RUNWR-DB-ENV
            END-IF
            MOVE MASKM-FEED-CODE           TO RUNWR-FEED-CODE

            CALL "RUNWRITE" USING RUNWR-JOB-NAME
                                   RUNWR-START-TS
                                   RUNWR-END-TS
                                   RUNWR-LINES-READ
                                   RUNWR-LINES-INSERTED
                                   RUNWR-LINES-REJECTED
                                   RUNWR-LINES-DEADLTR
                                   RUNWR-COMMIT-COUNT
                                   RUNWR-CLEAN-FLAG
                                   RUNWR-DB-ENV
                                   RUNWR-FEED-CODE
                                   RUNWR-RETURN-CODE
                                   RUNWR-SQLCODE
            END-CALL

            IF RUNWR-INSERT-FAILED
               SET MASKM-HISTORY-FAILED TO TRUE
               MOVE RUNWR-SQLCODE TO MASKM-SQLCODE
            END-IF.

         FORMAT-END-TS.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-END-TS
            STRING WS-SYS-DATE(1:4) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-SYS-DATE(5:2) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-SYS-DATE(7:2) DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-SYS-TIME(1:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-SYS-TIME(3:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   WS-SYS-TIME(5:2) DELIMITED BY SIZE
              INTO WS-END-TS
            END-STRING.

      ******************************************************************
      *    Funcao "Z" (e fim do "H") - zera os contadores
      ******************************************************************
         RESET-COUNTS.
            MOVE ZERO TO WS-MASK-SEEN-COUNT
            PERFORM RESET-RULE
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-MASK-RULE-MAX.

         RESET-RULE.
            MOVE ZERO TO WS-MASK-HIT-COUNT(WS-R).
