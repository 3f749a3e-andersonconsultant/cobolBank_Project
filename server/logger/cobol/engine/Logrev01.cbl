      ******************************************************************
      * Conciliacao de estornos - log_cobol_test e LOGARCHX
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGREV01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Estorno entra como linha de value_processed negativo, e nada
      *  confere se ele corresponde a uma cobranca de verdade: um "-"
      *  de valor que nunca foi lancado, uma cobranca estornada duas
      *  vezes ou um estorno maior que o original simplesmente somam
      *  no liquido do LOGAGG01 e do LOGEXT01, e o financeiro so
      *  descobre quando o mes nao fecha.
      *
      *  Este relatorio pega cada estorno (linha negativa) gravado no
      *  periodo informado e procura a cobranca original (linha
      *  positiva) da mesma sessao e do mesmo endpoint, nas linhas
      *  vivas de log_cobol_test e no arquivamento LOGARCHX (originais
      *  ja expurgados pelo LOGPURG01). Cada estorno sai em uma linha
      *  com a sua categoria:
      *    CASADO      - achou o original, dentro do prazo
      *    ORFAO       - nenhuma cobranca anterior na sessao/endpoint
      *    EXCEDENTE   - o estorno passa do saldo ainda nao estornado
      *                  do original (estorno em dobro ou maior que a
      *                  cobranca); o excesso sai na coluna propria
      *    FORA PRAZO  - casou, mas mais de N dias depois do original
      *                  (N informado na entrada, com default)
      *
      *  O casamento e feito por sessao/endpoint, em ordem de
      *  created_at: cada cobranca guarda o saldo ainda nao estornado,
      *  e o estorno consome o saldo da cobranca anterior de mesmo
      *  valor (a mais recente) ou, se nao houver, da cobranca anterior
      *  mais recente que ainda tenha saldo. Estornos anteriores ao
      *  periodo (vivos ou arquivados) entram no casamento - consomem
      *  saldo - mas nao sao listados.
      *
      *  Alem do console, grava o relatorio impresso no dataset
      *  RPTREV, no mesmo formato paginado do RPTOPER do LOGRPT01.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LOG-ARCHIVE-IX-FILE ASSIGN TO "LOGARCHX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCX-KEY
               FILE STATUS IS WS-ARCHIVE-IX-STATUS.

            SELECT PRINT-REPORT-FILE ASSIGN TO "RPTREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
      *  Mesmo layout gravado pelo WRITE-ARCHIVE-IX do LOGPURG01
      *  (ver Arcxrec.cpy).
         FD  LOG-ARCHIVE-IX-FILE.
         COPY ARCXREC.

      *  Relatorio impresso - mesma informacao do console, em paginas
      *  de largura fixa para anexar a conciliacao do mes.
         FD  PRINT-REPORT-FILE.
         01  PRINT-REPORT-REC        PIC X(132).

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Parametros do relatorio (periodo dos estornos). Mesmo limite
      *  superior exclusivo do LOGRPT01 (ver CALC-DATE-RANGE).
         01  WS-DATE-INICIO          PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM             PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM-EXCL        PIC X(10) VALUE SPACES.

      *  Sessao/endpoint com estorno no periodo
         01  WS-GRP-SESSION          PIC X(10).
         01  WS-GRP-ENDPOINT         PIC X(50).

      *  Linha viva da sessao/endpoint
         01  WS-LIV-CREATED-AT       PIC X(26).
         01  WS-LIV-VALUE            PIC S9(10)V99.
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Pares sessao/endpoint que tiveram estorno no periodo - a
      *  unidade do casamento.
         EXEC SQL DECLARE REV-GROUP-CURSOR CURSOR FOR
            SELECT DISTINCT session_id, endpoint
              FROM log_cobol_test
             WHERE value_processed < 0
               AND created_at >= :WS-DATE-INICIO
               AND created_at <  :WS-DATE-FIM-EXCL
             ORDER BY session_id, endpoint
         END-EXEC.

      *  Todas as linhas com valor da sessao/endpoint ate o fim do
      *  periodo - cobrancas e estornos, inclusive anteriores ao
      *  periodo, que tambem movimentam o saldo das cobrancas.
         EXEC SQL DECLARE REV-ROW-CURSOR CURSOR FOR
            SELECT CAST(created_at AS CHAR(26)), value_processed
              FROM log_cobol_test
             WHERE session_id = :WS-GRP-SESSION
               AND endpoint   = :WS-GRP-ENDPOINT
               AND value_processed <> 0
               AND created_at < :WS-DATE-FIM-EXCL
             ORDER BY created_at
         END-EXEC.

      *  Limite de dias entre o original e o estorno (entrada validada
      *  como o limiar do LOGSLA01 - valor nao numerico nao vira zero
      *  em silencio).
         01  WS-REV-MAX-DAYS         PIC 9(4)  VALUE 30.
         01  WS-REV-DAYS-INPUT       PIC X(4)  VALUE SPACES.
         01  WS-REV-DAYS-SW          PIC X(1)  VALUE "N".
             88 WS-REV-DAYS-VALID             VALUE "Y".

      *  Movimentos de uma sessao/endpoint (vivos + arquivados), em
      *  ordem de created_at. WS-MOV-SORT-KEY e o timestamp seguido
      *  de "0" para cobranca e "1" para estorno, para que no mesmo
      *  instante a cobranca venha antes. WS-MOV-BALANCE e o saldo
      *  ainda nao estornado da cobranca. Estourou a capacidade: o
      *  excedente e contado e descartado, como no LOGTLN01.
         01  WS-MOVE-TABLE.
             05 WS-MOV-ENTRY OCCURS 300 TIMES.
                10 WS-MOV-SORT-KEY    PIC X(27).
                10 WS-MOV-ORIGIN      PIC X(1).
                10 WS-MOV-VALUE       PIC S9(10)V99.
                10 WS-MOV-BALANCE     PIC S9(10)V99.
         01  WS-MOV-COUNT            PIC 9(3)  VALUE ZERO.
         01  WS-MOV-MAX              PIC 9(3)  VALUE 300.
         01  WS-MOV-LOST-COUNT       PIC 9(5)  VALUE ZERO.

      *  Movimento em montagem antes de entrar na tabela
         01  WS-EVT-TS               PIC X(26) VALUE SPACES.
         01  WS-EVT-ORIGIN           PIC X(1)  VALUE SPACES.
         01  WS-EVT-VALUE            PIC S9(10)V99 VALUE ZERO.

      *  Indices e area de troca da ordenacao por selecao
         01  WS-SORT-I               PIC 9(3)  VALUE ZERO.
         01  WS-SORT-J               PIC 9(3)  VALUE ZERO.
         01  WS-SORT-MIN             PIC 9(3)  VALUE ZERO.
         01  WS-SORT-SWAP.
             05 WS-SWAP-SORT-KEY     PIC X(27).
             05 WS-SWAP-ORIGIN       PIC X(1).
             05 WS-SWAP-VALUE        PIC S9(10)V99.
             05 WS-SWAP-BALANCE      PIC S9(10)V99.

      *  Casamento do estorno corrente
         01  WS-REV-AMOUNT           PIC S9(10)V99 VALUE ZERO.
         01  WS-REV-EXCESS           PIC S9(10)V99 VALUE ZERO.
         01  WS-REV-EXACT            PIC 9(3)  VALUE ZERO.
         01  WS-REV-OPEN             PIC 9(3)  VALUE ZERO.
         01  WS-REV-MATCH            PIC 9(3)  VALUE ZERO.
         01  WS-REV-DAYS             PIC S9(7) VALUE ZERO.
         01  WS-REV-PRIOR-SW         PIC X(1)  VALUE "N".
             88 WS-REV-HAS-PRIOR              VALUE "S".
         01  WS-REV-CATEGORY         PIC X(11) VALUE SPACES.
             88 WS-CAT-MATCHED                VALUE "CASADO".
             88 WS-CAT-ORPHAN                 VALUE "ORFAO".
             88 WS-CAT-EXCESS                 VALUE "EXCEDENTE".
             88 WS-CAT-LATE                   VALUE "FORA PRAZO".

      *  Conversao de AAAA-MM-DD para a contagem de dias
         01  WS-DAY-YMD              PIC X(8)  VALUE SPACES.
         01  WS-DAY-NUM  REDEFINES WS-DAY-YMD PIC 9(8).
         01  WS-ORIG-INT             PIC 9(7)  VALUE ZERO.
         01  WS-REV-INT              PIC 9(7)  VALUE ZERO.

      *  Variaveis de trabalho
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR            VALUE "Y".
         01  WS-GRP-SW               PIC X(1)  VALUE "N".
             88 WS-GRP-EOF                    VALUE "Y".
         01  WS-ROW-SW               PIC X(1)  VALUE "N".
             88 WS-ROW-EOF                    VALUE "Y".
         01  WS-ARCHIVE-IX-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-ARCX-OPEN-SW         PIC X(1)  VALUE "N".
             88 WS-ARCX-OPEN                  VALUE "Y".
         01  WS-ARCX-SW              PIC X(1)  VALUE "N".
             88 WS-ARCX-EOF                   VALUE "Y".

      *  Variaveis editadas
         01  WS-EDITED-VALUE         PIC -Z(9)9,99 VALUE SPACES.
         01  WS-EDITED-ORIG-VALUE    PIC -Z(9)9,99 VALUE SPACES.
         01  WS-EDITED-EXCESS        PIC -Z(9)9,99 VALUE SPACES.
         01  WS-EDITED-DAYS          PIC -Z(4)9 VALUE SPACES.
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-TOTAL         PIC -Z(12)9,99 VALUE SPACES.
      *  Colunas do original, em branco quando nao ha original
         01  WS-ORIG-DATE            PIC X(11) VALUE SPACES.
         01  WS-COL-ORIG-VALUE       PIC X(14) VALUE SPACES.
         01  WS-COL-DAYS             PIC X(6)  VALUE SPACES.
         01  WS-COL-EXCESS           PIC X(14) VALUE SPACES.

      *  Totais do resumo, por categoria
         01  WS-GROUP-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-ARCH-USED-COUNT      PIC 9(8)  VALUE ZERO.
         01  WS-MATCHED-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-ORPHAN-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-EXCESS-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-LATE-COUNT           PIC 9(8)  VALUE ZERO.
         01  WS-MATCHED-TOTAL        PIC S9(12)V99 VALUE ZERO.
         01  WS-ORPHAN-TOTAL         PIC S9(12)V99 VALUE ZERO.
         01  WS-EXCESS-TOTAL         PIC S9(12)V99 VALUE ZERO.
         01  WS-LATE-TOTAL           PIC S9(12)V99 VALUE ZERO.

      *  Controle do relatorio impresso (dataset RPTREV), como no
      *  RPTOPER do LOGRPT01. RPTREV indisponivel nao derruba o
      *  relatorio - o console continua saindo.
         01  WS-PRT-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-PRT-OPEN-SW          PIC X(1)  VALUE "N".
             88 WS-PRT-OPEN                   VALUE "Y".
         01  WS-PRT-LINE             PIC X(132) VALUE SPACES.
         01  WS-PRT-HEADING          PIC X(132) VALUE SPACES.
         01  WS-PRT-PAGE-NUM         PIC 9(4)  VALUE ZERO.
         01  WS-PRT-LINE-COUNT       PIC 9(2)  VALUE 99.
         01  WS-PRT-PAGE-SIZE        PIC 9(2)  VALUE 55.
         01  WS-PRT-RUN-STAMP        PIC X(19) VALUE SPACES.
         01  WS-EDITED-PAGE          PIC Z(4)  VALUE SPACES.
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).

      *  Campos de apoio ao calculo do limite superior exclusivo do
      *  periodo (WS-DATE-FIM + 1 dia), como em LOGRPT01.
         01  WS-FIM-YMD              PIC X(8)  VALUE SPACES.
         01  WS-FIM-NUM  REDEFINES WS-FIM-YMD PIC 9(8).
         01  WS-FIM-INT               PIC 9(7)  VALUE ZERO.
         01  WS-FIM-EXCL-INT          PIC 9(7)  VALUE ZERO.
         01  WS-FIM-EXCL-DATE         PIC 9(8)  VALUE ZERO.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-PARMS
            PERFORM CALC-DATE-RANGE
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               PERFORM OPEN-ARCHIVE
               PERFORM OPEN-PRINT-FILE
               PERFORM PRINT-REPORT-HEADER
               PERFORM PROCESS-REVERSAL-GROUPS
               PERFORM PRINT-REVERSAL-SUMMARY
               PERFORM CLOSE-PRINT-FILE
               IF WS-ARCX-OPEN
                  CLOSE LOG-ARCHIVE-IX-FILE
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

         GET-PARMS.
            DISPLAY "=== CONCILIACAO DE ESTORNOS ==="
            DISPLAY "#Informe o periodo dos estornos"
            DISPLAY "Data inicial (AAAA-MM-DD): "
            ACCEPT WS-DATE-INICIO
            DISPLAY "Data final   (AAAA-MM-DD): "
            ACCEPT WS-DATE-FIM
            PERFORM GET-MAX-DAYS UNTIL WS-REV-DAYS-VALID.

      *    Le o prazo maximo entre original e estorno e so aceita
      *    valor numerico - em branco vale o default.
         GET-MAX-DAYS.
            DISPLAY "#Prazo maximo do estorno em dias (branco = "
                    WS-REV-MAX-DAYS "): "
            ACCEPT WS-REV-DAYS-INPUT
            IF WS-REV-DAYS-INPUT = SPACES
               SET WS-REV-DAYS-VALID TO TRUE
            ELSE
               IF WS-REV-DAYS-INPUT NOT NUMERIC
                  DISPLAY "#Valor invalido - informe um numero"
                  MOVE SPACES TO WS-REV-DAYS-INPUT
               ELSE
                  MOVE WS-REV-DAYS-INPUT TO WS-REV-MAX-DAYS
                  SET WS-REV-DAYS-VALID TO TRUE
               END-IF
            END-IF.

      *    Calcula o limite superior exclusivo do periodo (o dia
      *    seguinte a WS-DATE-FIM), como em LOGRPT01.
         CALC-DATE-RANGE.
            MOVE WS-DATE-FIM(1:4) TO WS-FIM-YMD(1:4)
            MOVE WS-DATE-FIM(6:2) TO WS-FIM-YMD(5:2)
            MOVE WS-DATE-FIM(9:2) TO WS-FIM-YMD(7:2)

            COMPUTE WS-FIM-INT = FUNCTION INTEGER-OF-DATE(WS-FIM-NUM)
            COMPUTE WS-FIM-EXCL-INT = WS-FIM-INT + 1
            COMPUTE WS-FIM-EXCL-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-FIM-EXCL-INT)

            MOVE SPACES TO WS-DATE-FIM-EXCL
            STRING WS-FIM-EXCL-DATE(1:4) DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   WS-FIM-EXCL-DATE(5:2) DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   WS-FIM-EXCL-DATE(7:2) DELIMITED BY SIZE
              INTO WS-DATE-FIM-EXCL
            END-STRING.

         CONNECT-DB.
            MOVE "cobolbd"   TO   DBNAME
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD FROM ENVIRONMENT "DB_PASSWORD"

            EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao conectar ao banco"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               MOVE "S" TO WS-DB-STARTED
            END-IF.

      *    LOGARCHX inexistente so quer dizer nada arquivado ainda -
      *    vira aviso e o casamento usa so as linhas vivas.
         OPEN-ARCHIVE.
            OPEN INPUT LOG-ARCHIVE-IX-FILE
            IF WS-ARCHIVE-IX-STATUS = "00"
               SET WS-ARCX-OPEN TO TRUE
            ELSE
               IF WS-ARCHIVE-IX-STATUS = "35"
                  DISPLAY "#Sem arquivo LOGARCHX - originais so das"
                  DISPLAY "#linhas vivas"
               ELSE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir o LOGARCHX"
                  DISPLAY "#FILE STATUS: " WS-ARCHIVE-IX-STATUS
                  DISPLAY "#Originais so das linhas vivas - estornos"
                  DISPLAY "#de cobranca arquivada podem sair ORFAO"
               END-IF
            END-IF.

         PRINT-REPORT-HEADER.
            DISPLAY " "
            DISPLAY "Periodo dos estornos: " WS-DATE-INICIO " a "
                    WS-DATE-FIM
            DISPLAY "Prazo maximo: " WS-REV-MAX-DAYS " dias"
            DISPLAY " "
            DISPLAY "-- Estornos do periodo --"

            MOVE SPACES TO WS-PRT-HEADING
            STRING "CATEGORIA   SESSAO     "
                                    DELIMITED BY SIZE
                   "ENDPOINT                       "
                                    DELIMITED BY SIZE
                   "ESTORNO EM  VALOR ESTORNO "
                                    DELIMITED BY SIZE
                   "ORIGINAL   VALOR ORIGINAL   DIAS"
                                    DELIMITED BY SIZE
                   "        EXCESSO"
                                    DELIMITED BY SIZE
              INTO WS-PRT-HEADING
            END-STRING
            DISPLAY WS-PRT-HEADING
            MOVE "-- ESTORNOS DO PERIODO --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE WS-PRT-HEADING TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

      ******************************************************************
      *    Percorre os pares sessao/endpoint com estorno no periodo.
      *    O laco nao pode parar por SQLCODE = 100: o cursor interno
      *    das linhas da sessao termina com 100 a cada par, por isso o
      *    fim do cursor de pares tem chave propria (WS-GRP-EOF).
      ******************************************************************
         PROCESS-REVERSAL-GROUPS.
            MOVE "N" TO WS-RPT-ERROR-SW
            EXEC SQL
               OPEN REV-GROUP-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de estornos"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-GROUP-LOOP
                  UNTIL WS-GRP-EOF OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE REV-GROUP-CURSOR
               END-EXEC
            END-IF.

         FETCH-GROUP-LOOP.
            EXEC SQL
               FETCH REV-GROUP-CURSOR
               INTO :WS-GRP-SESSION, :WS-GRP-ENDPOINT
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  ADD 1 TO WS-GROUP-COUNT
                  MOVE ZERO TO WS-MOV-COUNT
                  PERFORM LOAD-LIVE-MOVES
                  PERFORM LOAD-ARCHIVE-MOVES
                  PERFORM SORT-MOVES
                  MOVE ZERO TO WS-SORT-I
                  PERFORM MATCH-MOVE WS-MOV-COUNT TIMES
               WHEN SQLCODE = 100
                  SET WS-GRP-EOF TO TRUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de estornos"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Acrescenta o movimento em montagem a tabela da sessao/
      *    endpoint, respeitando a capacidade.
         ADD-MOVE.
            IF WS-MOV-COUNT >= WS-MOV-MAX
               ADD 1 TO WS-MOV-LOST-COUNT
            ELSE
               ADD 1 TO WS-MOV-COUNT
               MOVE SPACES TO WS-MOV-SORT-KEY(WS-MOV-COUNT)
               MOVE WS-EVT-TS TO WS-MOV-SORT-KEY(WS-MOV-COUNT)(1:26)
               IF WS-EVT-VALUE < ZERO
                  MOVE "1" TO WS-MOV-SORT-KEY(WS-MOV-COUNT)(27:1)
                  MOVE ZERO TO WS-MOV-BALANCE(WS-MOV-COUNT)
               ELSE
                  MOVE "0" TO WS-MOV-SORT-KEY(WS-MOV-COUNT)(27:1)
                  MOVE WS-EVT-VALUE TO WS-MOV-BALANCE(WS-MOV-COUNT)
               END-IF
               MOVE WS-EVT-ORIGIN TO WS-MOV-ORIGIN(WS-MOV-COUNT)
               MOVE WS-EVT-VALUE  TO WS-MOV-VALUE(WS-MOV-COUNT)
            END-IF.

      ******************************************************************
      *    Fonte 1: linhas vivas da sessao/endpoint
      ******************************************************************
         LOAD-LIVE-MOVES.
            MOVE "N" TO WS-ROW-SW
            EXEC SQL
               OPEN REV-ROW-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               SET WS-RPT-FETCH-ERROR TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de linhas da sessao"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-ROW-LOOP
                  UNTIL WS-ROW-EOF OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE REV-ROW-CURSOR
               END-EXEC
            END-IF.

         FETCH-ROW-LOOP.
            EXEC SQL
               FETCH REV-ROW-CURSOR
               INTO :WS-LIV-CREATED-AT, :WS-LIV-VALUE
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  MOVE WS-LIV-CREATED-AT TO WS-EVT-TS
                  MOVE "V"               TO WS-EVT-ORIGIN
                  MOVE WS-LIV-VALUE      TO WS-EVT-VALUE
                  PERFORM ADD-MOVE
               WHEN SQLCODE = 100
                  SET WS-ROW-EOF TO TRUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de linhas da sessao"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      ******************************************************************
      *    Fonte 2: arquivamento LOGARCHX, posicionado pela chave da
      *    sessao como no LOGFIND01, filtrando o endpoint. Tudo o que
      *    esta arquivado e anterior ao periodo na pratica, mas o
      *    filtro de data fica igual ao das linhas vivas.
      ******************************************************************
         LOAD-ARCHIVE-MOVES.
            IF WS-ARCX-OPEN
               MOVE "N" TO WS-ARCX-SW
               MOVE WS-GRP-SESSION TO ARCX-SESSION-ID
               MOVE LOW-VALUES     TO ARCX-CREATED-DATE
               MOVE ZERO           TO ARCX-SEQ

               START LOG-ARCHIVE-IX-FILE
                  KEY >= ARCX-KEY
               END-START
               IF WS-ARCHIVE-IX-STATUS NOT = "00"
                  SET WS-ARCX-EOF TO TRUE
               END-IF

               PERFORM READ-ARCHIVE-IX-LOOP UNTIL WS-ARCX-EOF
            END-IF.

      *    Mesma protecao de laco do LOGFIND01 - erro de I-O no READ
      *    nao dispara o AT END.
         READ-ARCHIVE-IX-LOOP.
            READ LOG-ARCHIVE-IX-FILE NEXT
               AT END
                  SET WS-ARCX-EOF TO TRUE
               NOT AT END
                  IF ARCX-SESSION-ID NOT = WS-GRP-SESSION
                     SET WS-ARCX-EOF TO TRUE
                  ELSE
                     IF ARCX-ENDPOINT = WS-GRP-ENDPOINT
                        AND ARCX-VALUE NOT = ZERO
                        AND ARCX-CREATED-AT(1:10) < WS-DATE-FIM-EXCL
                        MOVE ARCX-CREATED-AT TO WS-EVT-TS
                        MOVE "A"             TO WS-EVT-ORIGIN
                        MOVE ARCX-VALUE      TO WS-EVT-VALUE
                        PERFORM ADD-MOVE
                     END-IF
                  END-IF
            END-READ
            IF WS-ARCHIVE-IX-STATUS NOT = "00"
               AND WS-ARCHIVE-IX-STATUS NOT = "02"
               AND WS-ARCHIVE-IX-STATUS NOT = "10"
               SET WS-ARCX-EOF TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao ler o LOGARCHX - FILE STATUS: "
                       WS-ARCHIVE-IX-STATUS
            END-IF.

      *    Ordena os movimentos por timestamp (selecao direta, como no
      *    LOGTLN01 - uma sessao/endpoint tem poucos movimentos).
         SORT-MOVES.
            IF WS-MOV-COUNT > 1
               PERFORM SORT-SELECT-PASS
                  VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-MOV-COUNT
            END-IF.

         SORT-SELECT-PASS.
            MOVE WS-SORT-I TO WS-SORT-MIN
            PERFORM SORT-COMPARE-ENTRY
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-MOV-COUNT
            IF WS-SORT-MIN NOT = WS-SORT-I
               MOVE WS-MOV-ENTRY(WS-SORT-I)   TO WS-SORT-SWAP
               MOVE WS-MOV-ENTRY(WS-SORT-MIN)
                 TO WS-MOV-ENTRY(WS-SORT-I)
               MOVE WS-SORT-SWAP
                 TO WS-MOV-ENTRY(WS-SORT-MIN)
            END-IF.

         SORT-COMPARE-ENTRY.
            IF WS-MOV-SORT-KEY(WS-SORT-J) <
               WS-MOV-SORT-KEY(WS-SORT-MIN)
               MOVE WS-SORT-J TO WS-SORT-MIN
            END-IF.

      ******************************************************************
      *    Casa o movimento WS-SORT-I (ja em ordem). Cobranca nao faz
      *    nada - o saldo ja entrou em ADD-MOVE. Estorno procura, das
      *    cobrancas anteriores, a mais recente com saldo igual ao
      *    valor estornado; sem essa, a mais recente com algum saldo.
      ******************************************************************
         MATCH-MOVE.
            ADD 1 TO WS-SORT-I
            IF WS-MOV-VALUE(WS-SORT-I) < ZERO
               COMPUTE WS-REV-AMOUNT = ZERO - WS-MOV-VALUE(WS-SORT-I)
               MOVE ZERO TO WS-REV-EXACT
               MOVE ZERO TO WS-REV-OPEN
               MOVE ZERO TO WS-REV-EXCESS
               MOVE "N"  TO WS-REV-PRIOR-SW
               IF WS-SORT-I > 1
                  PERFORM FIND-ORIGINAL
                     VARYING WS-SORT-J FROM WS-SORT-I BY -1
                     UNTIL WS-SORT-J < 2
               END-IF
               IF WS-REV-EXACT > ZERO
                  MOVE WS-REV-EXACT TO WS-REV-MATCH
               ELSE
                  MOVE WS-REV-OPEN TO WS-REV-MATCH
               END-IF
               PERFORM APPLY-REVERSAL
            END-IF.

      *    Olha a posicao WS-SORT-J - 1 (o laco anda de tras para a
      *    frente a partir do estorno).
         FIND-ORIGINAL.
            IF WS-MOV-VALUE(WS-SORT-J - 1) > ZERO
               MOVE "S" TO WS-REV-PRIOR-SW
               IF WS-MOV-BALANCE(WS-SORT-J - 1) > ZERO
                  IF WS-REV-OPEN = ZERO
                     COMPUTE WS-REV-OPEN = WS-SORT-J - 1
                  END-IF
                  IF WS-REV-EXACT = ZERO
                     AND WS-MOV-BALANCE(WS-SORT-J - 1) = WS-REV-AMOUNT
                     COMPUTE WS-REV-EXACT = WS-SORT-J - 1
                  END-IF
               END-IF
            END-IF.

      *    Consome o saldo da cobranca escolhida e classifica o
      *    estorno. So e listado (e totalizado) estorno vivo gravado
      *    no periodo; os anteriores so movimentam saldo.
         APPLY-REVERSAL.
            MOVE ZERO TO WS-REV-DAYS
            EVALUATE TRUE
               WHEN NOT WS-REV-HAS-PRIOR
                  SET WS-CAT-ORPHAN TO TRUE
               WHEN WS-REV-MATCH = ZERO
                  SET WS-CAT-EXCESS TO TRUE
                  MOVE WS-REV-AMOUNT TO WS-REV-EXCESS
               WHEN OTHER
                  IF WS-REV-AMOUNT > WS-MOV-BALANCE(WS-REV-MATCH)
                     COMPUTE WS-REV-EXCESS = WS-REV-AMOUNT
                           - WS-MOV-BALANCE(WS-REV-MATCH)
                     MOVE ZERO TO WS-MOV-BALANCE(WS-REV-MATCH)
                     SET WS-CAT-EXCESS TO TRUE
                  ELSE
                     SUBTRACT WS-REV-AMOUNT
                         FROM WS-MOV-BALANCE(WS-REV-MATCH)
                     SET WS-CAT-MATCHED TO TRUE
                  END-IF
                  PERFORM CALC-REVERSAL-DAYS
                  IF WS-CAT-MATCHED
                     AND WS-REV-DAYS > WS-REV-MAX-DAYS
                     SET WS-CAT-LATE TO TRUE
                  END-IF
            END-EVALUATE

            IF WS-MOV-ORIGIN(WS-SORT-I) = "V"
               AND WS-MOV-SORT-KEY(WS-SORT-I)(1:10) >= WS-DATE-INICIO
               PERFORM PRINT-REVERSAL-LINE
            END-IF.

      *    Dias corridos entre a data do original e a do estorno
         CALC-REVERSAL-DAYS.
            MOVE WS-MOV-SORT-KEY(WS-REV-MATCH)(1:4) TO WS-DAY-YMD(1:4)
            MOVE WS-MOV-SORT-KEY(WS-REV-MATCH)(6:2) TO WS-DAY-YMD(5:2)
            MOVE WS-MOV-SORT-KEY(WS-REV-MATCH)(9:2) TO WS-DAY-YMD(7:2)
            COMPUTE WS-ORIG-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
            MOVE WS-MOV-SORT-KEY(WS-SORT-I)(1:4) TO WS-DAY-YMD(1:4)
            MOVE WS-MOV-SORT-KEY(WS-SORT-I)(6:2) TO WS-DAY-YMD(5:2)
            MOVE WS-MOV-SORT-KEY(WS-SORT-I)(9:2) TO WS-DAY-YMD(7:2)
            COMPUTE WS-REV-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
            COMPUTE WS-REV-DAYS = WS-REV-INT - WS-ORIG-INT.

      *    Uma linha por estorno do periodo. Original vindo do
      *    arquivamento sai com "*" depois da data.
         PRINT-REVERSAL-LINE.
            EVALUATE TRUE
               WHEN WS-CAT-MATCHED
                  ADD 1 TO WS-MATCHED-COUNT
                  ADD WS-REV-AMOUNT TO WS-MATCHED-TOTAL
               WHEN WS-CAT-ORPHAN
                  ADD 1 TO WS-ORPHAN-COUNT
                  ADD WS-REV-AMOUNT TO WS-ORPHAN-TOTAL
               WHEN WS-CAT-EXCESS
                  ADD 1 TO WS-EXCESS-COUNT
                  ADD WS-REV-EXCESS TO WS-EXCESS-TOTAL
               WHEN WS-CAT-LATE
                  ADD 1 TO WS-LATE-COUNT
                  ADD WS-REV-AMOUNT TO WS-LATE-TOTAL
            END-EVALUATE

            MOVE WS-MOV-VALUE(WS-SORT-I) TO WS-EDITED-VALUE
            MOVE SPACES TO WS-ORIG-DATE
            MOVE SPACES TO WS-COL-ORIG-VALUE
            MOVE SPACES TO WS-COL-DAYS
            MOVE SPACES TO WS-COL-EXCESS
            IF WS-REV-MATCH > ZERO AND WS-REV-HAS-PRIOR
               MOVE WS-MOV-SORT-KEY(WS-REV-MATCH)(1:10)
                 TO WS-ORIG-DATE
               IF WS-MOV-ORIGIN(WS-REV-MATCH) = "A"
                  MOVE "*" TO WS-ORIG-DATE(11:1)
                  ADD 1 TO WS-ARCH-USED-COUNT
               END-IF
               MOVE WS-MOV-VALUE(WS-REV-MATCH) TO WS-EDITED-ORIG-VALUE
               MOVE WS-EDITED-ORIG-VALUE TO WS-COL-ORIG-VALUE
               MOVE WS-REV-DAYS TO WS-EDITED-DAYS
               MOVE WS-EDITED-DAYS TO WS-COL-DAYS
            END-IF
            IF WS-REV-EXCESS > ZERO
               MOVE WS-REV-EXCESS TO WS-EDITED-EXCESS
               MOVE WS-EDITED-EXCESS TO WS-COL-EXCESS
            END-IF

            MOVE SPACES TO WS-PRT-LINE
            STRING WS-REV-CATEGORY       DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-GRP-SESSION        DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-GRP-ENDPOINT(1:30) DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-MOV-SORT-KEY(WS-SORT-I)(1:10)
                                         DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-EDITED-VALUE       DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-ORIG-DATE          DELIMITED BY SIZE
                   WS-COL-ORIG-VALUE     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-COL-DAYS           DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-COL-EXCESS         DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            DISPLAY WS-PRT-LINE(1:127)
            PERFORM WRITE-PRINT-LINE.

      *    Resumo por categoria, no console e no fim do impresso. O
      *    valor de EXCEDENTE e so o excesso; nas demais, o valor
      *    estornado.
         PRINT-REVERSAL-SUMMARY.
            DISPLAY " "
            DISPLAY "1\REVERSAL_SUMMARY"
            MOVE SPACES TO WS-PRT-HEADING
            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- RESUMO POR CATEGORIA --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

            MOVE WS-GROUP-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "SESSAO/ENDPOINT COM ESTORNO: " DELIMITED BY SIZE
                   WS-EDITED-COUNT                 DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-MATCHED-COUNT TO WS-EDITED-COUNT
            MOVE WS-MATCHED-TOTAL TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING "CASADOS:      " DELIMITED BY SIZE
                   WS-EDITED-COUNT  DELIMITED BY SIZE
                   "  VALOR "       DELIMITED BY SIZE
                   WS-EDITED-TOTAL  DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-ORPHAN-COUNT TO WS-EDITED-COUNT
            MOVE WS-ORPHAN-TOTAL TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING "ORFAOS:       " DELIMITED BY SIZE
                   WS-EDITED-COUNT  DELIMITED BY SIZE
                   "  VALOR "       DELIMITED BY SIZE
                   WS-EDITED-TOTAL  DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-EXCESS-COUNT TO WS-EDITED-COUNT
            MOVE WS-EXCESS-TOTAL TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING "EXCEDENTES:   " DELIMITED BY SIZE
                   WS-EDITED-COUNT  DELIMITED BY SIZE
                   "  EXCESSO "     DELIMITED BY SIZE
                   WS-EDITED-TOTAL  DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-LATE-COUNT TO WS-EDITED-COUNT
            MOVE WS-LATE-TOTAL TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING "FORA DO PRAZO:" DELIMITED BY SIZE
                   WS-EDITED-COUNT  DELIMITED BY SIZE
                   "  VALOR "       DELIMITED BY SIZE
                   WS-EDITED-TOTAL  DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-ARCH-USED-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "ORIGINAIS DO ARQUIVAMENTO (*): " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            IF WS-MOV-LOST-COUNT > ZERO
               MOVE WS-MOV-LOST-COUNT TO WS-EDITED-COUNT
               DISPLAY "#ALERTA: movimentos alem da capacidade da"
               DISPLAY "#        tabela, fora do casamento: "
                       WS-EDITED-COUNT
               MOVE SPACES TO WS-PRT-LINE
               STRING "ALERTA: MOVIMENTOS FORA DO CASAMENTO "
                                        DELIMITED BY SIZE
                      "(CAPACIDADE): "  DELIMITED BY SIZE
                      WS-EDITED-COUNT   DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
            END-IF

            IF WS-ORPHAN-COUNT > ZERO OR WS-EXCESS-COUNT > ZERO
               OR WS-LATE-COUNT > ZERO
               DISPLAY "#ALERTA: estornos sem cobertura no periodo -"
               DISPLAY "#        levar o detalhe ao financeiro"
            ELSE
               DISPLAY "#Todos os estornos do periodo casaram"
            END-IF

            MOVE "*** FIM DO RELATORIO ***" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

         SHOW-SUMMARY-LINE.
            DISPLAY "#" WS-PRT-LINE(1:70)
            PERFORM WRITE-PRINT-LINE.

      *    Abre o dataset do relatorio impresso e monta o carimbo de
      *    emissao do cabecalho.
         OPEN-PRINT-FILE.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-PRT-RUN-STAMP
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
              INTO WS-PRT-RUN-STAMP
            END-STRING

            OPEN OUTPUT PRINT-REPORT-FILE
            IF WS-PRT-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: nao foi possivel abrir o RPTREV -"
               DISPLAY "#relatorio sai so no console"
               DISPLAY "#FILE STATUS: " WS-PRT-FILE-STATUS
            ELSE
               SET WS-PRT-OPEN TO TRUE
            END-IF.

         CLOSE-PRINT-FILE.
            IF WS-PRT-OPEN
               CLOSE PRINT-REPORT-FILE
            END-IF.

      *    Grava uma linha no relatorio impresso, abrindo pagina nova
      *    (cabecalho + titulo de colunas corrente) quando a pagina
      *    enche.
         WRITE-PRINT-LINE.
            IF WS-PRT-OPEN
               IF WS-PRT-LINE-COUNT >= WS-PRT-PAGE-SIZE
                  PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE WS-PRT-LINE TO PRINT-REPORT-REC
               WRITE PRINT-REPORT-REC
               IF WS-PRT-FILE-STATUS NOT = "00"
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao gravar RPTREV - FILE STATUS: "
                          WS-PRT-FILE-STATUS
                  MOVE "N" TO WS-PRT-OPEN-SW
                  CLOSE PRINT-REPORT-FILE
               ELSE
                  ADD 1 TO WS-PRT-LINE-COUNT
               END-IF
            END-IF.

      *    Cabecalho de pagina: id do relatorio, emissao, periodo e
      *    prazo, numero da pagina e o titulo de colunas corrente.
         WRITE-PAGE-HEADER.
            ADD 1 TO WS-PRT-PAGE-NUM
            MOVE WS-PRT-PAGE-NUM TO WS-EDITED-PAGE
            MOVE ZERO TO WS-PRT-LINE-COUNT

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "LOGREV01  CONCILIACAO DE ESTORNOS"
                                      DELIMITED BY SIZE
                   "   EMITIDO EM "   DELIMITED BY SIZE
                   WS-PRT-RUN-STAMP   DELIMITED BY SIZE
                   "   PAGINA "       DELIMITED BY SIZE
                   WS-EDITED-PAGE     DELIMITED BY SIZE
              INTO PRINT-REPORT-REC
            END-STRING
            WRITE PRINT-REPORT-REC

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "PERIODO DOS ESTORNOS: " DELIMITED BY SIZE
                   WS-DATE-INICIO  DELIMITED BY SIZE
                   " A "           DELIMITED BY SIZE
                   WS-DATE-FIM     DELIMITED BY SIZE
                   "   PRAZO MAXIMO: " DELIMITED BY SIZE
                   WS-REV-MAX-DAYS DELIMITED BY SIZE
                   " DIAS   (* = ORIGINAL ARQUIVADO)"
                                   DELIMITED BY SIZE
              INTO PRINT-REPORT-REC
            END-STRING
            WRITE PRINT-REPORT-REC

            MOVE SPACES TO PRINT-REPORT-REC
            WRITE PRINT-REPORT-REC
            IF WS-PRT-HEADING NOT = SPACES
               MOVE WS-PRT-HEADING TO PRINT-REPORT-REC
               WRITE PRINT-REPORT-REC
            END-IF
            ADD 4 TO WS-PRT-LINE-COUNT.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF

            STOP RUN.
