      ******************************************************************
      * Relatorio do diario do operador - log_operator_audit
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGAUD01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Lista o diario de acoes privilegiadas gravado pelo AUDWRITE -
      *  comandos e cargas do ENGINEV4TST, override LOGFILE_FORCE,
      *  REABRIR do LOGPERD01, recarga do LOGREST01, purga do LOGPURG01
      *  e retencao do LOGRET01 - por periodo e, se informado, so de
      *  um operador. E a resposta da auditoria para "quem mexeu, em
      *  que, quando, por que, e o que aconteceu".
      *
      *  PARM: AAAA-MM-DD AAAA-MM-DD [operador], como no LOGCONC01 -
      *  sem operador, lista todos. A listagem sai agrupada por
      *  operador (em ordem de data/hora dentro dele), com subtotal de
      *  acoes, falhas e recusas por operador e totais gerais no fim.
      *  Alem do console, grava o relatorio impresso no dataset
      *  RPTAUD, nos moldes do LOGRUN01.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT PRINT-REPORT-FILE ASSIGN TO "RPTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
      *  Relatorio impresso - mesma informacao do console, em paginas
      *  de largura fixa para arquivar como evidencia da auditoria.
         FD  PRINT-REPORT-FILE.
         01  PRINT-REPORT-REC        PIC X(132).

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Filtros da PARM - WS-AUD-ALL-OPS = "S" quando o operador nao
      *  foi informado.
         01  WS-DATE-INICIO          PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM             PIC X(10) VALUE SPACES.
         01  WS-AUD-FILTER-OPER      PIC X(20) VALUE SPACES.
         01  WS-AUD-ALL-OPS          PIC X(1)  VALUE "S".

      *  Linha lida do cursor do diario
         01  WS-AUD-OPERATOR-ID      PIC X(20).
         01  WS-AUD-PROGRAM          PIC X(12).
         01  WS-AUD-ACTION           PIC X(15).
         01  WS-AUD-PARAMS           PIC X(120).
         01  WS-AUD-REASON           PIC X(80).
         01  WS-AUD-OUTCOME          PIC X(10).
         01  WS-AUD-ACTION-AT        PIC X(26).
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Agrupado por operador para a quebra de subtotal; o periodo
      *  compara so a data da acao.
         EXEC SQL DECLARE AUD-CURSOR CURSOR FOR
            SELECT operator_id, program_name, action_name,
                   action_params, reason, outcome,
                   CAST(action_at AS CHAR(26))
              FROM log_operator_audit
             WHERE CAST(action_at AS DATE) >= :WS-DATE-INICIO
               AND CAST(action_at AS DATE) <= :WS-DATE-FIM
               AND (:WS-AUD-ALL-OPS = 'S'
                    OR operator_id = :WS-AUD-FILTER-OPER)
             ORDER BY operator_id, action_at
         END-EXEC.

      *  PARM de startup: "AAAA-MM-DD AAAA-MM-DD [operador]"
         01  WS-STARTUP-PARM         PIC X(60) VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-PARM-OK-SW           PIC X(1)  VALUE "N".
             88 WS-PARM-OK                   VALUE "Y".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR            VALUE "Y".

      *  Quebra por operador
         01  WS-CUR-OPERATOR         PIC X(20) VALUE SPACES.
         01  WS-OPER-OPEN-SW         PIC X(1)  VALUE "N".
             88 WS-OPER-OPEN                  VALUE "Y".
         01  WS-OP-ACTION-COUNT      PIC 9(7)  VALUE ZERO.
         01  WS-OP-FAILED-COUNT      PIC 9(7)  VALUE ZERO.
         01  WS-OP-REFUSED-COUNT     PIC 9(7)  VALUE ZERO.

      *  Totais gerais
         01  WS-GT-OPERATOR-COUNT    PIC 9(7)  VALUE ZERO.
         01  WS-GT-ACTION-COUNT      PIC 9(7)  VALUE ZERO.
         01  WS-GT-FAILED-COUNT      PIC 9(7)  VALUE ZERO.
         01  WS-GT-REFUSED-COUNT     PIC 9(7)  VALUE ZERO.

      *  Variaveis editadas para formatacao
         01  WS-EDITED-ACTIONS       PIC Z(6)9 VALUE SPACES.
         01  WS-EDITED-FAILED        PIC Z(6)9 VALUE SPACES.
         01  WS-EDITED-REFUSED       PIC Z(6)9 VALUE SPACES.
         01  WS-EDITED-GT            PIC Z(6)9 VALUE SPACES.

      *  Controle do relatorio impresso (dataset RPTAUD), nos moldes
      *  do LOGRUN01. RPTAUD indisponivel nao derruba a consulta - o
      *  console continua saindo.
         01  WS-PRT-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-PRT-OPEN-SW          PIC X(1)  VALUE "N".
             88 WS-PRT-OPEN                   VALUE "Y".
         01  WS-PRT-LINE             PIC X(132) VALUE SPACES.
         01  WS-PRT-HEADING          PIC X(132) VALUE SPACES.
         01  WS-PRT-PAGE-NUM         PIC 9(4)  VALUE ZERO.
         01  WS-PRT-LINE-COUNT       PIC 9(2)  VALUE 99.
         01  WS-PRT-PAGE-SIZE        PIC 9(2)  VALUE 55.
         01  WS-PRT-RUN-STAMP        PIC X(19) VALUE SPACES.
         01  WS-PRT-FILTER-TEXT      PIC X(20) VALUE SPACES.
         01  WS-EDITED-PAGE          PIC Z(4)  VALUE SPACES.
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-PARM
            IF WS-PARM-OK
               PERFORM CONNECT-DB
               IF WS-DB-STARTED = "S"
                  PERFORM OPEN-PRINT-FILE
                  PERFORM PROCESS-AUDIT
                  PERFORM PRINT-GRAND-TOTALS
                  PERFORM CLOSE-PRINT-FILE
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Desmonta e critica a PARM, como no LOGCONC01 - sem periodo
      *    valido nao ha relatorio, nem prompt.
         GET-PARM.
            ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
            UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
                INTO WS-DATE-INICIO
                     WS-DATE-FIM
                     WS-AUD-FILTER-OPER
            END-UNSTRING

            IF WS-DATE-INICIO = SPACES OR WS-DATE-FIM = SPACES
               OR WS-DATE-INICIO(5:1) NOT = "-"
               OR WS-DATE-INICIO(8:1) NOT = "-"
               OR WS-DATE-FIM(5:1) NOT = "-"
               OR WS-DATE-FIM(8:1) NOT = "-"
               DISPLAY "0\STATUS"
               DISPLAY "#PARM invalida: " WS-STARTUP-PARM
               DISPLAY "#Uso: LOGAUD01 AAAA-MM-DD AAAA-MM-DD [operador]"
               DISPLAY "#     (sem operador lista todos)"
            ELSE
               SET WS-PARM-OK TO TRUE
               IF WS-AUD-FILTER-OPER = SPACES
                  MOVE "S" TO WS-AUD-ALL-OPS
                  MOVE "TODOS" TO WS-PRT-FILTER-TEXT
               ELSE
                  MOVE "N" TO WS-AUD-ALL-OPS
                  MOVE WS-AUD-FILTER-OPER TO WS-PRT-FILTER-TEXT
               END-IF
            END-IF.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    LOGRUN01 - o diario e gravado na base da acao auditada.
         CONNECT-DB.
            ACCEPT DBNAME FROM ENVIRONMENT "DB_ENV"
            EVALUATE DBNAME
               WHEN "DEV"
                  MOVE "cobolbd_dev" TO DBNAME
               WHEN "QA"
                  MOVE "cobolbd_qa"  TO DBNAME
               WHEN OTHER
                  MOVE "cobolbd"     TO DBNAME
            END-EVALUATE
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

      *    Abre o cursor do diario e lista as acoes, fechando o
      *    subtotal do ultimo operador no fim.
         PROCESS-AUDIT.
            DISPLAY "=== DIARIO DO OPERADOR ==="
            DISPLAY "#Periodo:  " WS-DATE-INICIO " a " WS-DATE-FIM
            DISPLAY "#Operador: " WS-PRT-FILTER-TEXT
            DISPLAY " "

            MOVE SPACES TO WS-PRT-HEADING
            STRING "DATA/HORA           PROGRAMA     ACAO           "
                                    DELIMITED BY SIZE
                   "  RESULTADO  PARAMETROS"
                                    DELIMITED BY SIZE
              INTO WS-PRT-HEADING
            END-STRING

            MOVE "N" TO WS-RPT-ERROR-SW
            EXEC SQL
               OPEN AUD-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor do diario"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-AUDIT-LOOP
                  UNTIL SQLCODE = 100 OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE AUD-CURSOR
               END-EXEC
               IF WS-OPER-OPEN
                  PERFORM PRINT-OPERATOR-TOTALS
               END-IF
            END-IF.

      *    Mesma protecao de laco dos relatorios - um erro de FETCH
      *    nunca chega a 100 sozinho.
         FETCH-AUDIT-LOOP.
            EXEC SQL
               FETCH AUD-CURSOR
               INTO :WS-AUD-OPERATOR-ID, :WS-AUD-PROGRAM,
                    :WS-AUD-ACTION, :WS-AUD-PARAMS, :WS-AUD-REASON,
                    :WS-AUD-OUTCOME, :WS-AUD-ACTION-AT
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  PERFORM CHECK-OPERATOR-BREAK
                  PERFORM PRINT-AUDIT-LINE
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor do diario"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Troca de operador: fecha o subtotal do anterior e abre o
      *    bloco do novo.
         CHECK-OPERATOR-BREAK.
            IF NOT WS-OPER-OPEN
               OR WS-AUD-OPERATOR-ID NOT = WS-CUR-OPERATOR
               IF WS-OPER-OPEN
                  PERFORM PRINT-OPERATOR-TOTALS
               END-IF
               MOVE WS-AUD-OPERATOR-ID TO WS-CUR-OPERATOR
               SET WS-OPER-OPEN TO TRUE
               ADD 1 TO WS-GT-OPERATOR-COUNT
               MOVE ZERO TO WS-OP-ACTION-COUNT
               MOVE ZERO TO WS-OP-FAILED-COUNT
               MOVE ZERO TO WS-OP-REFUSED-COUNT

               DISPLAY "Operador: " WS-CUR-OPERATOR
               MOVE SPACES TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRT-LINE
               STRING "OPERADOR: "      DELIMITED BY SIZE
                      WS-CUR-OPERATOR   DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
            END-IF.

         PRINT-AUDIT-LINE.
            ADD 1 TO WS-OP-ACTION-COUNT
            ADD 1 TO WS-GT-ACTION-COUNT
            EVALUATE WS-AUD-OUTCOME
               WHEN "FALHA"
                  ADD 1 TO WS-OP-FAILED-COUNT
                  ADD 1 TO WS-GT-FAILED-COUNT
               WHEN "RECUSADO"
                  ADD 1 TO WS-OP-REFUSED-COUNT
                  ADD 1 TO WS-GT-REFUSED-COUNT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            DISPLAY "  " WS-AUD-ACTION-AT(1:19) " " WS-AUD-PROGRAM
                    " " WS-AUD-ACTION " " WS-AUD-OUTCOME
            DISPLAY "    Parametros: " WS-AUD-PARAMS
            DISPLAY "    Motivo:     " WS-AUD-REASON

            MOVE SPACES TO WS-PRT-LINE
            STRING WS-AUD-ACTION-AT(1:19) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-AUD-PROGRAM         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-AUD-ACTION          DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WS-AUD-OUTCOME         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-AUD-PARAMS(1:71)    DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE
            IF WS-AUD-PARAMS(72:49) NOT = SPACES
               MOVE SPACES TO WS-PRT-LINE
               MOVE WS-AUD-PARAMS(72:49) TO WS-PRT-LINE(62:49)
               PERFORM WRITE-PRINT-LINE
            END-IF
            MOVE SPACES TO WS-PRT-LINE
            STRING "                    MOTIVO: " DELIMITED BY SIZE
                   WS-AUD-REASON                  DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE.

      *    Subtotal do operador corrente (console e impresso).
         PRINT-OPERATOR-TOTALS.
            MOVE WS-OP-ACTION-COUNT  TO WS-EDITED-ACTIONS
            MOVE WS-OP-FAILED-COUNT  TO WS-EDITED-FAILED
            MOVE WS-OP-REFUSED-COUNT TO WS-EDITED-REFUSED
            DISPLAY "  Subtotal " WS-CUR-OPERATOR
                    " acoes: " WS-EDITED-ACTIONS
                    " falhas: " WS-EDITED-FAILED
                    " recusas: " WS-EDITED-REFUSED
            DISPLAY " "

            MOVE SPACES TO WS-PRT-LINE
            STRING "  SUBTOTAL "      DELIMITED BY SIZE
                   WS-CUR-OPERATOR    DELIMITED BY SIZE
                   "  ACOES "         DELIMITED BY SIZE
                   WS-EDITED-ACTIONS  DELIMITED BY SIZE
                   "  FALHAS "        DELIMITED BY SIZE
                   WS-EDITED-FAILED   DELIMITED BY SIZE
                   "  RECUSAS "       DELIMITED BY SIZE
                   WS-EDITED-REFUSED  DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE.

      *    Abre o dataset do relatorio impresso e monta o carimbo de
      *    emissao do cabecalho, nos moldes do LOGRUN01.
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
               DISPLAY "#Aviso: nao foi possivel abrir o RPTAUD -"
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
      *    quando a pagina enche.
         WRITE-PRINT-LINE.
            IF WS-PRT-OPEN
               IF WS-PRT-LINE-COUNT >= WS-PRT-PAGE-SIZE
                  PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE WS-PRT-LINE TO PRINT-REPORT-REC
               WRITE PRINT-REPORT-REC
               IF WS-PRT-FILE-STATUS NOT = "00"
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao gravar RPTAUD - FILE STATUS: "
                          WS-PRT-FILE-STATUS
                  MOVE "N" TO WS-PRT-OPEN-SW
                  CLOSE PRINT-REPORT-FILE
               ELSE
                  ADD 1 TO WS-PRT-LINE-COUNT
               END-IF
            END-IF.

      *    Cabecalho de pagina: id do relatorio, emissao, filtros,
      *    numero da pagina e o titulo de colunas.
         WRITE-PAGE-HEADER.
            ADD 1 TO WS-PRT-PAGE-NUM
            MOVE WS-PRT-PAGE-NUM TO WS-EDITED-PAGE
            MOVE ZERO TO WS-PRT-LINE-COUNT

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "LOGAUD01  DIARIO DO OPERADOR"
                                      DELIMITED BY SIZE
                   "   EMITIDO EM "   DELIMITED BY SIZE
                   WS-PRT-RUN-STAMP   DELIMITED BY SIZE
                   "   PAGINA "       DELIMITED BY SIZE
                   WS-EDITED-PAGE     DELIMITED BY SIZE
              INTO PRINT-REPORT-REC
            END-STRING
            WRITE PRINT-REPORT-REC

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "FONTE: log_operator_audit  PERIODO "
                                      DELIMITED BY SIZE
                   WS-DATE-INICIO     DELIMITED BY SIZE
                   " A "              DELIMITED BY SIZE
                   WS-DATE-FIM        DELIMITED BY SIZE
                   "  OPERADOR "      DELIMITED BY SIZE
                   WS-PRT-FILTER-TEXT DELIMITED BY SIZE
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

      *    Totais gerais do periodo, no fim do relatorio impresso (e
      *    no console, para a conferencia bater).
         PRINT-GRAND-TOTALS.
            DISPLAY "1\AUDIT_SUMMARY"
            MOVE WS-GT-OPERATOR-COUNT TO WS-EDITED-GT
            DISPLAY "#Operadores: " WS-EDITED-GT
            MOVE WS-GT-ACTION-COUNT TO WS-EDITED-GT
            DISPLAY "#Acoes:      " WS-EDITED-GT
            MOVE WS-GT-FAILED-COUNT TO WS-EDITED-GT
            DISPLAY "#Falhas:     " WS-EDITED-GT
            MOVE WS-GT-REFUSED-COUNT TO WS-EDITED-GT
            DISPLAY "#Recusas:    " WS-EDITED-GT

            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- TOTAIS DO PERIODO --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE WS-GT-OPERATOR-COUNT TO WS-EDITED-GT
            MOVE SPACES TO WS-PRT-LINE
            STRING "OPERADORES "      DELIMITED BY SIZE
                   WS-EDITED-GT       DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE
            MOVE WS-GT-ACTION-COUNT TO WS-EDITED-GT
            MOVE SPACES TO WS-PRT-LINE
            STRING "ACOES      "      DELIMITED BY SIZE
                   WS-EDITED-GT       DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE
            MOVE WS-GT-FAILED-COUNT TO WS-EDITED-GT
            MOVE SPACES TO WS-PRT-LINE
            STRING "FALHAS     "      DELIMITED BY SIZE
                   WS-EDITED-GT       DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE
            MOVE WS-GT-REFUSED-COUNT TO WS-EDITED-GT
            MOVE SPACES TO WS-PRT-LINE
            STRING "RECUSAS    "      DELIMITED BY SIZE
                   WS-EDITED-GT       DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM WRITE-PRINT-LINE
            MOVE "*** FIM DO RELATORIO ***" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF

            STOP RUN.
