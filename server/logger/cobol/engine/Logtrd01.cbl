      ******************************************************************
      * Tendencia de volume e valor contra a base semanal -
      * log_daily_summary
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGTRD01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  O LOGALRT01 compara os ultimos minutos com limites fixos do
      *  ALRTCFG, e o LOGRPT01 e o LOGSLA01 mostram um periodo
      *  isolado. Nada diz que um endpoint processou 40% menos
      *  transacoes, ou metade do valor de sempre, comparado com uma
      *  terca normal - e e assim que se descobre que um upstream
      *  parou de mandar sem avisar.
      *
      *  Este relatorio, para a revisao semanal de servico, pega cada
      *  dia do periodo informado e compara, por componente/endpoint,
      *  a quantidade, o tempo medio de resposta (ponderado pela
      *  quantidade) e o valor liquido do dia no log_daily_summary
      *  (gravado pelo LOGAGG01) com a base do mesmo dia da semana
      *  nas N semanas anteriores. A base e a media dos dias de base
      *  que tem sumario - semana sem sumario nenhum (LOGAGG01 nao
      *  rodou) nao puxa a media para baixo; endpoint sem movimento
      *  num dia de base que tem sumario conta como zero. Situacao de
      *  cada linha:
      *    DESVIO   - quantidade, resposta ou valor fora da base em
      *               mais que o percentual informado (para cima ou
      *               para baixo)
      *    SUMIU    - tinha movimento na base e nao teve no dia
      *    NOVO     - movimento no dia sem nenhum na base
      *    SEM BASE - nenhum dia de base com sumario (nada a comparar)
      *  Dia sem sumario nenhum e avisado e pulado - sem ele tudo
      *  sairia como SUMIU.
      *
      *  PARM: AAAA-MM-DD AAAA-MM-DD [semanas] [desvio%], como no
      *  LOGAUD01 - semanas da base de 1 a 52 (default 4) e percentual
      *  de desvio de 1 a 999 (default 30). Alem do console, grava o
      *  relatorio impresso no dataset RPTTRD, no mesmo formato
      *  paginado do RPTOPER do LOGRPT01.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT PRINT-REPORT-FILE ASSIGN TO "RPTTRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
      *  Relatorio impresso - mesma informacao do console, em paginas
      *  de largura fixa para a revisao semanal.
         FD  PRINT-REPORT-FILE.
         01  PRINT-REPORT-REC        PIC X(132).

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Periodo da PARM e o dia em analise com o inicio da sua base
      *  (summary_date e DATE - limites inclusivos, como no
      *  LOGCONC01)
         01  WS-DATE-INICIO          PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM             PIC X(10) VALUE SPACES.
         01  WS-TRD-DAY              PIC X(10) VALUE SPACES.
         01  WS-TRD-BASE-START       PIC X(10) VALUE SPACES.

      *  Linha lida dos cursores
         01  WS-FET-COMPONENT        PIC X(10).
         01  WS-FET-ENDPOINT         PIC X(50).
         01  WS-FET-DATE             PIC X(10).
         01  WS-FET-COUNT            PIC 9(9).
         01  WS-FET-RESP-SUM         PIC 9(13)V99.
         01  WS-FET-VALUE            PIC S9(12)V99.
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Totais por componente/endpoint e data, do inicio da base ate
      *  o dia - os dias que nao sao do mesmo dia da semana sao
      *  descartados na leitura. A soma de avg_response * tran_count
      *  permite a media ponderada da resposta.
         EXEC SQL DECLARE TRD-CURSOR CURSOR FOR
            SELECT component, endpoint,
                   CAST(summary_date AS CHAR(10)),
                   SUM(tran_count),
                   SUM(avg_response * tran_count),
                   SUM(total_value)
              FROM log_daily_summary
             WHERE summary_date >= :WS-TRD-BASE-START
               AND summary_date <= :WS-TRD-DAY
             GROUP BY component, endpoint, summary_date
             ORDER BY component, endpoint, summary_date
         END-EXEC.

      *  Datas com sumario no mesmo intervalo - de onde sai o divisor
      *  da base e a conferencia de que o dia tem sumario.
         EXEC SQL DECLARE TRD-DAYS-CURSOR CURSOR FOR
            SELECT DISTINCT CAST(summary_date AS CHAR(10))
              FROM log_daily_summary
             WHERE summary_date >= :WS-TRD-BASE-START
               AND summary_date <= :WS-TRD-DAY
             ORDER BY 1
         END-EXEC.

      *  Parametros da PARM - texto ate a critica (ver
      *  PARSE-PARM-NUMBER), numeros com default depois dela.
         01  WS-STARTUP-PARM         PIC X(40) VALUE SPACES.
         01  WS-PARM-WEEKS-X         PIC X(4)  VALUE SPACES.
         01  WS-PARM-PCT-X           PIC X(4)  VALUE SPACES.
         01  WS-PARM-TOKEN           PIC X(4)  VALUE SPACES.
         01  WS-PARM-LEN             PIC 9(2)  VALUE ZERO.
         01  WS-PARM-NUM             PIC 9(3)  VALUE ZERO.
         01  WS-PARM-NUM-SW          PIC X(1)  VALUE "N".
             88 WS-PARM-NUM-VALID             VALUE "S".
         01  WS-TRD-WEEKS            PIC 9(2)  VALUE 4.
         01  WS-TRD-PCT              PIC 9(3)  VALUE 30.

      *  Dia em analise e base, em dias corridos
         01  WS-INI-INT              PIC 9(7)  VALUE ZERO.
         01  WS-FIM-INT              PIC 9(7)  VALUE ZERO.
         01  WS-DAY-INT              PIC 9(7)  VALUE ZERO.
         01  WS-BASE-INT             PIC 9(7)  VALUE ZERO.
         01  WS-ROW-INT              PIC 9(7)  VALUE ZERO.
         01  WS-DIFF-DAYS            PIC 9(7)  VALUE ZERO.
         01  WS-DIFF-WEEKS           PIC 9(7)  VALUE ZERO.
         01  WS-DIFF-REM             PIC 9(1)  VALUE ZERO.
         01  WS-BASE-DAYS            PIC 9(2)  VALUE ZERO.
         01  WS-DAY-HAS-DATA-SW      PIC X(1)  VALUE "N".
             88 WS-DAY-HAS-DATA               VALUE "S".

      *  Conversao entre AAAA-MM-DD e dias corridos
         01  WS-CONV-DATE            PIC X(10) VALUE SPACES.
         01  WS-CONV-YMD             PIC X(8)  VALUE SPACES.
         01  WS-CONV-NUM  REDEFINES WS-CONV-YMD PIC 9(8).
         01  WS-CONV-INT             PIC 9(7)  VALUE ZERO.
         01  WS-CONV-OUT             PIC 9(8)  VALUE ZERO.

      *  Nome do dia da semana - dia corrido 1 (1601-01-01) foi uma
      *  segunda-feira.
         01  WS-WEEKDAY-NAMES.
             05 FILLER               PIC X(7)  VALUE "SEGUNDA".
             05 FILLER               PIC X(7)  VALUE "TERCA".
             05 FILLER               PIC X(7)  VALUE "QUARTA".
             05 FILLER               PIC X(7)  VALUE "QUINTA".
             05 FILLER               PIC X(7)  VALUE "SEXTA".
             05 FILLER               PIC X(7)  VALUE "SABADO".
             05 FILLER               PIC X(7)  VALUE "DOMINGO".
         01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
             05 WS-WEEKDAY-NAME      PIC X(7)  OCCURS 7 TIMES.
         01  WS-WEEKDAY-IDX          PIC 9(1)  VALUE ZERO.

      *  Componente/endpoint em acumulacao (quebra do TRD-CURSOR)
         01  WS-GRP-COMPONENT        PIC X(10) VALUE SPACES.
         01  WS-GRP-ENDPOINT         PIC X(50) VALUE SPACES.
         01  WS-GRP-ACTIVE-SW        PIC X(1)  VALUE "N".
             88 WS-GRP-ACTIVE                 VALUE "S".
         01  WS-GRP-DAY-COUNT        PIC 9(9)  VALUE ZERO.
         01  WS-GRP-DAY-RESP-SUM     PIC 9(13)V99 VALUE ZERO.
         01  WS-GRP-DAY-VALUE        PIC S9(12)V99 VALUE ZERO.
         01  WS-GRP-BASE-COUNT       PIC 9(11) VALUE ZERO.
         01  WS-GRP-BASE-RESP-SUM    PIC 9(15)V99 VALUE ZERO.
         01  WS-GRP-BASE-VALUE       PIC S9(14)V99 VALUE ZERO.

      *  Valores comparados da linha (base ja como media por dia)
         01  WS-CMP-DAY-COUNT        PIC 9(11)V99 VALUE ZERO.
         01  WS-CMP-BASE-COUNT       PIC 9(11)V99 VALUE ZERO.
         01  WS-CMP-DAY-RESP         PIC 9(9)V99 VALUE ZERO.
         01  WS-CMP-BASE-RESP        PIC 9(9)V99 VALUE ZERO.
         01  WS-CMP-DAY-VALUE        PIC S9(14)V99 VALUE ZERO.
         01  WS-CMP-BASE-VALUE       PIC S9(14)V99 VALUE ZERO.
         01  WS-CMP-DAY-RESP-SUM     PIC 9(15)V99 VALUE ZERO.
         01  WS-CMP-BASE-RESP-SUM    PIC 9(15)V99 VALUE ZERO.
         01  WS-CMP-BASE-RESP-CNT    PIC 9(11) VALUE ZERO.
         01  WS-TRD-SITUATION        PIC X(8)  VALUE SPACES.
             88 WS-SIT-NORMAL                 VALUE SPACES.
             88 WS-SIT-DEVIATION              VALUE "DESVIO".
             88 WS-SIT-GONE                   VALUE "SUMIU".
             88 WS-SIT-NEW                    VALUE "NOVO".
             88 WS-SIT-NO-BASE                VALUE "SEM BASE".
         01  WS-TRD-LABEL-COMP       PIC X(10) VALUE SPACES.
         01  WS-TRD-LABEL-ENDP       PIC X(25) VALUE SPACES.

      *  Desvio percentual de um valor contra a base - coluna em
      *  branco quando a base e zero (nao ha percentual).
         01  WS-DEV-ACTUAL           PIC S9(14)V99 VALUE ZERO.
         01  WS-DEV-BASE             PIC S9(14)V99 VALUE ZERO.
         01  WS-DEV-DENOM            PIC S9(14)V99 VALUE ZERO.
         01  WS-DEV-PCT              PIC S9(15) VALUE ZERO.
         01  WS-DEV-FLAG-SW          PIC X(1)  VALUE "N".
             88 WS-DEV-FLAGGED                VALUE "S".
         01  WS-DEV-COL              PIC X(6)  VALUE SPACES.
         01  WS-COL-DEV-COUNT        PIC X(6)  VALUE SPACES.
         01  WS-COL-DEV-RESP         PIC X(6)  VALUE SPACES.
         01  WS-COL-DEV-VALUE        PIC X(6)  VALUE SPACES.
         01  WS-LINE-FLAG-SW         PIC X(1)  VALUE "N".
             88 WS-LINE-FLAGGED               VALUE "S".

      *  Totais do dia (todas as linhas do dia), na mesma base
         01  WS-TOT-DAY-COUNT        PIC 9(11)V99 VALUE ZERO.
         01  WS-TOT-BASE-COUNT       PIC 9(11)V99 VALUE ZERO.
         01  WS-TOT-DAY-RESP-SUM     PIC 9(15)V99 VALUE ZERO.
         01  WS-TOT-BASE-RESP-SUM    PIC 9(15)V99 VALUE ZERO.
         01  WS-TOT-BASE-RESP-CNT    PIC 9(11) VALUE ZERO.
         01  WS-TOT-DAY-VALUE        PIC S9(14)V99 VALUE ZERO.
         01  WS-TOT-BASE-VALUE       PIC S9(14)V99 VALUE ZERO.

      *  Variaveis de trabalho
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-PARM-OK-SW           PIC X(1)  VALUE "N".
             88 WS-PARM-OK                    VALUE "Y".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR            VALUE "Y".
         01  WS-ROW-SW               PIC X(1)  VALUE "N".
             88 WS-ROW-EOF                    VALUE "Y".

      *  Totais do resumo
         01  WS-DAYS-COUNT           PIC 9(8)  VALUE ZERO.
         01  WS-NODATA-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-NOBASE-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-LINE-COUNT           PIC 9(8)  VALUE ZERO.
         01  WS-DEVIATION-COUNT      PIC 9(8)  VALUE ZERO.
         01  WS-GONE-COUNT           PIC 9(8)  VALUE ZERO.
         01  WS-NEW-COUNT            PIC 9(8)  VALUE ZERO.

      *  Variaveis editadas
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-QTD-DAY       PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-QTD-BASE      PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-RESP-DAY      PIC Z(5)9,99 VALUE SPACES.
         01  WS-EDITED-RESP-BASE     PIC Z(5)9,99 VALUE SPACES.
         01  WS-EDITED-VAL-DAY       PIC -Z(8)9,99 VALUE SPACES.
         01  WS-EDITED-VAL-BASE      PIC -Z(8)9,99 VALUE SPACES.
         01  WS-EDITED-DEV           PIC -Z(4)9 VALUE SPACES.
         01  WS-EDITED-WEEKS         PIC Z9    VALUE SPACES.
         01  WS-EDITED-PCT           PIC ZZ9   VALUE SPACES.
         01  WS-EDITED-BASE-DAYS     PIC Z9    VALUE SPACES.
         01  WS-QTD-ROUNDED          PIC 9(11) VALUE ZERO.

      *  Controle do relatorio impresso (dataset RPTTRD), como no
      *  RPTOPER do LOGRPT01. RPTTRD indisponivel nao derruba o
      *  relatorio - o console continua saindo.
         01  WS-PRT-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-PRT-OPEN-SW          PIC X(1)  VALUE "N".
             88 WS-PRT-OPEN                   VALUE "Y".
         01  WS-PRT-LINE             PIC X(132) VALUE SPACES.
         01  WS-PRT-HEADING          PIC X(132) VALUE SPACES.
         01  WS-TRD-COL-HEADING      PIC X(132) VALUE SPACES.
         01  WS-PRT-PAGE-NUM         PIC 9(4)  VALUE ZERO.
         01  WS-PRT-LINE-COUNT       PIC 9(2)  VALUE 99.
         01  WS-PRT-PAGE-SIZE        PIC 9(2)  VALUE 55.
         01  WS-PRT-RUN-STAMP        PIC X(19) VALUE SPACES.
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
                  PERFORM PRINT-REPORT-HEADER
                  PERFORM PROCESS-TREND-DAY
                     VARYING WS-DAY-INT FROM WS-INI-INT BY 1
                     UNTIL WS-DAY-INT > WS-FIM-INT
                        OR WS-RPT-FETCH-ERROR
                  PERFORM PRINT-TREND-SUMMARY
                  PERFORM CLOSE-PRINT-FILE
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Desmonta e critica a PARM, como no LOGAUD01 - sem periodo
      *    valido nao ha relatorio, nem prompt. Semanas e percentual
      *    sao opcionais; informados, tem de ser numeros na faixa.
         GET-PARM.
            ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
            UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
                INTO WS-DATE-INICIO
                     WS-DATE-FIM
                     WS-PARM-WEEKS-X
                     WS-PARM-PCT-X
            END-UNSTRING

            MOVE "Y" TO WS-PARM-OK-SW
            IF WS-DATE-INICIO = SPACES OR WS-DATE-FIM = SPACES
               OR WS-DATE-INICIO(5:1) NOT = "-"
               OR WS-DATE-INICIO(8:1) NOT = "-"
               OR WS-DATE-FIM(5:1) NOT = "-"
               OR WS-DATE-FIM(8:1) NOT = "-"
               OR WS-DATE-INICIO > WS-DATE-FIM
               MOVE "N" TO WS-PARM-OK-SW
            END-IF

            IF WS-PARM-OK AND WS-PARM-WEEKS-X NOT = SPACES
               MOVE WS-PARM-WEEKS-X TO WS-PARM-TOKEN
               PERFORM PARSE-PARM-NUMBER
               IF WS-PARM-NUM-VALID
                  AND WS-PARM-NUM > ZERO AND WS-PARM-NUM < 53
                  MOVE WS-PARM-NUM TO WS-TRD-WEEKS
               ELSE
                  MOVE "N" TO WS-PARM-OK-SW
               END-IF
            END-IF

            IF WS-PARM-OK AND WS-PARM-PCT-X NOT = SPACES
               MOVE WS-PARM-PCT-X TO WS-PARM-TOKEN
               PERFORM PARSE-PARM-NUMBER
               IF WS-PARM-NUM-VALID AND WS-PARM-NUM > ZERO
                  MOVE WS-PARM-NUM TO WS-TRD-PCT
               ELSE
                  MOVE "N" TO WS-PARM-OK-SW
               END-IF
            END-IF

            IF WS-PARM-OK
               MOVE WS-DATE-INICIO TO WS-CONV-DATE
               PERFORM DATE-TO-INT
               MOVE WS-CONV-INT TO WS-INI-INT
               MOVE WS-DATE-FIM TO WS-CONV-DATE
               PERFORM DATE-TO-INT
               MOVE WS-CONV-INT TO WS-FIM-INT
            ELSE
               DISPLAY "0\STATUS"
               DISPLAY "#PARM invalida: " WS-STARTUP-PARM
               DISPLAY "#Uso: LOGTRD01 AAAA-MM-DD AAAA-MM-DD "
                       "[semanas] [desvio%]"
               DISPLAY "#     (semanas 1 a 52, default 4; desvio 1 a"
                       " 999, default 30)"
            END-IF.

      *    Numero de ate 3 digitos em WS-PARM-TOKEN (sem zeros a
      *    esquerda obrigatorios) para WS-PARM-NUM.
         PARSE-PARM-NUMBER.
            MOVE "N" TO WS-PARM-NUM-SW
            MOVE ZERO TO WS-PARM-LEN
            INSPECT WS-PARM-TOKEN TALLYING WS-PARM-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PARM-LEN > ZERO AND WS-PARM-LEN < 4
               IF WS-PARM-TOKEN(1:WS-PARM-LEN) NUMERIC
                  MOVE WS-PARM-TOKEN(1:WS-PARM-LEN) TO WS-PARM-NUM
                  SET WS-PARM-NUM-VALID TO TRUE
               END-IF
            END-IF.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    LOGAUD01 - o sumario e lido da base informada em DB_ENV.
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

      *    AAAA-MM-DD em WS-CONV-DATE para dias corridos
         DATE-TO-INT.
            MOVE WS-CONV-DATE(1:4) TO WS-CONV-YMD(1:4)
            MOVE WS-CONV-DATE(6:2) TO WS-CONV-YMD(5:2)
            MOVE WS-CONV-DATE(9:2) TO WS-CONV-YMD(7:2)
            COMPUTE WS-CONV-INT = FUNCTION INTEGER-OF-DATE(WS-CONV-NUM).

      *    Dias corridos em WS-CONV-INT para AAAA-MM-DD
         INT-TO-DATE.
            COMPUTE WS-CONV-OUT = FUNCTION DATE-OF-INTEGER(WS-CONV-INT)
            MOVE SPACES TO WS-CONV-DATE
            STRING WS-CONV-OUT(1:4) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-CONV-OUT(5:2) DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   WS-CONV-OUT(7:2) DELIMITED BY SIZE
              INTO WS-CONV-DATE
            END-STRING.

         PRINT-REPORT-HEADER.
            MOVE WS-TRD-WEEKS TO WS-EDITED-WEEKS
            MOVE WS-TRD-PCT   TO WS-EDITED-PCT
            DISPLAY "=== TENDENCIA CONTRA A BASE SEMANAL ==="
            DISPLAY "Periodo: " WS-DATE-INICIO " a " WS-DATE-FIM
            DISPLAY "Base: mesmo dia da semana das " WS-EDITED-WEEKS
                    " semanas anteriores - desvio acima de "
                    WS-EDITED-PCT "%"
            DISPLAY " "

            MOVE SPACES TO WS-TRD-COL-HEADING
            STRING "COMPONENTE ENDPOINT                  "
                                    DELIMITED BY SIZE
                   " QTD DIA QTD BASE  DESV%"
                                    DELIMITED BY SIZE
                   "  RESP DIA RESP BASE  DESV%"
                                    DELIMITED BY SIZE
                   "     VALOR DIA    VALOR BASE  DESV%"
                                    DELIMITED BY SIZE
                   " SITUACAO"      DELIMITED BY SIZE
              INTO WS-TRD-COL-HEADING
            END-STRING.

      ******************************************************************
      *    Um dia do periodo: apura os dias de base com sumario e, se
      *    o proprio dia tem sumario, percorre o TRD-CURSOR com quebra
      *    por componente/endpoint.
      ******************************************************************
         PROCESS-TREND-DAY.
            MOVE WS-DAY-INT TO WS-CONV-INT
            PERFORM INT-TO-DATE
            MOVE WS-CONV-DATE TO WS-TRD-DAY
            COMPUTE WS-BASE-INT = WS-DAY-INT - (7 * WS-TRD-WEEKS)
            MOVE WS-BASE-INT TO WS-CONV-INT
            PERFORM INT-TO-DATE
            MOVE WS-CONV-DATE TO WS-TRD-BASE-START
            COMPUTE WS-DIFF-DAYS = WS-DAY-INT - 1
            DIVIDE WS-DIFF-DAYS BY 7 GIVING WS-DIFF-WEEKS
                REMAINDER WS-DIFF-REM
            COMPUTE WS-WEEKDAY-IDX = WS-DIFF-REM + 1
            ADD 1 TO WS-DAYS-COUNT

            PERFORM COUNT-BASE-DAYS
            IF NOT WS-RPT-FETCH-ERROR
               PERFORM PRINT-DAY-HEADER
               IF WS-DAY-HAS-DATA
                  IF WS-BASE-DAYS = ZERO
                     ADD 1 TO WS-NOBASE-COUNT
                  END-IF
                  PERFORM CLEAR-DAY-TOTALS
                  PERFORM PROCESS-DAY-GROUPS
                  IF NOT WS-RPT-FETCH-ERROR
                     PERFORM PRINT-DAY-TOTAL
                  END-IF
               ELSE
                  ADD 1 TO WS-NODATA-COUNT
               END-IF
            END-IF.

      *    Conta os dias de base (mesmo dia da semana, antes do dia)
      *    que tem sumario e confere se o proprio dia tem.
         COUNT-BASE-DAYS.
            MOVE ZERO TO WS-BASE-DAYS
            MOVE "N"  TO WS-DAY-HAS-DATA-SW
            MOVE "N"  TO WS-ROW-SW
            EXEC SQL
               OPEN TRD-DAYS-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               SET WS-RPT-FETCH-ERROR TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor de datas do sumario"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-DAYS-LOOP
                  UNTIL WS-ROW-EOF OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE TRD-DAYS-CURSOR
               END-EXEC
            END-IF.

         FETCH-DAYS-LOOP.
            EXEC SQL
               FETCH TRD-DAYS-CURSOR
               INTO :WS-FET-DATE
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  MOVE WS-FET-DATE TO WS-CONV-DATE
                  PERFORM DATE-TO-INT
                  MOVE WS-CONV-INT TO WS-ROW-INT
                  PERFORM CHECK-SAME-WEEKDAY
                  IF WS-DIFF-REM = ZERO
                     IF WS-DIFF-DAYS = ZERO
                        SET WS-DAY-HAS-DATA TO TRUE
                     ELSE
                        ADD 1 TO WS-BASE-DAYS
                     END-IF
                  END-IF
               WHEN SQLCODE = 100
                  SET WS-ROW-EOF TO TRUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor de datas do sumario"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Distancia em dias de WS-ROW-INT ate o dia; resto zero da
      *    divisao por 7 = mesmo dia da semana.
         CHECK-SAME-WEEKDAY.
            COMPUTE WS-DIFF-DAYS = WS-DAY-INT - WS-ROW-INT
            DIVIDE WS-DIFF-DAYS BY 7 GIVING WS-DIFF-WEEKS
                REMAINDER WS-DIFF-REM.

         PRINT-DAY-HEADER.
            MOVE WS-BASE-DAYS TO WS-EDITED-BASE-DAYS
            MOVE SPACES TO WS-PRT-LINE
            IF WS-DAY-HAS-DATA
               STRING "-- DIA "        DELIMITED BY SIZE
                      WS-TRD-DAY       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-WEEKDAY-NAME(WS-WEEKDAY-IDX)
                                       DELIMITED BY SPACE
                      " - BASE: "      DELIMITED BY SIZE
                      WS-EDITED-BASE-DAYS DELIMITED BY SIZE
                      " DIA(S) COM SUMARIO --"
                                       DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
            ELSE
               STRING "-- DIA "        DELIMITED BY SIZE
                      WS-TRD-DAY       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-WEEKDAY-NAME(WS-WEEKDAY-IDX)
                                       DELIMITED BY SPACE
                      " - SEM SUMARIO NO DIA (LOGAGG01 NAO RODOU?) --"
                                       DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
            END-IF
            DISPLAY " "
            DISPLAY WS-PRT-LINE(1:80)
            MOVE SPACES TO WS-PRT-HEADING
            PERFORM WRITE-PRINT-LINE
            IF WS-DAY-HAS-DATA
               PERFORM PRINT-DAY-HEADING
            END-IF.

      *    Titulo de colunas - passa a ser repetido nas quebras de
      *    pagina enquanto o dia estiver sendo listado.
         PRINT-DAY-HEADING.
            MOVE WS-TRD-COL-HEADING TO WS-PRT-HEADING
            DISPLAY WS-PRT-HEADING
            MOVE WS-PRT-HEADING TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

         CLEAR-DAY-TOTALS.
            MOVE ZERO TO WS-TOT-DAY-COUNT
            MOVE ZERO TO WS-TOT-BASE-COUNT
            MOVE ZERO TO WS-TOT-DAY-RESP-SUM
            MOVE ZERO TO WS-TOT-BASE-RESP-SUM
            MOVE ZERO TO WS-TOT-BASE-RESP-CNT
            MOVE ZERO TO WS-TOT-DAY-VALUE
            MOVE ZERO TO WS-TOT-BASE-VALUE.

         PROCESS-DAY-GROUPS.
            MOVE "N" TO WS-ROW-SW
            MOVE "N" TO WS-GRP-ACTIVE-SW
            EXEC SQL
               OPEN TRD-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               SET WS-RPT-FETCH-ERROR TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor do sumario"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-TREND-LOOP
                  UNTIL WS-ROW-EOF OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE TRD-CURSOR
               END-EXEC
            END-IF.

      *    Quebra por componente/endpoint. Datas que nao sao do mesmo
      *    dia da semana do dia em analise sao descartadas.
         FETCH-TREND-LOOP.
            EXEC SQL
               FETCH TRD-CURSOR
               INTO :WS-FET-COMPONENT, :WS-FET-ENDPOINT,
                    :WS-FET-DATE, :WS-FET-COUNT,
                    :WS-FET-RESP-SUM, :WS-FET-VALUE
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  IF WS-GRP-ACTIVE
                     AND (WS-FET-COMPONENT NOT = WS-GRP-COMPONENT
                          OR WS-FET-ENDPOINT NOT = WS-GRP-ENDPOINT)
                     PERFORM EVALUATE-GROUP
                     MOVE "N" TO WS-GRP-ACTIVE-SW
                  END-IF
                  IF NOT WS-GRP-ACTIVE
                     PERFORM START-GROUP
                  END-IF
                  PERFORM ACCUMULATE-ROW
               WHEN SQLCODE = 100
                  SET WS-ROW-EOF TO TRUE
                  IF WS-GRP-ACTIVE
                     PERFORM EVALUATE-GROUP
                  END-IF
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor do sumario"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

         START-GROUP.
            SET WS-GRP-ACTIVE TO TRUE
            MOVE WS-FET-COMPONENT TO WS-GRP-COMPONENT
            MOVE WS-FET-ENDPOINT  TO WS-GRP-ENDPOINT
            MOVE ZERO TO WS-GRP-DAY-COUNT
            MOVE ZERO TO WS-GRP-DAY-RESP-SUM
            MOVE ZERO TO WS-GRP-DAY-VALUE
            MOVE ZERO TO WS-GRP-BASE-COUNT
            MOVE ZERO TO WS-GRP-BASE-RESP-SUM
            MOVE ZERO TO WS-GRP-BASE-VALUE.

         ACCUMULATE-ROW.
            MOVE WS-FET-DATE TO WS-CONV-DATE
            PERFORM DATE-TO-INT
            MOVE WS-CONV-INT TO WS-ROW-INT
            PERFORM CHECK-SAME-WEEKDAY
            IF WS-DIFF-REM = ZERO
               IF WS-DIFF-DAYS = ZERO
                  ADD WS-FET-COUNT    TO WS-GRP-DAY-COUNT
                  ADD WS-FET-RESP-SUM TO WS-GRP-DAY-RESP-SUM
                  ADD WS-FET-VALUE    TO WS-GRP-DAY-VALUE
               ELSE
                  ADD WS-FET-COUNT    TO WS-GRP-BASE-COUNT
                  ADD WS-FET-RESP-SUM TO WS-GRP-BASE-RESP-SUM
                  ADD WS-FET-VALUE    TO WS-GRP-BASE-VALUE
               END-IF
            END-IF.

      ******************************************************************
      *    Compara o componente/endpoint acumulado com a base e
      *    imprime a linha. Grupo sem movimento no dia e na base (so
      *    em outros dias da semana) nao sai.
      ******************************************************************
         EVALUATE-GROUP.
            IF WS-GRP-DAY-COUNT > ZERO OR WS-GRP-BASE-COUNT > ZERO
               MOVE WS-GRP-DAY-COUNT     TO WS-CMP-DAY-COUNT
               MOVE WS-GRP-DAY-VALUE     TO WS-CMP-DAY-VALUE
               MOVE WS-GRP-DAY-RESP-SUM  TO WS-CMP-DAY-RESP-SUM
               MOVE WS-GRP-BASE-RESP-SUM TO WS-CMP-BASE-RESP-SUM
               MOVE WS-GRP-BASE-COUNT    TO WS-CMP-BASE-RESP-CNT
               IF WS-BASE-DAYS > ZERO
                  COMPUTE WS-CMP-BASE-COUNT ROUNDED =
                          WS-GRP-BASE-COUNT / WS-BASE-DAYS
                  COMPUTE WS-CMP-BASE-VALUE ROUNDED =
                          WS-GRP-BASE-VALUE / WS-BASE-DAYS
               ELSE
                  MOVE ZERO TO WS-CMP-BASE-COUNT
                  MOVE ZERO TO WS-CMP-BASE-VALUE
               END-IF

               ADD WS-CMP-DAY-COUNT     TO WS-TOT-DAY-COUNT
               ADD WS-CMP-BASE-COUNT    TO WS-TOT-BASE-COUNT
               ADD WS-CMP-DAY-RESP-SUM  TO WS-TOT-DAY-RESP-SUM
               ADD WS-CMP-BASE-RESP-SUM TO WS-TOT-BASE-RESP-SUM
               ADD WS-CMP-BASE-RESP-CNT TO WS-TOT-BASE-RESP-CNT
               ADD WS-CMP-DAY-VALUE     TO WS-TOT-DAY-VALUE
               ADD WS-CMP-BASE-VALUE    TO WS-TOT-BASE-VALUE

               MOVE WS-GRP-COMPONENT      TO WS-TRD-LABEL-COMP
               MOVE WS-GRP-ENDPOINT(1:25) TO WS-TRD-LABEL-ENDP
               PERFORM COMPARE-LINE
               ADD 1 TO WS-LINE-COUNT
               EVALUATE TRUE
                  WHEN WS-SIT-DEVIATION
                     ADD 1 TO WS-DEVIATION-COUNT
                  WHEN WS-SIT-GONE
                     ADD 1 TO WS-GONE-COUNT
                  WHEN WS-SIT-NEW
                     ADD 1 TO WS-NEW-COUNT
               END-EVALUATE
               PERFORM PRINT-TREND-LINE
            END-IF.

      *    Linha de total do dia - mesma comparacao, sobre a soma das
      *    linhas.
         PRINT-DAY-TOTAL.
            MOVE WS-TOT-DAY-COUNT     TO WS-CMP-DAY-COUNT
            MOVE WS-TOT-BASE-COUNT    TO WS-CMP-BASE-COUNT
            MOVE WS-TOT-DAY-RESP-SUM  TO WS-CMP-DAY-RESP-SUM
            MOVE WS-TOT-BASE-RESP-SUM TO WS-CMP-BASE-RESP-SUM
            MOVE WS-TOT-BASE-RESP-CNT TO WS-CMP-BASE-RESP-CNT
            MOVE WS-TOT-DAY-VALUE     TO WS-CMP-DAY-VALUE
            MOVE WS-TOT-BASE-VALUE    TO WS-CMP-BASE-VALUE
            MOVE "TOTAL DIA"          TO WS-TRD-LABEL-COMP
            MOVE SPACES               TO WS-TRD-LABEL-ENDP
            PERFORM COMPARE-LINE
            PERFORM PRINT-TREND-LINE.

      *    Situacao e desvios dos valores em WS-CMP-*. Quantidade e
      *    valor da base ja sao media por dia; a resposta e a media
      *    ponderada (soma de resposta x quantidade / quantidade).
         COMPARE-LINE.
            MOVE ZERO TO WS-CMP-DAY-RESP
            MOVE ZERO TO WS-CMP-BASE-RESP
            IF WS-CMP-DAY-COUNT > ZERO
               COMPUTE WS-CMP-DAY-RESP ROUNDED =
                       WS-CMP-DAY-RESP-SUM / WS-CMP-DAY-COUNT
            END-IF
            IF WS-CMP-BASE-RESP-CNT > ZERO
               COMPUTE WS-CMP-BASE-RESP ROUNDED =
                       WS-CMP-BASE-RESP-SUM / WS-CMP-BASE-RESP-CNT
            END-IF

            MOVE "N" TO WS-LINE-FLAG-SW
            MOVE SPACES TO WS-COL-DEV-COUNT
            MOVE SPACES TO WS-COL-DEV-RESP
            MOVE SPACES TO WS-COL-DEV-VALUE
            IF WS-BASE-DAYS > ZERO
               MOVE WS-CMP-DAY-COUNT  TO WS-DEV-ACTUAL
               MOVE WS-CMP-BASE-COUNT TO WS-DEV-BASE
               PERFORM CALC-DEVIATION
               MOVE WS-DEV-COL TO WS-COL-DEV-COUNT
               IF WS-CMP-DAY-COUNT > ZERO
                  MOVE WS-CMP-DAY-RESP  TO WS-DEV-ACTUAL
                  MOVE WS-CMP-BASE-RESP TO WS-DEV-BASE
                  PERFORM CALC-DEVIATION
                  MOVE WS-DEV-COL TO WS-COL-DEV-RESP
               END-IF
               MOVE WS-CMP-DAY-VALUE  TO WS-DEV-ACTUAL
               MOVE WS-CMP-BASE-VALUE TO WS-DEV-BASE
               PERFORM CALC-DEVIATION
               MOVE WS-DEV-COL TO WS-COL-DEV-VALUE
            END-IF

            EVALUATE TRUE
               WHEN WS-BASE-DAYS = ZERO
                  SET WS-SIT-NO-BASE TO TRUE
               WHEN WS-CMP-BASE-COUNT = ZERO
                    AND WS-CMP-DAY-COUNT > ZERO
                  SET WS-SIT-NEW TO TRUE
               WHEN WS-CMP-DAY-COUNT = ZERO
                    AND WS-CMP-BASE-COUNT > ZERO
                  SET WS-SIT-GONE TO TRUE
               WHEN WS-LINE-FLAGGED
                  SET WS-SIT-DEVIATION TO TRUE
               WHEN OTHER
                  SET WS-SIT-NORMAL TO TRUE
            END-EVALUATE.

      *    (dia - base) / |base| em %, com o sinal da variacao. Base
      *    zero nao tem percentual (coluna em branco, sem marca).
         CALC-DEVIATION.
            MOVE SPACES TO WS-DEV-COL
            MOVE "N" TO WS-DEV-FLAG-SW
            IF WS-DEV-BASE NOT = ZERO
               IF WS-DEV-BASE < ZERO
                  COMPUTE WS-DEV-DENOM = ZERO - WS-DEV-BASE
               ELSE
                  MOVE WS-DEV-BASE TO WS-DEV-DENOM
               END-IF
               COMPUTE WS-DEV-PCT ROUNDED =
                       (WS-DEV-ACTUAL - WS-DEV-BASE) * 100
                       / WS-DEV-DENOM
                  ON SIZE ERROR
                     IF WS-DEV-ACTUAL > WS-DEV-BASE
                        MOVE 99999 TO WS-DEV-PCT
                     ELSE
                        MOVE -99999 TO WS-DEV-PCT
                     END-IF
               END-COMPUTE
               IF WS-DEV-PCT > WS-TRD-PCT
                  OR WS-DEV-PCT < ZERO - WS-TRD-PCT
                  SET WS-DEV-FLAGGED TO TRUE
                  MOVE "S" TO WS-LINE-FLAG-SW
               END-IF
               IF WS-DEV-PCT > 99999
                  MOVE 99999 TO WS-DEV-PCT
               END-IF
               IF WS-DEV-PCT < -99999
                  MOVE -99999 TO WS-DEV-PCT
               END-IF
               MOVE WS-DEV-PCT TO WS-EDITED-DEV
               MOVE WS-EDITED-DEV TO WS-DEV-COL
            END-IF.

         PRINT-TREND-LINE.
            MOVE WS-CMP-DAY-COUNT TO WS-QTD-ROUNDED
            MOVE WS-QTD-ROUNDED   TO WS-EDITED-QTD-DAY
            COMPUTE WS-QTD-ROUNDED ROUNDED = WS-CMP-BASE-COUNT
            MOVE WS-QTD-ROUNDED   TO WS-EDITED-QTD-BASE
            MOVE WS-CMP-DAY-RESP  TO WS-EDITED-RESP-DAY
            MOVE WS-CMP-BASE-RESP TO WS-EDITED-RESP-BASE
            MOVE WS-CMP-DAY-VALUE  TO WS-EDITED-VAL-DAY
            MOVE WS-CMP-BASE-VALUE TO WS-EDITED-VAL-BASE

            MOVE SPACES TO WS-PRT-LINE
            STRING WS-TRD-LABEL-COMP    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-TRD-LABEL-ENDP    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EDITED-QTD-DAY    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EDITED-QTD-BASE   DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-COL-DEV-COUNT     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EDITED-RESP-DAY   DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EDITED-RESP-BASE  DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-COL-DEV-RESP      DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EDITED-VAL-DAY    DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EDITED-VAL-BASE   DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-COL-DEV-VALUE     DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-TRD-SITUATION     DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            DISPLAY WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

      *    Resumo no console e no fim do impresso
         PRINT-TREND-SUMMARY.
            DISPLAY " "
            DISPLAY "1\TREND_SUMMARY"
            MOVE SPACES TO WS-PRT-HEADING
            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- RESUMO --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

            MOVE WS-DAYS-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "DIAS ANALISADOS:      " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-NODATA-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "DIAS SEM SUMARIO:     " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-NOBASE-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "DIAS SEM BASE:        " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-LINE-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "LINHAS COMPARADAS:    " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-DEVIATION-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "COM DESVIO:           " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-GONE-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "SUMIRAM:              " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-NEW-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "NOVOS:                " DELIMITED BY SIZE
                   WS-EDITED-COUNT          DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            IF WS-RPT-FETCH-ERROR
               DISPLAY "#ALERTA: leitura interrompida - relatorio"
               DISPLAY "#        parcial"
               MOVE "ALERTA: LEITURA INTERROMPIDA - RELATORIO PARCIAL"
                 TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
            END-IF

            IF WS-DEVIATION-COUNT > ZERO OR WS-GONE-COUNT > ZERO
               OR WS-NEW-COUNT > ZERO
               DISPLAY "#ALERTA: endpoints fora da base - levar a"
               DISPLAY "#        revisao semanal de servico"
            ELSE
               DISPLAY "#Todos os endpoints dentro da base"
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
               DISPLAY "#Aviso: nao foi possivel abrir o RPTTRD -"
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
                  DISPLAY "#Erro ao gravar RPTTRD - FILE STATUS: "
                          WS-PRT-FILE-STATUS
                  MOVE "N" TO WS-PRT-OPEN-SW
                  CLOSE PRINT-REPORT-FILE
               ELSE
                  ADD 1 TO WS-PRT-LINE-COUNT
               END-IF
            END-IF.

      *    Cabecalho de pagina: id do relatorio, emissao, periodo,
      *    base e percentual, numero da pagina e o titulo de colunas
      *    corrente.
         WRITE-PAGE-HEADER.
            ADD 1 TO WS-PRT-PAGE-NUM
            MOVE WS-PRT-PAGE-NUM TO WS-EDITED-PAGE
            MOVE ZERO TO WS-PRT-LINE-COUNT

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "LOGTRD01  TENDENCIA CONTRA A BASE SEMANAL"
                                      DELIMITED BY SIZE
                   "   EMITIDO EM "   DELIMITED BY SIZE
                   WS-PRT-RUN-STAMP   DELIMITED BY SIZE
                   "   PAGINA "       DELIMITED BY SIZE
                   WS-EDITED-PAGE     DELIMITED BY SIZE
              INTO PRINT-REPORT-REC
            END-STRING
            WRITE PRINT-REPORT-REC

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "PERIODO: "        DELIMITED BY SIZE
                   WS-DATE-INICIO     DELIMITED BY SIZE
                   " A "              DELIMITED BY SIZE
                   WS-DATE-FIM        DELIMITED BY SIZE
                   "   BASE: MESMO DIA DA SEMANA DAS "
                                      DELIMITED BY SIZE
                   WS-EDITED-WEEKS    DELIMITED BY SIZE
                   " SEMANAS ANTERIORES   DESVIO ACIMA DE "
                                      DELIMITED BY SIZE
                   WS-EDITED-PCT      DELIMITED BY SIZE
                   "%"                DELIMITED BY SIZE
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
