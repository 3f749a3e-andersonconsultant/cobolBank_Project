      ******************************************************************
      * Conciliacao da confirmacao do financeiro - log_daily_summary
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGCONC01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  O LOGEXT01 manda o LOGCSV para o financeiro e nada volta:
      *  quando o razao deles discorda dos nossos numeros, a gente
      *  fica sabendo por e-mail semanas depois. Este job recebe o
      *  arquivo de confirmacao do financeiro (CONFFIN), no mesmo
      *  layout do LOGCSV - data;endpoint;metodo;quantidade;
      *  valor_total[;feed] - com a quantidade e o valor que eles
      *  contabilizaram, e confronta com o sumario diario
      *  (log_daily_summary) e com os totais do LOGCSV que foi
      *  enviado.
      *
      *  A chave e dia/endpoint/metodo (linhas de feeds diferentes da
      *  mesma chave sao somadas, dos dois lados). Cada chave sai no
      *  relatorio com uma categoria:
      *    CONFERE      - quantidade e valor iguais dos dois lados
      *    FALTA NOSSO  - so o financeiro tem a chave
      *    FALTA FINANC - so nos temos a chave
      *    DIFERE       - os dois tem, com quantidade ou valor
      *                   diferente
      *  O "nosso" numero e o do sumario diario; chave que so existe
      *  no LOGCSV (dia ainda nao consolidado pelo LOGAGG01) usa o
      *  LOGCSV. A coluna CSV mostra se o LOGCSV enviado bate com o
      *  sumario (OK/DIF), se a chave so esta num dos dois (SO CSV /
      *  SEM CSV) ou se o LOGCSV nao foi lido (--).
      *
      *  As excecoes (tudo o que nao e CONFERE) ficam abertas em
      *  log_recon_exceptions: a cada execucao as excecoes dos dias
      *  do periodo sao apagadas e regravadas, entao reconciliar de
      *  novo depois do acerto limpa o dia. O LOGPERD01 nao fecha mes
      *  com excecao aberta, e o painel do LOGSTAT01 mostra os dias
      *  fora de balanco. A execucao vai para log_batch_runs via
      *  RUNWRITE (lidas = chaves confrontadas, inseridas =
      *  conferidas, rejeitadas = excecoes; suja quando ha excecao).
      *
      *  PARM: AAAA-MM-DD AAAA-MM-DD (data inicial e final), como no
      *  LOGEXT01. Linhas do CONFFIN e do LOGCSV fora do periodo sao
      *  ignoradas. Alem do console, grava o relatorio impresso no
      *  dataset RPTCONC, no formato paginado do RPTOPER do LOGRPT01.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT FIN-CONFIRM-FILE ASSIGN TO "CONFFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-FILE-STATUS.

            SELECT CSV-INPUT-FILE ASSIGN TO "LOGCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

            SELECT PRINT-REPORT-FILE ASSIGN TO "RPTCONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
      *  Confirmacao do financeiro - layout do LOGCSV
         FD  FIN-CONFIRM-FILE.
         01  FIN-CONFIRM-REC         PIC X(120).

      *  Extrato enviado, gravado pelo LOGEXT01
         FD  CSV-INPUT-FILE.
         01  CSV-INPUT-REC           PIC X(120).

         FD  PRINT-REPORT-FILE.
         01  PRINT-REPORT-REC        PIC X(132).

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Periodo da conciliacao (summary_date e DATE - sem limite
      *  exclusivo, ao contrario dos cursores sobre created_at)
         01  WS-DATE-INICIO          PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM             PIC X(10) VALUE SPACES.

      *  Linha lida do cursor do sumario diario
         01  WS-SUM-DATE             PIC X(10).
         01  WS-SUM-ENDPOINT         PIC X(50).
         01  WS-SUM-METHOD           PIC X(6).
         01  WS-SUM-COUNT            PIC 9(8).
         01  WS-SUM-TOTAL            PIC S9(12)V99.

      *  Excecao a gravar em log_recon_exceptions
         01  WS-EXC-DATE             PIC X(10).
         01  WS-EXC-ENDPOINT         PIC X(50).
         01  WS-EXC-METHOD           PIC X(6).
         01  WS-EXC-CATEGORY         PIC X(12).
         01  WS-EXC-OUR-COUNT        PIC 9(8).
         01  WS-EXC-OUR-VALUE        PIC S9(12)V99.
         01  WS-EXC-FIN-COUNT        PIC 9(8).
         01  WS-EXC-FIN-VALUE        PIC S9(12)V99.
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Nosso lado: sumario diario por dia/endpoint/metodo (somando
      *  componente/acao/status), na ordem do LOGCSV.
         EXEC SQL DECLARE CONC-SUMM-CURSOR CURSOR FOR
            SELECT CAST(summary_date AS CHAR(10)), endpoint, method,
                   SUM(tran_count), SUM(total_value)
              FROM log_daily_summary
             WHERE summary_date >= :WS-DATE-INICIO
               AND summary_date <= :WS-DATE-FIM
             GROUP BY summary_date, endpoint, method
             ORDER BY summary_date, endpoint, method
         END-EXEC.

      *  PARM de startup: "AAAA-MM-DD AAAA-MM-DD"
         01  WS-STARTUP-PARM         PIC X(30) VALUE SPACES.

      *  Tabela da conciliacao, uma entrada por dia/endpoint/metodo,
      *  com os tres lados. Estourou a capacidade: a chave nova e
      *  contada e descartada, e a execucao sai suja.
         01  WS-CONC-TABLE.
             05 WS-CONC-ENTRY OCCURS 3000 TIMES.
                10 WS-CONC-KEY.
                   15 WS-CONC-DATE     PIC X(10).
                   15 WS-CONC-ENDPOINT PIC X(50).
                   15 WS-CONC-METHOD   PIC X(6).
                10 WS-CONC-SUM-SW      PIC X(1).
                10 WS-CONC-SUM-COUNT   PIC 9(8).
                10 WS-CONC-SUM-VALUE   PIC S9(12)V99.
                10 WS-CONC-CSV-SW      PIC X(1).
                10 WS-CONC-CSV-COUNT   PIC 9(8).
                10 WS-CONC-CSV-VALUE   PIC S9(12)V99.
                10 WS-CONC-FIN-SW      PIC X(1).
                10 WS-CONC-FIN-COUNT   PIC 9(8).
                10 WS-CONC-FIN-VALUE   PIC S9(12)V99.
         01  WS-CONC-COUNT           PIC 9(4)  VALUE ZERO.
         01  WS-CONC-MAX             PIC 9(4)  VALUE 3000.
         01  WS-CONC-LOST-COUNT      PIC 9(5)  VALUE ZERO.
         01  WS-CONC-IDX             PIC 9(4)  VALUE ZERO.
         01  WS-CONC-FOUND-IDX       PIC 9(4)  VALUE ZERO.

      *  Chave e numeros em montagem antes de entrar na tabela
         01  WS-NEW-KEY.
             05 WS-NEW-DATE          PIC X(10).
             05 WS-NEW-ENDPOINT      PIC X(50).
             05 WS-NEW-METHOD        PIC X(6).
         01  WS-NEW-SIDE             PIC X(1)  VALUE SPACES.
             88 WS-NEW-FROM-SUMMARY          VALUE "S".
             88 WS-NEW-FROM-CSV              VALUE "C".
             88 WS-NEW-FROM-FINANCE          VALUE "F".
         01  WS-NEW-COUNT            PIC 9(8)  VALUE ZERO.
         01  WS-NEW-VALUE            PIC S9(12)V99 VALUE ZERO.

      *  Ordenacao da tabela por chave antes da impressao (as chaves
      *  que so o CSV ou o financeiro tem entram no fim)
         01  WS-SORT-I               PIC 9(4)  VALUE ZERO.
         01  WS-SORT-J               PIC 9(4)  VALUE ZERO.
         01  WS-SORT-MIN             PIC 9(4)  VALUE ZERO.
         01  WS-SORT-SWAP            PIC X(135).

      *  Campos de uma linha do CONFFIN/LOGCSV
         01  WS-INPUT                PIC X(120) VALUE SPACES.
         01  WS-CSV-DATE             PIC X(10).
         01  WS-CSV-ENDPOINT         PIC X(50).
         01  WS-CSV-METHOD           PIC X(6).
         01  WS-CSV-QTY-X            PIC X(20).
         01  WS-CSV-VALUE-X          PIC X(20).
         01  WS-CSV-FEED             PIC X(10).
         01  WS-CSV-LINE-OK-SW       PIC X(1)  VALUE "N".
             88 WS-CSV-LINE-OK               VALUE "Y".
             88 WS-CSV-LINE-SKIPPED          VALUE "F".

      *  Conversao de numero texto (com virgula decimal e "-" opcional,
      *  como o LOGEXT01 grava) para valor
         01  WS-NUM-TEXT             PIC X(20) VALUE SPACES.
         01  WS-NUM-NEG              PIC 9(2)  VALUE ZERO.
         01  WS-NUM-LEAD             PIC 9(2)  VALUE ZERO.
         01  WS-NUM-INT-LEN          PIC 9(2)  VALUE ZERO.
         01  WS-NUM-DIGITS           PIC S9(3) VALUE ZERO.
         01  WS-NUM-INT-R            PIC X(12) JUSTIFIED RIGHT.
         01  WS-NUM-DEC-X            PIC X(2)  VALUE SPACES.
         01  WS-NUM-DIG-X.
             05 WS-NUM-DIG-INT       PIC X(12).
             05 WS-NUM-DIG-DEC       PIC X(2).
         01  WS-NUM-DIG  REDEFINES WS-NUM-DIG-X PIC 9(12)V99.
         01  WS-NUM-VALUE            PIC S9(12)V99 VALUE ZERO.
         01  WS-NUM-OK-SW            PIC X(1)  VALUE "N".
             88 WS-NUM-OK                    VALUE "Y".
         01  WS-NUM-SHAPE-SW         PIC X(1)  VALUE "S".
             88 WS-NUM-SHAPE-OK              VALUE "S".

      *  Classificacao da chave corrente
         01  WS-CONC-CATEGORY        PIC X(12) VALUE SPACES.
             88 WS-CAT-MATCHED               VALUE "CONFERE".
             88 WS-CAT-MISSING-OURS          VALUE "FALTA NOSSO".
             88 WS-CAT-MISSING-THEIRS        VALUE "FALTA FINANC".
             88 WS-CAT-DIFFERS               VALUE "DIFERE".
         01  WS-OUR-SW               PIC X(1)  VALUE "N".
             88 WS-OUR-PRESENT               VALUE "S".
         01  WS-OUR-COUNT            PIC 9(8)  VALUE ZERO.
         01  WS-OUR-VALUE            PIC S9(12)V99 VALUE ZERO.
         01  WS-CSV-STATUS           PIC X(7)  VALUE SPACES.

      *  Colunas da linha impressa (em branco quando o lado falta)
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-VALUE         PIC -Z(11)9,99 VALUE SPACES.
         01  WS-COL-OUR-COUNT        PIC X(8)  VALUE SPACES.
         01  WS-COL-OUR-VALUE        PIC X(16) VALUE SPACES.
         01  WS-COL-FIN-COUNT        PIC X(8)  VALUE SPACES.
         01  WS-COL-FIN-VALUE        PIC X(16) VALUE SPACES.

      *  Totais do resumo
         01  WS-FIN-LINE-COUNT       PIC 9(8)  VALUE ZERO.
         01  WS-FIN-BAD-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-CSV-LINE-COUNT       PIC 9(8)  VALUE ZERO.
         01  WS-CSV-BAD-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-MATCHED-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-MISSING-OURS-COUNT   PIC 9(8)  VALUE ZERO.
         01  WS-MISSING-THEIRS-COUNT PIC 9(8)  VALUE ZERO.
         01  WS-DIFFERS-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-CSV-DIFF-COUNT       PIC 9(8)  VALUE ZERO.
         01  WS-EXCEPTION-COUNT      PIC 9(8)  VALUE ZERO.
         01  WS-OUR-GRAND-TOTAL      PIC S9(14)V99 VALUE ZERO.
         01  WS-FIN-GRAND-TOTAL      PIC S9(14)V99 VALUE ZERO.
         01  WS-EDITED-GT-VALUE      PIC -Z(14)9,99 VALUE SPACES.

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) e
      *  timestamps de inicio/fim para o historico de execucoes.
         COPY RUNWRPM.
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).
         01  WS-RUN-START-TS         PIC X(19) VALUE SPACES.
         01  WS-RUN-END-TS           PIC X(19) VALUE SPACES.
         01  WS-RUN-TS-WORK          PIC X(19) VALUE SPACES.
         01  WS-ENV-CODE             PIC X(3)  VALUE SPACES.

      *  Variaveis de trabalho
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-CONF-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-CSV-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-PARM-OK-SW           PIC X(1)  VALUE "N".
             88 WS-PARM-OK                   VALUE "Y".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR           VALUE "Y".
      *  S = tudo certo ate aqui; N = falha em alguma etapa (a
      *  gravacao das excecoes nao e confirmada)
         01  WS-CONC-OK-SW           PIC X(1)  VALUE "S".
             88 WS-CONC-CLEAN                VALUE "S".
         01  WS-FIN-LOADED-SW        PIC X(1)  VALUE "N".
             88 WS-FIN-LOADED                VALUE "S".
         01  WS-CSV-LOADED-SW        PIC X(1)  VALUE "N".
             88 WS-CSV-LOADED                VALUE "S".
         01  WS-FILE-EOF-SW          PIC X(1)  VALUE "N".
             88 WS-FILE-EOF                  VALUE "Y".

      *  Controle do relatorio impresso (dataset RPTCONC), como no
      *  RPTOPER do LOGRPT01.
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

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-PARM
            IF WS-PARM-OK
               PERFORM CONNECT-DB
               IF WS-DB-STARTED = "S"
                  PERFORM FORMAT-RUN-TS
                  MOVE WS-RUN-TS-WORK TO WS-RUN-START-TS
                  MOVE WS-RUN-TS-WORK TO WS-PRT-RUN-STAMP
                  PERFORM LOAD-FINANCE-FILE
                  IF WS-FIN-LOADED
                     PERFORM LOAD-SUMMARY
                     PERFORM LOAD-CSV-FILE
                     PERFORM SORT-CONC-TABLE
                     PERFORM OPEN-PRINT-FILE
                     PERFORM PRINT-REPORT-HEADER
                     PERFORM CLEAR-OPEN-EXCEPTIONS
                     MOVE ZERO TO WS-SORT-I
                     PERFORM RECONCILE-ENTRY WS-CONC-COUNT TIMES
                     PERFORM COMMIT-EXCEPTIONS
                     PERFORM PRINT-CONC-SUMMARY
                     PERFORM CLOSE-PRINT-FILE
                  END-IF
                  PERFORM WRITE-RUN-HISTORY
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Desmonta e critica a PARM, como no LOGEXT01 - sem PARM
      *    valida nao ha conciliacao, nem prompt.
         GET-PARM.
            ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
            UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
                INTO WS-DATE-INICIO
                     WS-DATE-FIM
            END-UNSTRING

            IF WS-DATE-INICIO = SPACES OR WS-DATE-FIM = SPACES
               OR WS-DATE-INICIO(5:1) NOT = "-"
               OR WS-DATE-INICIO(8:1) NOT = "-"
               OR WS-DATE-FIM(5:1) NOT = "-"
               OR WS-DATE-FIM(8:1) NOT = "-"
               DISPLAY "0\STATUS"
               DISPLAY "#PARM invalida: " WS-STARTUP-PARM
               DISPLAY "#Uso: LOGCONC01 AAAA-MM-DD AAAA-MM-DD"
               DISPLAY "#     (data inicial e data final)"
            ELSE
               SET WS-PARM-OK TO TRUE
            END-IF.

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    LOGEXT01 - a conciliacao le a mesma base do extrato.
         CONNECT-DB.
            ACCEPT WS-ENV-CODE FROM ENVIRONMENT "DB_ENV"
            EVALUATE WS-ENV-CODE
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

      ******************************************************************
      *    Lado do financeiro. Sem o CONFFIN nao ha o que conciliar -
      *    nada e gravado e as excecoes abertas ficam como estao.
      ******************************************************************
         LOAD-FINANCE-FILE.
            OPEN INPUT FIN-CONFIRM-FILE
            IF WS-CONF-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CONC-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o arquivo CONFFIN"
               DISPLAY "#FILE STATUS: " WS-CONF-FILE-STATUS
               DISPLAY "#Conciliacao nao efetuada"
            ELSE
               SET WS-FIN-LOADED TO TRUE
               SET WS-NEW-FROM-FINANCE TO TRUE
               MOVE "N" TO WS-FILE-EOF-SW
               PERFORM READ-FINANCE-LOOP UNTIL WS-FILE-EOF
               CLOSE FIN-CONFIRM-FILE
            END-IF.

         READ-FINANCE-LOOP.
            READ FIN-CONFIRM-FILE INTO WS-INPUT
               AT END
                  SET WS-FILE-EOF TO TRUE
               NOT AT END
                  PERFORM PARSE-CSV-LINE
                  IF WS-CSV-LINE-OK
                     ADD 1 TO WS-FIN-LINE-COUNT
                     PERFORM ADD-CONC-AMOUNT
                  ELSE
                     IF WS-CSV-DATE NOT = "data"
                        AND WS-CSV-DATE NOT = SPACES
                        AND NOT WS-CSV-LINE-SKIPPED
                        ADD 1 TO WS-FIN-BAD-COUNT
                        MOVE "N" TO WS-CONC-OK-SW
                        DISPLAY "#Linha invalida no CONFFIN: "
                                WS-INPUT(1:60)
                     END-IF
                  END-IF
            END-READ.

      ******************************************************************
      *    Nosso lado: sumario diario do periodo
      ******************************************************************
         LOAD-SUMMARY.
            SET WS-NEW-FROM-SUMMARY TO TRUE
            MOVE "N" TO WS-RPT-ERROR-SW
            EXEC SQL
               OPEN CONC-SUMM-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CONC-OK-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor do sumario diario"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-SUMMARY-LOOP
                  UNTIL SQLCODE = 100 OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE CONC-SUMM-CURSOR
               END-EXEC
            END-IF.

      *    Mesma protecao de laco dos relatorios - um erro de FETCH
      *    nunca chega a 100 sozinho.
         FETCH-SUMMARY-LOOP.
            EXEC SQL
               FETCH CONC-SUMM-CURSOR
               INTO :WS-SUM-DATE, :WS-SUM-ENDPOINT, :WS-SUM-METHOD,
                    :WS-SUM-COUNT, :WS-SUM-TOTAL
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  MOVE WS-SUM-DATE     TO WS-NEW-DATE
                  MOVE WS-SUM-ENDPOINT TO WS-NEW-ENDPOINT
                  MOVE WS-SUM-METHOD   TO WS-NEW-METHOD
                  MOVE WS-SUM-COUNT    TO WS-NEW-COUNT
                  MOVE WS-SUM-TOTAL    TO WS-NEW-VALUE
                  PERFORM ADD-CONC-AMOUNT
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  MOVE "N" TO WS-CONC-OK-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor do sumario diario"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      ******************************************************************
      *    Totais do LOGCSV enviado. LOGCSV ausente nao impede a
      *    conciliacao contra o sumario - a coluna CSV sai "--".
      ******************************************************************
         LOAD-CSV-FILE.
            OPEN INPUT CSV-INPUT-FILE
            IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "#Aviso: LOGCSV indisponivel - conciliacao so"
               DISPLAY "#contra o sumario diario"
               DISPLAY "#FILE STATUS: " WS-CSV-FILE-STATUS
            ELSE
               SET WS-CSV-LOADED TO TRUE
               SET WS-NEW-FROM-CSV TO TRUE
               MOVE "N" TO WS-FILE-EOF-SW
               PERFORM READ-CSV-LOOP UNTIL WS-FILE-EOF
               CLOSE CSV-INPUT-FILE
            END-IF.

         READ-CSV-LOOP.
            READ CSV-INPUT-FILE INTO WS-INPUT
               AT END
                  SET WS-FILE-EOF TO TRUE
               NOT AT END
                  PERFORM PARSE-CSV-LINE
                  IF WS-CSV-LINE-OK
                     ADD 1 TO WS-CSV-LINE-COUNT
                     PERFORM ADD-CONC-AMOUNT
                  ELSE
                     IF WS-CSV-DATE NOT = "data"
                        AND WS-CSV-DATE NOT = SPACES
                        AND NOT WS-CSV-LINE-SKIPPED
                        ADD 1 TO WS-CSV-BAD-COUNT
                     END-IF
                  END-IF
            END-READ.

      *    Desmonta uma linha no layout do LOGCSV e monta a chave e
      *    os numeros em WS-NEW-*. Linha de cabecalho ("data;...") e
      *    linha fora do periodo (WS-CSV-LINE-SKIPPED) sao ignoradas
      *    sem contar como invalidas.
         PARSE-CSV-LINE.
            MOVE "N"    TO WS-CSV-LINE-OK-SW
            MOVE SPACES TO WS-CSV-DATE
            MOVE SPACES TO WS-CSV-ENDPOINT
            MOVE SPACES TO WS-CSV-METHOD
            MOVE SPACES TO WS-CSV-QTY-X
            MOVE SPACES TO WS-CSV-VALUE-X
            MOVE SPACES TO WS-CSV-FEED

            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-CSV-DATE
                     WS-CSV-ENDPOINT
                     WS-CSV-METHOD
                     WS-CSV-QTY-X
                     WS-CSV-VALUE-X
                     WS-CSV-FEED
            END-UNSTRING

            IF WS-CSV-DATE NOT = "data"
               AND WS-CSV-DATE NOT = SPACES
               AND WS-CSV-DATE(5:1) = "-"
               AND WS-CSV-DATE(8:1) = "-"
               AND WS-CSV-ENDPOINT NOT = SPACES
               PERFORM PARSE-CSV-NUMBERS
            END-IF.

      *    Quantidade (inteira, sem sinal) e valor da linha - so com
      *    os dois validos a linha e aceita.
         PARSE-CSV-NUMBERS.
            MOVE WS-CSV-QTY-X TO WS-NUM-TEXT
            PERFORM PARSE-NUMBER
            IF WS-NUM-OK
               AND WS-NUM-VALUE NOT < ZERO
               AND WS-NUM-DIG-DEC = "00"
               AND WS-NUM-VALUE NOT > 99999999
               MOVE WS-NUM-VALUE TO WS-NEW-COUNT
               MOVE WS-CSV-VALUE-X TO WS-NUM-TEXT
               PERFORM PARSE-NUMBER
               IF WS-NUM-OK
                  MOVE WS-NUM-VALUE    TO WS-NEW-VALUE
                  MOVE WS-CSV-DATE     TO WS-NEW-DATE
                  MOVE WS-CSV-ENDPOINT TO WS-NEW-ENDPOINT
                  MOVE WS-CSV-METHOD   TO WS-NEW-METHOD
                  IF WS-CSV-DATE < WS-DATE-INICIO
                     OR WS-CSV-DATE > WS-DATE-FIM
                     SET WS-CSV-LINE-SKIPPED TO TRUE
                  ELSE
                     SET WS-CSV-LINE-OK TO TRUE
                  END-IF
               END-IF
            END-IF.

      *    Converte WS-NUM-TEXT ("-000000001234,56", "1234,56", "12")
      *    em WS-NUM-VALUE: sinal opcional, ate 12 digitos inteiros,
      *    virgula e ate 2 decimais.
         PARSE-NUMBER.
            MOVE "N"  TO WS-NUM-OK-SW
            MOVE ZERO TO WS-NUM-VALUE
            MOVE ZERO TO WS-NUM-NEG
            MOVE "00" TO WS-NUM-DIG-DEC

            INSPECT WS-NUM-TEXT TALLYING WS-NUM-NEG FOR ALL "-"
            INSPECT WS-NUM-TEXT REPLACING ALL "-" BY SPACE
            IF WS-NUM-TEXT NOT = SPACES AND WS-NUM-NEG < 2
               PERFORM SPLIT-NUMBER-TEXT
            END-IF.

      *    Separa a parte inteira (depois dos brancos da frente) e os
      *    decimais (depois da virgula; sem virgula, "00").
         SPLIT-NUMBER-TEXT.
            MOVE ZERO TO WS-NUM-LEAD
            MOVE ZERO TO WS-NUM-INT-LEN
            MOVE "S"  TO WS-NUM-SHAPE-SW
            INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEAD
                    FOR LEADING SPACE
            INSPECT WS-NUM-TEXT TALLYING WS-NUM-INT-LEN
                    FOR CHARACTERS BEFORE INITIAL ","

            IF WS-NUM-INT-LEN < 20
               MOVE WS-NUM-TEXT(WS-NUM-INT-LEN + 2:2) TO WS-NUM-DEC-X
               INSPECT WS-NUM-DEC-X REPLACING ALL SPACE BY "0"
               MOVE WS-NUM-DEC-X TO WS-NUM-DIG-DEC
               IF WS-NUM-INT-LEN < 17
                  IF WS-NUM-TEXT(WS-NUM-INT-LEN + 4:) NOT = SPACES
                     MOVE "N" TO WS-NUM-SHAPE-SW
                  END-IF
               END-IF
            ELSE
               MOVE ZERO TO WS-NUM-INT-LEN
               INSPECT WS-NUM-TEXT(WS-NUM-LEAD + 1:)
                       TALLYING WS-NUM-INT-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               ADD WS-NUM-LEAD TO WS-NUM-INT-LEN
            END-IF

            COMPUTE WS-NUM-DIGITS = WS-NUM-INT-LEN - WS-NUM-LEAD
            IF WS-NUM-SHAPE-OK
               AND WS-NUM-DIGITS > ZERO
               AND WS-NUM-DIGITS < 13
               PERFORM BUILD-NUMBER-VALUE
            END-IF.

      *    Alinha a parte inteira a direita com zeros na frente e,
      *    sendo tudo digito, monta o valor com o sinal.
         BUILD-NUMBER-VALUE.
            MOVE WS-NUM-TEXT(WS-NUM-LEAD + 1:WS-NUM-DIGITS)
              TO WS-NUM-INT-R
            INSPECT WS-NUM-INT-R REPLACING LEADING SPACE BY "0"
            MOVE WS-NUM-INT-R TO WS-NUM-DIG-INT
            IF WS-NUM-DIG-X NUMERIC
               IF WS-NUM-NEG > ZERO
                  COMPUTE WS-NUM-VALUE = ZERO - WS-NUM-DIG
               ELSE
                  MOVE WS-NUM-DIG TO WS-NUM-VALUE
               END-IF
               SET WS-NUM-OK TO TRUE
            END-IF.

      *    Soma WS-NEW-COUNT/WS-NEW-VALUE no lado WS-NEW-SIDE da chave
      *    WS-NEW-KEY, criando a entrada se a chave e nova.
         ADD-CONC-AMOUNT.
            MOVE ZERO TO WS-CONC-FOUND-IDX
            PERFORM FIND-CONC-ENTRY
               VARYING WS-CONC-IDX FROM 1 BY 1
               UNTIL WS-CONC-IDX > WS-CONC-COUNT
                  OR WS-CONC-FOUND-IDX > ZERO
            IF WS-CONC-FOUND-IDX = ZERO
               IF WS-CONC-COUNT < WS-CONC-MAX
                  PERFORM NEW-CONC-ENTRY
               ELSE
                  ADD 1 TO WS-CONC-LOST-COUNT
                  MOVE "N" TO WS-CONC-OK-SW
               END-IF
            END-IF

            IF WS-CONC-FOUND-IDX > ZERO
               EVALUATE TRUE
                  WHEN WS-NEW-FROM-SUMMARY
                     MOVE "S" TO WS-CONC-SUM-SW(WS-CONC-FOUND-IDX)
                     ADD WS-NEW-COUNT
                      TO WS-CONC-SUM-COUNT(WS-CONC-FOUND-IDX)
                     ADD WS-NEW-VALUE
                      TO WS-CONC-SUM-VALUE(WS-CONC-FOUND-IDX)
                  WHEN WS-NEW-FROM-CSV
                     MOVE "S" TO WS-CONC-CSV-SW(WS-CONC-FOUND-IDX)
                     ADD WS-NEW-COUNT
                      TO WS-CONC-CSV-COUNT(WS-CONC-FOUND-IDX)
                     ADD WS-NEW-VALUE
                      TO WS-CONC-CSV-VALUE(WS-CONC-FOUND-IDX)
                  WHEN WS-NEW-FROM-FINANCE
                     MOVE "S" TO WS-CONC-FIN-SW(WS-CONC-FOUND-IDX)
                     ADD WS-NEW-COUNT
                      TO WS-CONC-FIN-COUNT(WS-CONC-FOUND-IDX)
                     ADD WS-NEW-VALUE
                      TO WS-CONC-FIN-VALUE(WS-CONC-FOUND-IDX)
               END-EVALUATE
            END-IF.

         NEW-CONC-ENTRY.
            ADD 1 TO WS-CONC-COUNT
            MOVE WS-CONC-COUNT TO WS-CONC-FOUND-IDX
            MOVE WS-NEW-KEY TO WS-CONC-KEY(WS-CONC-FOUND-IDX)
            MOVE "N"  TO WS-CONC-SUM-SW(WS-CONC-FOUND-IDX)
            MOVE ZERO TO WS-CONC-SUM-COUNT(WS-CONC-FOUND-IDX)
            MOVE ZERO TO WS-CONC-SUM-VALUE(WS-CONC-FOUND-IDX)
            MOVE "N"  TO WS-CONC-CSV-SW(WS-CONC-FOUND-IDX)
            MOVE ZERO TO WS-CONC-CSV-COUNT(WS-CONC-FOUND-IDX)
            MOVE ZERO TO WS-CONC-CSV-VALUE(WS-CONC-FOUND-IDX)
            MOVE "N"  TO WS-CONC-FIN-SW(WS-CONC-FOUND-IDX)
            MOVE ZERO TO WS-CONC-FIN-COUNT(WS-CONC-FOUND-IDX)
            MOVE ZERO TO WS-CONC-FIN-VALUE(WS-CONC-FOUND-IDX).

         FIND-CONC-ENTRY.
            IF WS-CONC-KEY(WS-CONC-IDX) = WS-NEW-KEY
               MOVE WS-CONC-IDX TO WS-CONC-FOUND-IDX
            END-IF.

      *    Ordena a tabela por dia/endpoint/metodo (selecao direta,
      *    como no LOGTLN01).
         SORT-CONC-TABLE.
            IF WS-CONC-COUNT > 1
               PERFORM SORT-SELECT-PASS
                  VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-CONC-COUNT
            END-IF.

         SORT-SELECT-PASS.
            MOVE WS-SORT-I TO WS-SORT-MIN
            PERFORM SORT-COMPARE-ENTRY
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-CONC-COUNT
            IF WS-SORT-MIN NOT = WS-SORT-I
               MOVE WS-CONC-ENTRY(WS-SORT-I)   TO WS-SORT-SWAP
               MOVE WS-CONC-ENTRY(WS-SORT-MIN)
                 TO WS-CONC-ENTRY(WS-SORT-I)
               MOVE WS-SORT-SWAP
                 TO WS-CONC-ENTRY(WS-SORT-MIN)
            END-IF.

         SORT-COMPARE-ENTRY.
            IF WS-CONC-KEY(WS-SORT-J) < WS-CONC-KEY(WS-SORT-MIN)
               MOVE WS-SORT-J TO WS-SORT-MIN
            END-IF.

         PRINT-REPORT-HEADER.
            DISPLAY "=== CONCILIACAO DA CONFIRMACAO DO FINANCEIRO ==="
            DISPLAY "#Periodo: " WS-DATE-INICIO " a " WS-DATE-FIM
            DISPLAY " "

            MOVE SPACES TO WS-PRT-HEADING
            STRING "DATA       ENDPOINT                       "
                                    DELIMITED BY SIZE
                   "METODO CATEGORIA    "
                                    DELIMITED BY SIZE
                   "QTD NOSSA      VALOR NOSSO "
                                    DELIMITED BY SIZE
                   "  QTD FIN        VALOR FIN CSV"
                                    DELIMITED BY SIZE
              INTO WS-PRT-HEADING
            END-STRING
            DISPLAY WS-PRT-HEADING(1:120)
            MOVE WS-PRT-HEADING TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

      *    Remove as excecoes abertas dos dias do periodo - a execucao
      *    corrente regrava o que continua fora de balanco. So e
      *    confirmado junto com as novas em COMMIT-EXCEPTIONS.
         CLEAR-OPEN-EXCEPTIONS.
            EXEC SQL
               DELETE FROM log_recon_exceptions
                WHERE recon_date >= :WS-DATE-INICIO
                  AND recon_date <= :WS-DATE-FIM
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "N" TO WS-CONC-OK-SW
               DISPLAY "0\DB_ERROR"
               DISPLAY "#Erro ao limpar as excecoes do periodo"
               DISPLAY "#SQLCODE: " SQLCODE
            END-IF.

      ******************************************************************
      *    Classifica a entrada WS-SORT-I (ja em ordem), imprime a
      *    linha e grava a excecao.
      ******************************************************************
         RECONCILE-ENTRY.
            ADD 1 TO WS-SORT-I

            MOVE "N"  TO WS-OUR-SW
            MOVE ZERO TO WS-OUR-COUNT
            MOVE ZERO TO WS-OUR-VALUE
            EVALUATE TRUE
               WHEN WS-CONC-SUM-SW(WS-SORT-I) = "S"
                  SET WS-OUR-PRESENT TO TRUE
                  MOVE WS-CONC-SUM-COUNT(WS-SORT-I) TO WS-OUR-COUNT
                  MOVE WS-CONC-SUM-VALUE(WS-SORT-I) TO WS-OUR-VALUE
               WHEN WS-CONC-CSV-SW(WS-SORT-I) = "S"
                  SET WS-OUR-PRESENT TO TRUE
                  MOVE WS-CONC-CSV-COUNT(WS-SORT-I) TO WS-OUR-COUNT
                  MOVE WS-CONC-CSV-VALUE(WS-SORT-I) TO WS-OUR-VALUE
            END-EVALUATE

            EVALUATE TRUE
               WHEN NOT WS-CSV-LOADED
                  MOVE "--"      TO WS-CSV-STATUS
               WHEN WS-CONC-SUM-SW(WS-SORT-I) = "S"
                AND WS-CONC-CSV-SW(WS-SORT-I) = "S"
                  IF WS-CONC-SUM-COUNT(WS-SORT-I) =
                     WS-CONC-CSV-COUNT(WS-SORT-I)
                     AND WS-CONC-SUM-VALUE(WS-SORT-I) =
                         WS-CONC-CSV-VALUE(WS-SORT-I)
                     MOVE "OK"   TO WS-CSV-STATUS
                  ELSE
                     MOVE "DIF"  TO WS-CSV-STATUS
                     ADD 1 TO WS-CSV-DIFF-COUNT
                  END-IF
               WHEN WS-CONC-CSV-SW(WS-SORT-I) = "S"
                  MOVE "SO CSV"  TO WS-CSV-STATUS
               WHEN WS-CONC-SUM-SW(WS-SORT-I) = "S"
                  MOVE "SEM CSV" TO WS-CSV-STATUS
                  ADD 1 TO WS-CSV-DIFF-COUNT
               WHEN OTHER
                  MOVE SPACES    TO WS-CSV-STATUS
            END-EVALUATE

            EVALUATE TRUE
               WHEN NOT WS-OUR-PRESENT
                  SET WS-CAT-MISSING-OURS TO TRUE
                  ADD 1 TO WS-MISSING-OURS-COUNT
               WHEN WS-CONC-FIN-SW(WS-SORT-I) NOT = "S"
                  SET WS-CAT-MISSING-THEIRS TO TRUE
                  ADD 1 TO WS-MISSING-THEIRS-COUNT
               WHEN WS-OUR-COUNT = WS-CONC-FIN-COUNT(WS-SORT-I)
                AND WS-OUR-VALUE = WS-CONC-FIN-VALUE(WS-SORT-I)
                  SET WS-CAT-MATCHED TO TRUE
                  ADD 1 TO WS-MATCHED-COUNT
               WHEN OTHER
                  SET WS-CAT-DIFFERS TO TRUE
                  ADD 1 TO WS-DIFFERS-COUNT
            END-EVALUATE

            ADD WS-OUR-VALUE TO WS-OUR-GRAND-TOTAL
            ADD WS-CONC-FIN-VALUE(WS-SORT-I) TO WS-FIN-GRAND-TOTAL

            PERFORM PRINT-CONC-LINE
            IF NOT WS-CAT-MATCHED
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM INSERT-EXCEPTION
            END-IF.

         PRINT-CONC-LINE.
            MOVE SPACES TO WS-COL-OUR-COUNT
            MOVE SPACES TO WS-COL-OUR-VALUE
            MOVE SPACES TO WS-COL-FIN-COUNT
            MOVE SPACES TO WS-COL-FIN-VALUE
            IF WS-OUR-PRESENT
               MOVE WS-OUR-COUNT TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO WS-COL-OUR-COUNT
               MOVE WS-OUR-VALUE TO WS-EDITED-VALUE
               MOVE WS-EDITED-VALUE TO WS-COL-OUR-VALUE
            END-IF
            IF WS-CONC-FIN-SW(WS-SORT-I) = "S"
               MOVE WS-CONC-FIN-COUNT(WS-SORT-I) TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO WS-COL-FIN-COUNT
               MOVE WS-CONC-FIN-VALUE(WS-SORT-I) TO WS-EDITED-VALUE
               MOVE WS-EDITED-VALUE TO WS-COL-FIN-VALUE
            END-IF

            MOVE SPACES TO WS-PRT-LINE
            STRING WS-CONC-DATE(WS-SORT-I)  DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-CONC-ENDPOINT(WS-SORT-I)(1:30)
                                            DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-CONC-METHOD(WS-SORT-I) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-CONC-CATEGORY         DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-COL-OUR-COUNT         DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-COL-OUR-VALUE         DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-COL-FIN-COUNT         DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-COL-FIN-VALUE         DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-CSV-STATUS            DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            DISPLAY WS-PRT-LINE(1:120)
            PERFORM WRITE-PRINT-LINE.

      *    Grava a excecao aberta da chave corrente. Lado ausente vai
      *    com quantidade e valor zerados - a categoria diz qual falta.
         INSERT-EXCEPTION.
            MOVE WS-CONC-DATE(WS-SORT-I)      TO WS-EXC-DATE
            MOVE WS-CONC-ENDPOINT(WS-SORT-I)  TO WS-EXC-ENDPOINT
            MOVE WS-CONC-METHOD(WS-SORT-I)    TO WS-EXC-METHOD
            MOVE WS-CONC-CATEGORY             TO WS-EXC-CATEGORY
            MOVE WS-OUR-COUNT                 TO WS-EXC-OUR-COUNT
            MOVE WS-OUR-VALUE                 TO WS-EXC-OUR-VALUE
            MOVE WS-CONC-FIN-COUNT(WS-SORT-I) TO WS-EXC-FIN-COUNT
            MOVE WS-CONC-FIN-VALUE(WS-SORT-I) TO WS-EXC-FIN-VALUE

            EXEC SQL
               INSERT INTO log_recon_exceptions
               (recon_date, endpoint, method, category, our_count,
               our_value, their_count, their_value, found_at)
               VALUES
               (:WS-EXC-DATE, :WS-EXC-ENDPOINT, :WS-EXC-METHOD,
               :WS-EXC-CATEGORY, :WS-EXC-OUR-COUNT,
               :WS-EXC-OUR-VALUE, :WS-EXC-FIN-COUNT,
               :WS-EXC-FIN-VALUE, now())
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CONC-OK-SW
               DISPLAY "0\DB_ERROR"
               DISPLAY "#Erro ao gravar excecao de conciliacao"
               DISPLAY "#SQLCODE: " SQLCODE
            END-IF.

      *    Confirma a troca das excecoes do periodo de uma vez. Com
      *    falha em qualquer etapa (CONFFIN com linha invalida,
      *    sumario ilegivel, tabela cheia, erro de banco) nao da para
      *    garantir a lista - ROLLBACK, as excecoes anteriores ficam.
         COMMIT-EXCEPTIONS.
            IF WS-CONC-CLEAN
               EXEC SQL
                  COMMIT
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "N" TO WS-CONC-OK-SW
                  DISPLAY "0\DB_ERROR"
                  DISPLAY "#Erro ao confirmar as excecoes"
                  DISPLAY "#SQLCODE: " SQLCODE
               END-IF
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#ALERTA: conciliacao incompleta - excecoes"
               DISPLAY "#        anteriores do periodo mantidas"
            END-IF.

         PRINT-CONC-SUMMARY.
            DISPLAY " "
            DISPLAY "1\CONC_SUMMARY"
            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- RESUMO DA CONCILIACAO --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

            MOVE WS-FIN-LINE-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "LINHAS DO CONFFIN NO PERIODO:  " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            IF WS-CSV-LOADED
               MOVE WS-CSV-LINE-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO WS-PRT-LINE
               STRING "LINHAS DO LOGCSV NO PERIODO:   "
                                                   DELIMITED BY SIZE
                      WS-EDITED-COUNT              DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
               PERFORM SHOW-SUMMARY-LINE
            END-IF

            MOVE WS-CONC-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "CHAVES CONFRONTADAS:           " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            MOVE WS-MATCHED-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "CONFERE:                       " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            MOVE WS-MISSING-OURS-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "FALTA NOSSO:                   " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            MOVE WS-MISSING-THEIRS-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "FALTA FINANC:                  " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            MOVE WS-DIFFERS-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "DIFERE:                        " DELIMITED BY SIZE
                   WS-EDITED-COUNT                   DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            IF WS-CSV-LOADED
               MOVE WS-CSV-DIFF-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO WS-PRT-LINE
               STRING "LOGCSV DIFERENTE DO SUMARIO:   "
                                                   DELIMITED BY SIZE
                      WS-EDITED-COUNT              DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
               PERFORM SHOW-SUMMARY-LINE
            END-IF

            MOVE WS-OUR-GRAND-TOTAL TO WS-EDITED-GT-VALUE
            MOVE SPACES TO WS-PRT-LINE
            STRING "VALOR NOSSO:        " DELIMITED BY SIZE
                   WS-EDITED-GT-VALUE     DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE
            MOVE WS-FIN-GRAND-TOTAL TO WS-EDITED-GT-VALUE
            MOVE SPACES TO WS-PRT-LINE
            STRING "VALOR FINANCEIRO:   " DELIMITED BY SIZE
                   WS-EDITED-GT-VALUE     DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            IF WS-FIN-BAD-COUNT > ZERO
               MOVE WS-FIN-BAD-COUNT TO WS-EDITED-COUNT
               DISPLAY "#ALERTA: linhas invalidas no CONFFIN: "
                       WS-EDITED-COUNT
            END-IF
            IF WS-CSV-BAD-COUNT > ZERO
               MOVE WS-CSV-BAD-COUNT TO WS-EDITED-COUNT
               DISPLAY "#Aviso: linhas invalidas no LOGCSV: "
                       WS-EDITED-COUNT
            END-IF
            IF WS-CONC-LOST-COUNT > ZERO
               MOVE WS-CONC-LOST-COUNT TO WS-EDITED-COUNT
               DISPLAY "#ALERTA: chaves alem da capacidade da"
               DISPLAY "#        tabela, nao conciliadas: "
                       WS-EDITED-COUNT
            END-IF

            IF WS-EXCEPTION-COUNT = ZERO
               DISPLAY "#Periodo em balanco com o financeiro"
            ELSE
               DISPLAY "#ALERTA: periodo FORA DE BALANCO - excecoes"
               DISPLAY "#        abertas em log_recon_exceptions"
            END-IF

            MOVE "*** FIM DO RELATORIO ***" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

         SHOW-SUMMARY-LINE.
            DISPLAY "#" WS-PRT-LINE(1:70)
            PERFORM WRITE-PRINT-LINE.

      *    Abre o dataset do relatorio impresso. O carimbo de emissao
      *    e o inicio da execucao.
         OPEN-PRINT-FILE.
            OPEN OUTPUT PRINT-REPORT-FILE
            IF WS-PRT-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: nao foi possivel abrir o RPTCONC -"
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
                  DISPLAY "#Erro ao gravar RPTCONC - FILE STATUS: "
                          WS-PRT-FILE-STATUS
                  MOVE "N" TO WS-PRT-OPEN-SW
                  CLOSE PRINT-REPORT-FILE
               ELSE
                  ADD 1 TO WS-PRT-LINE-COUNT
               END-IF
            END-IF.

         WRITE-PAGE-HEADER.
            ADD 1 TO WS-PRT-PAGE-NUM
            MOVE WS-PRT-PAGE-NUM TO WS-EDITED-PAGE
            MOVE ZERO TO WS-PRT-LINE-COUNT

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "LOGCONC01 CONCILIACAO DO FINANCEIRO"
                                      DELIMITED BY SIZE
                   "   EMITIDO EM "   DELIMITED BY SIZE
                   WS-PRT-RUN-STAMP   DELIMITED BY SIZE
                   "   PAGINA "       DELIMITED BY SIZE
                   WS-EDITED-PAGE     DELIMITED BY SIZE
              INTO PRINT-REPORT-REC
            END-STRING
            WRITE PRINT-REPORT-REC

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "PERIODO: "     DELIMITED BY SIZE
                   WS-DATE-INICIO  DELIMITED BY SIZE
                   " A "           DELIMITED BY SIZE
                   WS-DATE-FIM     DELIMITED BY SIZE
                   "   NOSSO: SUMARIO DIARIO   CSV: LOGCSV ENVIADO"
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

      *    Monta o timestamp corrente (AAAA-MM-DD HH:MM:SS) para o
      *    historico de execucoes, como no LOGEXT01.
         FORMAT-RUN-TS.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            MOVE SPACES TO WS-RUN-TS-WORK
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
              INTO WS-RUN-TS-WORK
            END-STRING.

      *    Registra a conciliacao em log_batch_runs via RUNWRITE -
      *    lidas = chaves confrontadas, inseridas = conferidas,
      *    rejeitadas = excecoes. Suja quando o periodo ficou fora de
      *    balanco ou alguma etapa falhou: e o que o painel do
      *    LOGSTAT01 enxerga.
         WRITE-RUN-HISTORY.
            PERFORM FORMAT-RUN-TS
            MOVE WS-RUN-TS-WORK TO WS-RUN-END-TS

            MOVE "LOGCONC01"           TO RUNWR-JOB-NAME
            MOVE WS-RUN-START-TS       TO RUNWR-START-TS
            MOVE WS-RUN-END-TS         TO RUNWR-END-TS
            MOVE WS-CONC-COUNT         TO RUNWR-LINES-READ
            MOVE WS-MATCHED-COUNT      TO RUNWR-LINES-INSERTED
            MOVE WS-EXCEPTION-COUNT    TO RUNWR-LINES-REJECTED
            MOVE ZERO                  TO RUNWR-LINES-DEADLTR
            IF WS-CONC-CLEAN
               MOVE 1                  TO RUNWR-COMMIT-COUNT
            ELSE
               MOVE ZERO               TO RUNWR-COMMIT-COUNT
            END-IF
            IF WS-CONC-CLEAN AND WS-EXCEPTION-COUNT = ZERO
               SET RUNWR-RUN-CLEAN TO TRUE
            ELSE
               SET RUNWR-RUN-DIRTY TO TRUE
            END-IF
            IF WS-ENV-CODE = SPACES
               MOVE "PRD" TO RUNWR-DB-ENV
            ELSE
               MOVE WS-ENV-CODE TO RUNWR-DB-ENV
            END-IF
            MOVE SPACES TO RUNWR-FEED-CODE

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
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: falha ao registrar o historico da"
               DISPLAY "#conciliacao em log_batch_runs"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF

            STOP RUN.
