      ******************************************************************
      * Sessoes com fluxo incompleto - log_cobol_test x FLOWCFG
      ******************************************************************
         IDENTIFICATION DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOGFLW01.
         AUTHOR.                     DEV.
         DATE-WRITTEN.              2026-10-15.

      *  Cada passo de uma sessao entra em log_cobol_test como uma
      *  linha de ACTION solta, e nada confere se a sessao que abriu
      *  um fluxo de negocio chegou a fecha-lo: um pagamento com
      *  AUTORIZAR e sem CAPTURAR, ou uma sessao que terminou em
      *  ERROR/CRIT e nunca foi retentada, fica parada e ninguem ve.
      *
      *  Este job le a definicao dos fluxos no arquivo FLOWCFG e
      *  aplica a definicao as sessoes com movimento no periodo
      *  informado na PARM. Cada ocorrencia sai em uma linha com a
      *  sua categoria:
      *    PRESO       - fluxo aberto no periodo e ainda sem todos os
      *                  passos de fechamento depois do tempo maximo
      *                  (contado ate agora)
      *    FORA ORDEM  - passo de fechamento sem a abertura ou sem o
      *                  passo anterior da lista
      *    FECHADO 2X  - passo de fechamento repetido num fluxo que ja
      *                  tinha passado por ele (fechado duas vezes)
      *  O valor preso (value_processed da linha de abertura) e
      *  totalizado por endpoint. Cada ocorrencia tambem e
      *  acrescentada ao extrato ALERTOUT, no mesmo layout do
      *  LOGALRT01, para a ponte de operacoes; e o relatorio impresso
      *  sai no dataset RPTFLW, no formato paginado do RPTOPER do
      *  LOGRPT01.
      *
      *  Layout do FLOWCFG (linhas iniciadas por * sao comentario):
      *  fluxo;acao-abertura;status-abertura;fechamentos;tempo-max-min
      *    fluxo           - nome do fluxo no relatorio (ate 10)
      *    acao-abertura   - ACTION que abre o fluxo; "*" = qualquer
      *                      uma (exige status-abertura)
      *    status-abertura - STATUS exigido na abertura; em branco =
      *                      qualquer status que nao ERROR/CRIT
      *    fechamentos     - ACTIONs de fechamento obrigatorias, em
      *                      ordem, separadas por "," (ate 5); "*" =
      *                      qualquer linha posterior sem ERROR/CRIT
      *                      fecha todas as aberturas pendentes do
      *                      fluxo (retentativa) - sem conferencia de
      *                      ordem nem de repeticao
      *    tempo-max-min   - minutos (6 digitos) entre a abertura e o
      *                      ultimo fechamento
      *  Ex.: PAGAMENTO;AUTORIZAR;;CAPTURAR,LIQUIDAR;000060
      *       FALHA;*;ERROR;*;000030
      *  Passo de fechamento com status ERROR/CRIT nao conta - uma
      *  captura que falhou nao fecha o pagamento.
      *
      *  Uma sessao com qualquer linha no periodo e lida inteira (de
      *  antes e de depois do periodo), para que a abertura anterior
      *  ao periodo e o fechamento posterior a ele contem; so as
      *  aberturas e os passos do periodo sao listados. Linhas ja
      *  expurgadas pelo LOGPURG01 nao entram - o periodo deve estar
      *  dentro da retencao.

      ******************************************************************
         ENVIRONMENT DIVISION.
      ******************************************************************
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT FLOW-CONFIG-FILE ASSIGN TO "FLOWCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

            SELECT ALERT-OUTPUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

            SELECT PRINT-REPORT-FILE ASSIGN TO "RPTFLW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILE-STATUS.

      ******************************************************************
         DATA DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  FLOW-CONFIG-FILE.
         01  FLOW-CONFIG-REC         PIC X(200).

      *  Mesmo extrato do LOGALRT01 - uma linha por ocorrencia,
      *  acrescentada as varreduras do monitor.
         FD  ALERT-OUTPUT-FILE.
         01  ALERT-OUTPUT-REC        PIC X(150).

      *  Relatorio impresso - mesma informacao do console, em paginas
      *  de largura fixa para a revisao da operacao.
         FD  PRINT-REPORT-FILE.
         01  PRINT-REPORT-REC        PIC X(132).

         WORKING-STORAGE SECTION.

         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC X(30) VALUE SPACE.
         01  USERNAME                PIC X(30) VALUE SPACE.
         01  PASSWD                  PIC X(10) VALUE SPACE.

      *  Periodo (PARM). Mesmo limite superior exclusivo do LOGRPT01
      *  (ver CALC-DATE-RANGE).
         01  WS-DATE-INICIO          PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM             PIC X(10) VALUE SPACES.
         01  WS-DATE-FIM-EXCL        PIC X(10) VALUE SPACES.

      *  Linha corrente de log_cobol_test
         01  WS-ROW-SESSION          PIC X(10).
         01  WS-ROW-CREATED-AT       PIC X(26).
         01  WS-ROW-COMPONENT        PIC X(10).
         01  WS-ROW-ACTION           PIC X(20).
         01  WS-ROW-STATUS           PIC X(10).
         01  WS-ROW-ENDPOINT         PIC X(50).
         01  WS-ROW-VALUE            PIC S9(10)V99.
         EXEC SQL END DECLARE SECTION END-EXEC.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Todas as linhas das sessoes com movimento no periodo, por
      *  sessao e em ordem de created_at - a quebra de sessao fecha a
      *  avaliacao dos fluxos da sessao anterior.
         EXEC SQL DECLARE FLOW-ROW-CURSOR CURSOR FOR
            SELECT session_id, CAST(created_at AS CHAR(26)),
                   component, action, status, endpoint,
                   value_processed
              FROM log_cobol_test
             WHERE session_id IN
                   (SELECT DISTINCT session_id
                      FROM log_cobol_test
                     WHERE created_at >= :WS-DATE-INICIO
                       AND created_at <  :WS-DATE-FIM-EXCL)
             ORDER BY session_id, created_at
         END-EXEC.

      *  Fluxos validos do FLOWCFG. WS-FLW-ANY-CLOSE marca o
      *  fechamento "*" (qualquer linha posterior sem ERROR/CRIT).
         01  WS-FLOW-TABLE.
             05 WS-FLW-ENTRY OCCURS 20 TIMES.
                10 WS-FLW-NAME        PIC X(10).
                10 WS-FLW-OPEN-ACTION PIC X(20).
                10 WS-FLW-OPEN-STATUS PIC X(10).
                10 WS-FLW-STEP-COUNT  PIC 9(1).
                10 WS-FLW-STEP        PIC X(20) OCCURS 5 TIMES.
                10 WS-FLW-MAX-MIN     PIC 9(6).
                10 WS-FLW-ANY-SW      PIC X(1).
                   88 WS-FLW-ANY-CLOSE         VALUE "S".
         01  WS-FLW-COUNT            PIC 9(2)  VALUE ZERO.
         01  WS-FLW-MAX              PIC 9(2)  VALUE 20.
         01  WS-FLW-IDX              PIC 9(2)  VALUE ZERO.

      *  Campos da linha de configuracao - o tempo chega como texto
      *  e so vira numero (via REDEFINES) depois de conferido com
      *  NUMERIC. A sexta posicao de passos so existe para detectar
      *  lista com mais de 5.
         01  WS-CFG-NAME             PIC X(10).
         01  WS-CFG-OPEN-ACTION      PIC X(20).
         01  WS-CFG-OPEN-STATUS      PIC X(10).
         01  WS-CFG-STEPS            PIC X(120).
         01  WS-CFG-MAX-MIN-X        PIC X(6).
         01  WS-CFG-MAX-MIN   REDEFINES WS-CFG-MAX-MIN-X PIC 9(6).
         01  WS-CFG-STEP-TABLE.
             05 WS-CFG-STEP           PIC X(20) OCCURS 6 TIMES.
         01  WS-CFG-STEP-TALLY       PIC 9(2)  VALUE ZERO.
         01  WS-CFG-STEP-IDX         PIC 9(2)  VALUE ZERO.
         01  WS-CFG-VALID-SW         PIC X(1)  VALUE "S".
             88 WS-CFG-VALID                  VALUE "S".

      *  Aberturas de fluxo da sessao corrente - o passo de
      *  fechamento ja cumprido (0 = so aberto) e o fechamento final.
      *  Estourou a capacidade: o excedente e contado e descartado,
      *  como no LOGTLN01, e a execucao fica suja.
         01  WS-INST-TABLE.
             05 WS-INS-ENTRY OCCURS 50 TIMES.
                10 WS-INS-FLOW        PIC 9(2).
                10 WS-INS-OPEN-TS     PIC X(26).
                10 WS-INS-COMPONENT   PIC X(10).
                10 WS-INS-ENDPOINT    PIC X(50).
                10 WS-INS-VALUE       PIC S9(10)V99.
                10 WS-INS-STEP-DONE   PIC 9(1).
                10 WS-INS-CLOSE-TS    PIC X(26).
         01  WS-INS-COUNT            PIC 9(2)  VALUE ZERO.
         01  WS-INS-MAX              PIC 9(2)  VALUE 50.
         01  WS-INS-IDX              PIC 9(2)  VALUE ZERO.
         01  WS-INS-LOST-COUNT       PIC 9(5)  VALUE ZERO.

      *  Casamento do passo de fechamento corrente
         01  WS-CUR-SESSION          PIC X(10) VALUE SPACES.
         01  WS-STEP-IDX             PIC 9(1)  VALUE ZERO.
         01  WS-STEP-HIT             PIC 9(1)  VALUE ZERO.
         01  WS-STEP-PREV            PIC 9(1)  VALUE ZERO.
         01  WS-INS-HIT              PIC 9(2)  VALUE ZERO.
         01  WS-INS-DUP              PIC 9(2)  VALUE ZERO.
         01  WS-OCC-CATEGORY         PIC X(11) VALUE SPACES.
             88 WS-OCC-STUCK                  VALUE "PRESO".
             88 WS-OCC-OUT-OF-ORDER           VALUE "FORA ORDEM".
             88 WS-OCC-DUPLICATE              VALUE "FECHADO 2X".

      *  Valor preso por endpoint. Estourou a capacidade: o restante
      *  vai para a linha "DEMAIS ENDPOINTS" do resumo.
         01  WS-ENDPOINT-TABLE.
             05 WS-EPT-ENTRY OCCURS 200 TIMES.
                10 WS-EPT-ENDPOINT    PIC X(50).
                10 WS-EPT-COUNT       PIC 9(6).
                10 WS-EPT-VALUE       PIC S9(12)V99.
         01  WS-EPT-COUNT-USED       PIC 9(3)  VALUE ZERO.
         01  WS-EPT-MAX              PIC 9(3)  VALUE 200.
         01  WS-EPT-IDX              PIC 9(3)  VALUE ZERO.
         01  WS-EPT-HIT              PIC 9(3)  VALUE ZERO.
         01  WS-EPT-OTHER-COUNT      PIC 9(6)  VALUE ZERO.
         01  WS-EPT-OTHER-VALUE      PIC S9(12)V99 VALUE ZERO.

      *  Conversao de AAAA-MM-DD HH:MM para minutos corridos - o
      *  tempo decorrido da abertura e contado ate o inicio da
      *  execucao.
         01  WS-CALC-TS              PIC X(26) VALUE SPACES.
         01  WS-DAY-YMD              PIC X(8)  VALUE SPACES.
         01  WS-DAY-NUM  REDEFINES WS-DAY-YMD PIC 9(8).
         01  WS-CALC-HH-X            PIC X(2)  VALUE SPACES.
         01  WS-CALC-HH  REDEFINES WS-CALC-HH-X PIC 9(2).
         01  WS-CALC-MI-X            PIC X(2)  VALUE SPACES.
         01  WS-CALC-MI  REDEFINES WS-CALC-MI-X PIC 9(2).
         01  WS-CALC-MINUTES         PIC 9(11) VALUE ZERO.
         01  WS-NOW-MINUTES          PIC 9(11) VALUE ZERO.
         01  WS-ELAPSED-MIN          PIC S9(11) VALUE ZERO.
         01  WS-ALERT-MIN            PIC 9(6)  VALUE ZERO.

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) e
      *  timestamps de inicio/fim para o historico de execucoes.
         COPY RUNWRPM.
         01  WS-RUN-START-TS         PIC X(19) VALUE SPACES.
         01  WS-RUN-END-TS           PIC X(19) VALUE SPACES.
         01  WS-RUN-TS-WORK          PIC X(19) VALUE SPACES.
         01  WS-ENV-CODE             PIC X(3)  VALUE SPACES.
         01  WS-SYS-DATE             PIC 9(8).
         01  WS-SYS-TIME             PIC 9(8).

      *  Variaveis de trabalho
         01  WS-STARTUP-PARM         PIC X(30) VALUE SPACES.
         01  WS-INPUT                PIC X(200) VALUE SPACES.
         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-CFG-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-OUT-FILE-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-PARM-OK-SW           PIC X(1)  VALUE "N".
             88 WS-PARM-OK                    VALUE "Y".
         01  WS-CONFIG-SW            PIC X(1)  VALUE "N".
             88 WS-CONFIG-EOF                 VALUE "Y".
         01  WS-ROW-SW               PIC X(1)  VALUE "N".
             88 WS-ROW-EOF                    VALUE "Y".
         01  WS-RPT-ERROR-SW         PIC X(1)  VALUE "N".
             88 WS-RPT-FETCH-ERROR            VALUE "Y".
         01  WS-OUT-OPEN-SW          PIC X(1)  VALUE "N".
             88 WS-OUT-OPEN                   VALUE "Y".
      *  Flag da execucao limpa/suja para o historico
         01  WS-FLOW-CLEAN-SW        PIC X(1)  VALUE "Y".
             88 WS-FLOW-RUN-CLEAN             VALUE "Y".
         01  WS-ALERT-LINE           PIC X(150) VALUE SPACES.

      *  Ocorrencia em montagem para a linha do relatorio e do
      *  ALERTOUT
         01  WS-OCC-TS               PIC X(19) VALUE SPACES.
         01  WS-OCC-COMPONENT        PIC X(10) VALUE SPACES.
         01  WS-OCC-ACTION           PIC X(20) VALUE SPACES.
         01  WS-OCC-ENDPOINT         PIC X(50) VALUE SPACES.
         01  WS-OCC-VALUE            PIC S9(10)V99 VALUE ZERO.
         01  WS-OCC-LIMIT            PIC 9(6)  VALUE ZERO.
         01  WS-OCC-ALERT-TYPE       PIC X(16) VALUE SPACES.

      *  Totais do resumo
         01  WS-SESSION-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-OPENED-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-CLOSED-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-PENDING-COUNT        PIC 9(8)  VALUE ZERO.
         01  WS-STUCK-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-ORDER-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-DUP-COUNT            PIC 9(8)  VALUE ZERO.
         01  WS-ALERT-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-BADCFG-COUNT         PIC 9(8)  VALUE ZERO.
         01  WS-STUCK-TOTAL          PIC S9(12)V99 VALUE ZERO.
         01  WS-DUP-TOTAL            PIC S9(12)V99 VALUE ZERO.

      *  Variaveis editadas
         01  WS-EDITED-COUNT         PIC Z(7)9 VALUE SPACES.
         01  WS-EDITED-VALUE         PIC -Z(9)9,99 VALUE SPACES.
         01  WS-EDITED-TOTAL         PIC -Z(12)9,99 VALUE SPACES.
         01  WS-EDITED-MIN           PIC Z(6)9 VALUE SPACES.
         01  WS-EDITED-MAX-MIN       PIC Z(5)9 VALUE SPACES.
         01  WS-ALERT-VALUE          PIC -9(10),99 VALUE ZERO.
         01  WS-COL-MINUTES          PIC X(7)  VALUE SPACES.

      *  Controle do relatorio impresso (dataset RPTFLW), como no
      *  RPTOPER do LOGRPT01. RPTFLW indisponivel nao derruba o
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

      *  Campos de apoio ao calculo do limite superior exclusivo do
      *  periodo (WS-DATE-FIM + 1 dia), como em LOGRPT01.
         01  WS-FIM-YMD              PIC X(8)  VALUE SPACES.
         01  WS-FIM-NUM  REDEFINES WS-FIM-YMD PIC 9(8).
         01  WS-FIM-INT              PIC 9(7)  VALUE ZERO.
         01  WS-FIM-EXCL-INT         PIC 9(7)  VALUE ZERO.
         01  WS-FIM-EXCL-DATE        PIC 9(8)  VALUE ZERO.

      ******************************************************************
         PROCEDURE DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM GET-PARM
            IF WS-PARM-OK
               PERFORM CALC-DATE-RANGE
               PERFORM CONNECT-DB
               IF WS-DB-STARTED = "S"
                  PERFORM FORMAT-RUN-TS
                  MOVE WS-RUN-TS-WORK TO WS-RUN-START-TS
                  MOVE WS-RUN-TS-WORK TO WS-PRT-RUN-STAMP
                  MOVE WS-RUN-TS-WORK TO WS-CALC-TS
                  PERFORM CALC-TS-MINUTES
                  MOVE WS-CALC-MINUTES TO WS-NOW-MINUTES
                  PERFORM LOAD-FLOW-CONFIG
                  IF WS-FLW-COUNT > ZERO
                     PERFORM OPEN-ALERT-FILE
                     PERFORM OPEN-PRINT-FILE
                     PERFORM PRINT-REPORT-HEADER
                     PERFORM PROCESS-SESSIONS
                     PERFORM PRINT-FLOW-SUMMARY
                     PERFORM CLOSE-PRINT-FILE
                     IF WS-OUT-OPEN
                        CLOSE ALERT-OUTPUT-FILE
                     END-IF
                  END-IF
                  PERFORM WRITE-RUN-HISTORY
               END-IF
            END-IF
            PERFORM FIM-PROGRAMA.

      *    Desmonta e critica a PARM, como no LOGCONC01 - sem PARM
      *    valida nao ha varredura, nem prompt.
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
               OR WS-DATE-INICIO > WS-DATE-FIM
               DISPLAY "0\STATUS"
               DISPLAY "#PARM invalida: " WS-STARTUP-PARM
               DISPLAY "#Uso: LOGFLW01 AAAA-MM-DD AAAA-MM-DD"
               DISPLAY "#     (data inicial e data final)"
            ELSE
               SET WS-PARM-OK TO TRUE
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

      *    Conexao multi-ambiente, nos mesmos moldes do CONNECT-DB do
      *    LOGALRT01 - o job alimenta o mesmo extrato do monitor.
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
      *    Carrega os fluxos do FLOWCFG. Linha invalida e reportada e
      *    pulada, como no ALRTCFG do LOGALRT01 - um fluxo digitado
      *    errado nao pode virar tempo zero e marcar tudo como preso.
      ******************************************************************
         LOAD-FLOW-CONFIG.
            OPEN INPUT FLOW-CONFIG-FILE
            IF WS-CFG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FLOW-CLEAN-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o arquivo FLOWCFG"
               DISPLAY "#FILE STATUS: " WS-CFG-FILE-STATUS
            ELSE
               PERFORM READ-CONFIG-LOOP UNTIL WS-CONFIG-EOF
               CLOSE FLOW-CONFIG-FILE
               IF WS-FLW-COUNT = ZERO
                  MOVE "N" TO WS-FLOW-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nenhum fluxo valido no FLOWCFG"
               END-IF
            END-IF.

         READ-CONFIG-LOOP.
            READ FLOW-CONFIG-FILE INTO WS-INPUT
               AT END
                  SET WS-CONFIG-EOF TO TRUE
               NOT AT END
                  IF WS-INPUT(1:1) NOT = "*"
                     AND WS-INPUT NOT = SPACES
                     PERFORM PARSE-FLOW-LINE
                  END-IF
            END-READ.

         PARSE-FLOW-LINE.
            MOVE SPACES TO WS-CFG-NAME
            MOVE SPACES TO WS-CFG-OPEN-ACTION
            MOVE SPACES TO WS-CFG-OPEN-STATUS
            MOVE SPACES TO WS-CFG-STEPS
            MOVE SPACES TO WS-CFG-MAX-MIN-X
            MOVE SPACES TO WS-CFG-STEP-TABLE
            MOVE ZERO   TO WS-CFG-STEP-TALLY
            MOVE "S"    TO WS-CFG-VALID-SW

            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-CFG-NAME
                     WS-CFG-OPEN-ACTION
                     WS-CFG-OPEN-STATUS
                     WS-CFG-STEPS
                     WS-CFG-MAX-MIN-X
            END-UNSTRING

            UNSTRING WS-CFG-STEPS DELIMITED BY ","
                INTO WS-CFG-STEP(1)
                     WS-CFG-STEP(2)
                     WS-CFG-STEP(3)
                     WS-CFG-STEP(4)
                     WS-CFG-STEP(5)
                     WS-CFG-STEP(6)
                TALLYING IN WS-CFG-STEP-TALLY
            END-UNSTRING

            IF WS-CFG-NAME = SPACES
               OR WS-CFG-OPEN-ACTION = SPACES
               OR WS-CFG-MAX-MIN-X NOT NUMERIC
               OR WS-CFG-STEP-TALLY > 5
               OR (WS-CFG-OPEN-ACTION = "*"
                   AND WS-CFG-OPEN-STATUS = SPACES)
               MOVE "N" TO WS-CFG-VALID-SW
            ELSE
               PERFORM CHECK-CFG-STEP
                  VARYING WS-CFG-STEP-IDX FROM 1 BY 1
                  UNTIL WS-CFG-STEP-IDX > WS-CFG-STEP-TALLY
            END-IF

            EVALUATE TRUE
               WHEN NOT WS-CFG-VALID
                  ADD 1 TO WS-BADCFG-COUNT
                  DISPLAY "0\STATUS"
                  DISPLAY "#Linha de FLOWCFG invalida - ignorada:"
                  DISPLAY "#" WS-INPUT(1:120)
               WHEN WS-FLW-COUNT >= WS-FLW-MAX
                  ADD 1 TO WS-BADCFG-COUNT
                  DISPLAY "0\STATUS"
                  DISPLAY "#FLOWCFG acima de " WS-FLW-MAX
                          " fluxos - ignorado: " WS-CFG-NAME
               WHEN OTHER
                  PERFORM ADD-FLOW
            END-EVALUATE.

      *    Passo em branco ("A,,B") invalida a linha; "*" so vale
      *    sozinho.
         CHECK-CFG-STEP.
            IF WS-CFG-STEP(WS-CFG-STEP-IDX) = SPACES
               OR (WS-CFG-STEP(WS-CFG-STEP-IDX) = "*"
                   AND WS-CFG-STEP-TALLY > 1)
               MOVE "N" TO WS-CFG-VALID-SW
            END-IF.

         ADD-FLOW.
            ADD 1 TO WS-FLW-COUNT
            MOVE WS-CFG-NAME        TO WS-FLW-NAME(WS-FLW-COUNT)
            MOVE WS-CFG-OPEN-ACTION TO WS-FLW-OPEN-ACTION(WS-FLW-COUNT)
            MOVE WS-CFG-OPEN-STATUS TO WS-FLW-OPEN-STATUS(WS-FLW-COUNT)
            MOVE WS-CFG-STEP-TALLY  TO WS-FLW-STEP-COUNT(WS-FLW-COUNT)
            MOVE WS-CFG-MAX-MIN     TO WS-FLW-MAX-MIN(WS-FLW-COUNT)
            PERFORM COPY-CFG-STEP
               VARYING WS-CFG-STEP-IDX FROM 1 BY 1
               UNTIL WS-CFG-STEP-IDX > 5
            IF WS-CFG-STEP(1) = "*"
               MOVE "S" TO WS-FLW-ANY-SW(WS-FLW-COUNT)
            ELSE
               MOVE "N" TO WS-FLW-ANY-SW(WS-FLW-COUNT)
            END-IF.

         COPY-CFG-STEP.
            MOVE WS-CFG-STEP(WS-CFG-STEP-IDX)
              TO WS-FLW-STEP(WS-FLW-COUNT WS-CFG-STEP-IDX).

      *    ALERTOUT e o mesmo extrato do LOGALRT01, aberto em EXTEND
      *    como la (OUTPUT so quando ainda nao existe). Extrato
      *    indisponivel suja a execucao, mas o relatorio sai.
         OPEN-ALERT-FILE.
            OPEN EXTEND ALERT-OUTPUT-FILE
            IF WS-OUT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-OUTPUT-FILE
            END-IF
            IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FLOW-CLEAN-SW
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o ALERTOUT -"
               DISPLAY "#ocorrencias saem so no relatorio"
               DISPLAY "#FILE STATUS: " WS-OUT-FILE-STATUS
            ELSE
               SET WS-OUT-OPEN TO TRUE
            END-IF.

         PRINT-REPORT-HEADER.
            DISPLAY "=== SESSOES COM FLUXO INCOMPLETO ==="
            DISPLAY "Periodo: " WS-DATE-INICIO " a " WS-DATE-FIM
            DISPLAY " "
            DISPLAY "-- Ocorrencias --"
            MOVE SPACES TO WS-PRT-HEADING
            MOVE "-- OCORRENCIAS --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

      *    Titulo de colunas so depois da primeira linha - o
      *    cabecalho da pagina 1 ja saiu sem ele, e dai em diante ele
      *    e repetido nas quebras de pagina.
            STRING "CATEGORIA   SESSAO     FLUXO      "
                                    DELIMITED BY SIZE
                   "ENDPOINT                       "
                                    DELIMITED BY SIZE
                   "DATA/HORA           ACAO                 "
                                    DELIMITED BY SIZE
                   "MINUTOS          VALOR"
                                    DELIMITED BY SIZE
              INTO WS-PRT-HEADING
            END-STRING
            DISPLAY WS-PRT-HEADING
            MOVE WS-PRT-HEADING TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

      ******************************************************************
      *    Percorre as linhas das sessoes do periodo com quebra por
      *    sessao. Erro de leitura interrompe sem avaliar a sessao em
      *    curso - fluxo pela metade nao pode sair como preso.
      ******************************************************************
         PROCESS-SESSIONS.
            MOVE SPACES TO WS-CUR-SESSION
            EXEC SQL
               OPEN FLOW-ROW-CURSOR
            END-EXEC
            IF SQLCODE NOT = ZERO
               SET WS-RPT-FETCH-ERROR TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Erro ao abrir cursor das sessoes"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               PERFORM FETCH-ROW-LOOP
                  UNTIL WS-ROW-EOF OR WS-RPT-FETCH-ERROR
               EXEC SQL
                  CLOSE FLOW-ROW-CURSOR
               END-EXEC
            END-IF
            IF WS-RPT-FETCH-ERROR
               MOVE "N" TO WS-FLOW-CLEAN-SW
            END-IF.

         FETCH-ROW-LOOP.
            EXEC SQL
               FETCH FLOW-ROW-CURSOR
               INTO :WS-ROW-SESSION, :WS-ROW-CREATED-AT,
                    :WS-ROW-COMPONENT, :WS-ROW-ACTION,
                    :WS-ROW-STATUS, :WS-ROW-ENDPOINT,
                    :WS-ROW-VALUE
            END-EXEC
            EVALUATE TRUE
               WHEN SQLCODE = ZERO
                  IF WS-ROW-SESSION NOT = WS-CUR-SESSION
                     IF WS-CUR-SESSION NOT = SPACES
                        PERFORM CLOSE-SESSION
                     END-IF
                     MOVE WS-ROW-SESSION TO WS-CUR-SESSION
                     MOVE ZERO TO WS-INS-COUNT
                     ADD 1 TO WS-SESSION-COUNT
                  END-IF
                  PERFORM APPLY-ROW-TO-FLOW
                     VARYING WS-FLW-IDX FROM 1 BY 1
                     UNTIL WS-FLW-IDX > WS-FLW-COUNT
               WHEN SQLCODE = 100
                  SET WS-ROW-EOF TO TRUE
                  IF WS-CUR-SESSION NOT = SPACES
                     PERFORM CLOSE-SESSION
                  END-IF
               WHEN OTHER
                  SET WS-RPT-FETCH-ERROR TO TRUE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao ler cursor das sessoes"
                  DISPLAY "#SQLCODE: " SQLCODE
            END-EVALUATE.

      *    Confronta a linha com o fluxo WS-FLW-IDX: abertura, ou
      *    passo de fechamento quando a linha nao falhou.
         APPLY-ROW-TO-FLOW.
            IF (WS-ROW-ACTION = WS-FLW-OPEN-ACTION(WS-FLW-IDX)
                OR WS-FLW-OPEN-ACTION(WS-FLW-IDX) = "*")
               AND ((WS-FLW-OPEN-STATUS(WS-FLW-IDX) = SPACES
                     AND WS-ROW-STATUS NOT = "ERROR"
                     AND WS-ROW-STATUS NOT = "CRIT")
                    OR WS-ROW-STATUS = WS-FLW-OPEN-STATUS(WS-FLW-IDX))
               PERFORM OPEN-INSTANCE
            ELSE
               IF WS-ROW-STATUS NOT = "ERROR"
                  AND WS-ROW-STATUS NOT = "CRIT"
                  IF WS-FLW-ANY-CLOSE(WS-FLW-IDX)
                     PERFORM CLOSE-ANY-INSTANCE
                        VARYING WS-INS-IDX FROM 1 BY 1
                        UNTIL WS-INS-IDX > WS-INS-COUNT
                  ELSE
                     MOVE ZERO TO WS-STEP-HIT
                     PERFORM FIND-STEP
                        VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX >
                              WS-FLW-STEP-COUNT(WS-FLW-IDX)
                           OR WS-STEP-HIT > ZERO
                     IF WS-STEP-HIT > ZERO
                        PERFORM APPLY-CLOSE-STEP
                     END-IF
                  END-IF
               END-IF
            END-IF.

         OPEN-INSTANCE.
            IF WS-INS-COUNT >= WS-INS-MAX
               ADD 1 TO WS-INS-LOST-COUNT
               MOVE "N" TO WS-FLOW-CLEAN-SW
            ELSE
               ADD 1 TO WS-INS-COUNT
               MOVE WS-FLW-IDX        TO WS-INS-FLOW(WS-INS-COUNT)
               MOVE WS-ROW-CREATED-AT TO WS-INS-OPEN-TS(WS-INS-COUNT)
               MOVE WS-ROW-COMPONENT  TO WS-INS-COMPONENT(WS-INS-COUNT)
               MOVE WS-ROW-ENDPOINT   TO WS-INS-ENDPOINT(WS-INS-COUNT)
               MOVE WS-ROW-VALUE      TO WS-INS-VALUE(WS-INS-COUNT)
               MOVE ZERO          TO WS-INS-STEP-DONE(WS-INS-COUNT)
               MOVE SPACES        TO WS-INS-CLOSE-TS(WS-INS-COUNT)
            END-IF.

      *    Fechamento "*": a linha sem falha fecha toda abertura
      *    pendente do fluxo (a retentativa resolveu).
         CLOSE-ANY-INSTANCE.
            IF WS-INS-FLOW(WS-INS-IDX) = WS-FLW-IDX
               AND WS-INS-STEP-DONE(WS-INS-IDX) = ZERO
               MOVE 1 TO WS-INS-STEP-DONE(WS-INS-IDX)
               MOVE WS-ROW-CREATED-AT TO WS-INS-CLOSE-TS(WS-INS-IDX)
            END-IF.

         FIND-STEP.
            IF WS-ROW-ACTION = WS-FLW-STEP(WS-FLW-IDX WS-STEP-IDX)
               MOVE WS-STEP-IDX TO WS-STEP-HIT
            END-IF.

      *    Passo WS-STEP-HIT do fluxo: vai para a abertura mais antiga
      *    que esta esperando exatamente esse passo. Sem nenhuma, se
      *    alguma abertura ja passou por ele e repeticao (FECHADO 2X,
      *    contra a mais recente); senao o passo veio fora de ordem.
         APPLY-CLOSE-STEP.
            COMPUTE WS-STEP-PREV = WS-STEP-HIT - 1
            MOVE ZERO TO WS-INS-HIT
            MOVE ZERO TO WS-INS-DUP
            PERFORM FIND-AWAITING-INSTANCE
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT
                  OR WS-INS-HIT > ZERO
            EVALUATE TRUE
               WHEN WS-INS-HIT > ZERO
                  MOVE WS-STEP-HIT TO WS-INS-STEP-DONE(WS-INS-HIT)
                  IF WS-STEP-HIT = WS-FLW-STEP-COUNT(WS-FLW-IDX)
                     MOVE WS-ROW-CREATED-AT
                       TO WS-INS-CLOSE-TS(WS-INS-HIT)
                  END-IF
               WHEN WS-INS-DUP > ZERO
                  SET WS-OCC-DUPLICATE TO TRUE
                  PERFORM REPORT-STEP-OCCURRENCE
               WHEN OTHER
                  SET WS-OCC-OUT-OF-ORDER TO TRUE
                  PERFORM REPORT-STEP-OCCURRENCE
            END-EVALUATE.

         FIND-AWAITING-INSTANCE.
            IF WS-INS-FLOW(WS-INS-IDX) = WS-FLW-IDX
               IF WS-INS-STEP-DONE(WS-INS-IDX) = WS-STEP-PREV
                  MOVE WS-INS-IDX TO WS-INS-HIT
               ELSE
                  IF WS-INS-STEP-DONE(WS-INS-IDX) >= WS-STEP-HIT
                     MOVE WS-INS-IDX TO WS-INS-DUP
                  END-IF
               END-IF
            END-IF.

      *    Passo repetido ou fora de ordem - so e listado quando a
      *    linha e do periodo. Valor e endpoint sao os da propria
      *    linha (uma captura repetida e valor cobrado em dobro).
         REPORT-STEP-OCCURRENCE.
            IF WS-ROW-CREATED-AT(1:10) >= WS-DATE-INICIO
               AND WS-ROW-CREATED-AT(1:10) < WS-DATE-FIM-EXCL
               MOVE WS-ROW-CREATED-AT(1:19) TO WS-OCC-TS
               MOVE WS-ROW-COMPONENT TO WS-OCC-COMPONENT
               MOVE WS-ROW-ACTION    TO WS-OCC-ACTION
               MOVE WS-ROW-ENDPOINT  TO WS-OCC-ENDPOINT
               MOVE WS-ROW-VALUE     TO WS-OCC-VALUE
               MOVE ZERO             TO WS-ALERT-MIN
               MOVE ZERO             TO WS-OCC-LIMIT
               MOVE SPACES           TO WS-COL-MINUTES
               IF WS-OCC-DUPLICATE
                  ADD 1 TO WS-DUP-COUNT
                  ADD WS-ROW-VALUE TO WS-DUP-TOTAL
                  MOVE "FLUXO_FECHADO_2X" TO WS-OCC-ALERT-TYPE
               ELSE
                  ADD 1 TO WS-ORDER-COUNT
                  MOVE "FLUXO_FORA_ORDEM" TO WS-OCC-ALERT-TYPE
               END-IF
               PERFORM PRINT-OCCURRENCE
            END-IF.

      ******************************************************************
      *    Fim da sessao: avalia cada abertura feita no periodo -
      *    concluida, ainda no prazo, ou presa.
      ******************************************************************
         CLOSE-SESSION.
            PERFORM CHECK-INSTANCE
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT.

         CHECK-INSTANCE.
            MOVE WS-INS-FLOW(WS-INS-IDX) TO WS-FLW-IDX
            IF WS-INS-OPEN-TS(WS-INS-IDX)(1:10) >= WS-DATE-INICIO
               AND WS-INS-OPEN-TS(WS-INS-IDX)(1:10) < WS-DATE-FIM-EXCL
               ADD 1 TO WS-OPENED-COUNT
               IF WS-INS-CLOSE-TS(WS-INS-IDX) NOT = SPACES
                  ADD 1 TO WS-CLOSED-COUNT
               ELSE
                  MOVE WS-INS-OPEN-TS(WS-INS-IDX) TO WS-CALC-TS
                  PERFORM CALC-TS-MINUTES
                  COMPUTE WS-ELAPSED-MIN =
                          WS-NOW-MINUTES - WS-CALC-MINUTES
                  IF WS-ELAPSED-MIN > WS-FLW-MAX-MIN(WS-FLW-IDX)
                     PERFORM REPORT-STUCK-INSTANCE
                  ELSE
                     ADD 1 TO WS-PENDING-COUNT
                  END-IF
               END-IF
            END-IF.

         REPORT-STUCK-INSTANCE.
            SET WS-OCC-STUCK TO TRUE
            ADD 1 TO WS-STUCK-COUNT
            ADD WS-INS-VALUE(WS-INS-IDX) TO WS-STUCK-TOTAL
            MOVE WS-INS-OPEN-TS(WS-INS-IDX)(1:19) TO WS-OCC-TS
            MOVE WS-INS-COMPONENT(WS-INS-IDX) TO WS-OCC-COMPONENT
            MOVE WS-FLW-OPEN-ACTION(WS-FLW-IDX) TO WS-OCC-ACTION
            MOVE WS-INS-ENDPOINT(WS-INS-IDX) TO WS-OCC-ENDPOINT
            MOVE WS-INS-VALUE(WS-INS-IDX) TO WS-OCC-VALUE
            MOVE WS-FLW-MAX-MIN(WS-FLW-IDX) TO WS-OCC-LIMIT
            IF WS-ELAPSED-MIN > 999999
               MOVE 999999 TO WS-ALERT-MIN
            ELSE
               MOVE WS-ELAPSED-MIN TO WS-ALERT-MIN
            END-IF
            MOVE WS-ALERT-MIN TO WS-EDITED-MIN
            MOVE WS-EDITED-MIN TO WS-COL-MINUTES
            MOVE "FLUXO_ABERTO" TO WS-OCC-ALERT-TYPE
            PERFORM ADD-ENDPOINT-TOTAL
            PERFORM PRINT-OCCURRENCE.

      *    Acumula o valor preso no endpoint da abertura
         ADD-ENDPOINT-TOTAL.
            MOVE ZERO TO WS-EPT-HIT
            PERFORM FIND-ENDPOINT
               VARYING WS-EPT-IDX FROM 1 BY 1
               UNTIL WS-EPT-IDX > WS-EPT-COUNT-USED
                  OR WS-EPT-HIT > ZERO
            EVALUATE TRUE
               WHEN WS-EPT-HIT > ZERO
                  ADD 1 TO WS-EPT-COUNT(WS-EPT-HIT)
                  ADD WS-OCC-VALUE TO WS-EPT-VALUE(WS-EPT-HIT)
               WHEN WS-EPT-COUNT-USED >= WS-EPT-MAX
                  ADD 1 TO WS-EPT-OTHER-COUNT
                  ADD WS-OCC-VALUE TO WS-EPT-OTHER-VALUE
               WHEN OTHER
                  ADD 1 TO WS-EPT-COUNT-USED
                  MOVE WS-OCC-ENDPOINT
                    TO WS-EPT-ENDPOINT(WS-EPT-COUNT-USED)
                  MOVE 1 TO WS-EPT-COUNT(WS-EPT-COUNT-USED)
                  MOVE WS-OCC-VALUE
                    TO WS-EPT-VALUE(WS-EPT-COUNT-USED)
            END-EVALUATE.

         FIND-ENDPOINT.
            IF WS-EPT-ENDPOINT(WS-EPT-IDX) = WS-OCC-ENDPOINT
               MOVE WS-EPT-IDX TO WS-EPT-HIT
            END-IF.

      *    Minutos corridos de WS-CALC-TS (AAAA-MM-DD HH:MM...)
         CALC-TS-MINUTES.
            MOVE WS-CALC-TS(1:4)  TO WS-DAY-YMD(1:4)
            MOVE WS-CALC-TS(6:2)  TO WS-DAY-YMD(5:2)
            MOVE WS-CALC-TS(9:2)  TO WS-DAY-YMD(7:2)
            MOVE WS-CALC-TS(12:2) TO WS-CALC-HH-X
            MOVE WS-CALC-TS(15:2) TO WS-CALC-MI-X
            COMPUTE WS-CALC-MINUTES =
                    FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) * 1440
                  + WS-CALC-HH * 60 + WS-CALC-MI.

      *    Uma linha por ocorrencia no console e no impresso, e a
      *    mesma ocorrencia no ALERTOUT.
         PRINT-OCCURRENCE.
            MOVE WS-OCC-VALUE TO WS-EDITED-VALUE
            MOVE SPACES TO WS-PRT-LINE
            STRING WS-OCC-CATEGORY        DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-CUR-SESSION         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-FLW-NAME(WS-FLW-IDX) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-OCC-ENDPOINT(1:30)  DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-OCC-TS              DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-OCC-ACTION          DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-COL-MINUTES         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-EDITED-VALUE        DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            DISPLAY WS-PRT-LINE(1:130)
            PERFORM WRITE-PRINT-LINE
            PERFORM WRITE-ALERT-LINE.

      *    Layout do LOGALRT01 (carimbo;componente;tipo;apurado;
      *    limite) seguido de sessao;fluxo;endpoint;valor. Apurado e
      *    limite sao os minutos da abertura presa e o tempo maximo
      *    do fluxo (zeros nas ocorrencias de passo).
         WRITE-ALERT-LINE.
            IF WS-OUT-OPEN
               MOVE WS-OCC-VALUE TO WS-ALERT-VALUE
               MOVE SPACES TO WS-ALERT-LINE
               STRING WS-RUN-START-TS     DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-OCC-COMPONENT    DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-OCC-ALERT-TYPE   DELIMITED BY SPACE
                      ";"                 DELIMITED BY SIZE
                      WS-ALERT-MIN        DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-OCC-LIMIT        DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-CUR-SESSION      DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-FLW-NAME(WS-FLW-IDX) DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-OCC-ENDPOINT     DELIMITED BY SIZE
                      ";"                 DELIMITED BY SIZE
                      WS-ALERT-VALUE      DELIMITED BY SIZE
                 INTO WS-ALERT-LINE
               END-STRING
               MOVE WS-ALERT-LINE TO ALERT-OUTPUT-REC
               WRITE ALERT-OUTPUT-REC
               IF WS-OUT-FILE-STATUS NOT = "00"
                  MOVE "N" TO WS-FLOW-CLEAN-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Erro ao gravar ALERTOUT - FILE STATUS: "
                          WS-OUT-FILE-STATUS
                  DISPLAY "#Linha perdida: " WS-ALERT-LINE(1:120)
               ELSE
                  ADD 1 TO WS-ALERT-COUNT
               END-IF
            END-IF.

      *    Resumo por categoria e valor preso por endpoint, no console
      *    e no fim do impresso.
         PRINT-FLOW-SUMMARY.
            DISPLAY " "
            DISPLAY "1\FLOW_SUMMARY"
            MOVE SPACES TO WS-PRT-HEADING
            MOVE SPACES TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE "-- RESUMO --" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE

            MOVE WS-SESSION-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "SESSOES EXAMINADAS:        " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-OPENED-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "FLUXOS ABERTOS NO PERIODO: " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-CLOSED-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "CONCLUIDOS:                " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-PENDING-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "EM ANDAMENTO (NO PRAZO):   " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-STUCK-COUNT TO WS-EDITED-COUNT
            MOVE WS-STUCK-TOTAL TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING "PRESOS:                    " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
                   "  VALOR "                    DELIMITED BY SIZE
                   WS-EDITED-TOTAL               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-ORDER-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "PASSOS FORA DE ORDEM:      " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-DUP-COUNT TO WS-EDITED-COUNT
            MOVE WS-DUP-TOTAL TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING "FECHADOS DUAS VEZES:       " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
                   "  VALOR "                    DELIMITED BY SIZE
                   WS-EDITED-TOTAL               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-ALERT-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "ALERTAS GRAVADOS:          " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            MOVE WS-BADCFG-COUNT TO WS-EDITED-COUNT
            MOVE SPACES TO WS-PRT-LINE
            STRING "LINHAS FLOWCFG INVALIDAS:  " DELIMITED BY SIZE
                   WS-EDITED-COUNT               DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            PERFORM SHOW-SUMMARY-LINE

            IF WS-EPT-COUNT-USED > ZERO
               MOVE SPACES TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE "-- VALOR PRESO POR ENDPOINT --" TO WS-PRT-LINE
               PERFORM SHOW-SUMMARY-LINE
               PERFORM PRINT-ENDPOINT-TOTAL
                  VARYING WS-EPT-IDX FROM 1 BY 1
                  UNTIL WS-EPT-IDX > WS-EPT-COUNT-USED
               IF WS-EPT-OTHER-COUNT > ZERO
                  MOVE WS-EPT-OTHER-COUNT TO WS-EDITED-COUNT
                  MOVE WS-EPT-OTHER-VALUE TO WS-EDITED-TOTAL
                  MOVE SPACES TO WS-PRT-LINE
                  STRING "DEMAIS ENDPOINTS                "
                                            DELIMITED BY SIZE
                         "                  "
                                            DELIMITED BY SIZE
                         WS-EDITED-COUNT    DELIMITED BY SIZE
                         " "                DELIMITED BY SIZE
                         WS-EDITED-TOTAL    DELIMITED BY SIZE
                    INTO WS-PRT-LINE
                  END-STRING
                  PERFORM SHOW-SUMMARY-LINE
               END-IF
            END-IF

            IF WS-INS-LOST-COUNT > ZERO
               MOVE WS-INS-LOST-COUNT TO WS-EDITED-COUNT
               DISPLAY "#ALERTA: aberturas alem da capacidade da"
               DISPLAY "#        tabela da sessao, fora da analise: "
                       WS-EDITED-COUNT
               MOVE SPACES TO WS-PRT-LINE
               STRING "ALERTA: ABERTURAS FORA DA ANALISE "
                                        DELIMITED BY SIZE
                      "(CAPACIDADE): "  DELIMITED BY SIZE
                      WS-EDITED-COUNT   DELIMITED BY SIZE
                 INTO WS-PRT-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
            END-IF

            IF WS-RPT-FETCH-ERROR
               DISPLAY "#ALERTA: leitura interrompida - relatorio"
               DISPLAY "#        parcial"
               MOVE "ALERTA: LEITURA INTERROMPIDA - RELATORIO PARCIAL"
                 TO WS-PRT-LINE
               PERFORM WRITE-PRINT-LINE
            END-IF

            IF WS-STUCK-COUNT > ZERO OR WS-ORDER-COUNT > ZERO
               OR WS-DUP-COUNT > ZERO
               DISPLAY "#ALERTA: sessoes com fluxo incompleto -"
               DISPLAY "#        ocorrencias no ALERTOUT"
            ELSE
               DISPLAY "#Todos os fluxos do periodo em ordem"
            END-IF

            MOVE "*** FIM DO RELATORIO ***" TO WS-PRT-LINE
            PERFORM WRITE-PRINT-LINE.

         PRINT-ENDPOINT-TOTAL.
            MOVE WS-EPT-COUNT(WS-EPT-IDX) TO WS-EDITED-COUNT
            MOVE WS-EPT-VALUE(WS-EPT-IDX) TO WS-EDITED-TOTAL
            MOVE SPACES TO WS-PRT-LINE
            STRING WS-EPT-ENDPOINT(WS-EPT-IDX) DELIMITED BY SIZE
                   WS-EDITED-COUNT             DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-EDITED-TOTAL             DELIMITED BY SIZE
              INTO WS-PRT-LINE
            END-STRING
            DISPLAY "#" WS-PRT-LINE(1:77)
            PERFORM WRITE-PRINT-LINE.

         SHOW-SUMMARY-LINE.
            DISPLAY "#" WS-PRT-LINE(1:77)
            PERFORM WRITE-PRINT-LINE.

         OPEN-PRINT-FILE.
            OPEN OUTPUT PRINT-REPORT-FILE
            IF WS-PRT-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: nao foi possivel abrir o RPTFLW -"
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
                  DISPLAY "#Erro ao gravar RPTFLW - FILE STATUS: "
                          WS-PRT-FILE-STATUS
                  MOVE "N" TO WS-PRT-OPEN-SW
                  CLOSE PRINT-REPORT-FILE
               ELSE
                  ADD 1 TO WS-PRT-LINE-COUNT
               END-IF
            END-IF.

      *    Cabecalho de pagina: id do relatorio, emissao, periodo,
      *    numero da pagina e o titulo de colunas corrente.
         WRITE-PAGE-HEADER.
            ADD 1 TO WS-PRT-PAGE-NUM
            MOVE WS-PRT-PAGE-NUM TO WS-EDITED-PAGE
            MOVE ZERO TO WS-PRT-LINE-COUNT

            MOVE SPACES TO PRINT-REPORT-REC
            STRING "LOGFLW01  SESSOES COM FLUXO INCOMPLETO"
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
                   "   (MINUTOS = DESDE A ABERTURA, PARA PRESO)"
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

      *    Registra a execucao em log_batch_runs via RUNWRITE - lidas
      *    = sessoes examinadas, inseridas = alertas gravados no
      *    ALERTOUT e rejeitadas = linhas de FLOWCFG invalidas. Suja
      *    quando a leitura ou o ALERTOUT falhou ou a tabela da
      *    sessao estourou. Falha no registro vira aviso.
         WRITE-RUN-HISTORY.
            PERFORM FORMAT-RUN-TS
            MOVE WS-RUN-TS-WORK TO WS-RUN-END-TS

            MOVE "LOGFLW01"            TO RUNWR-JOB-NAME
            MOVE WS-RUN-START-TS       TO RUNWR-START-TS
            MOVE WS-RUN-END-TS         TO RUNWR-END-TS
            MOVE WS-SESSION-COUNT      TO RUNWR-LINES-READ
            MOVE WS-ALERT-COUNT        TO RUNWR-LINES-INSERTED
            MOVE WS-BADCFG-COUNT       TO RUNWR-LINES-REJECTED
            MOVE ZERO                  TO RUNWR-LINES-DEADLTR
            MOVE ZERO                  TO RUNWR-COMMIT-COUNT
            IF WS-FLOW-RUN-CLEAN
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
               DISPLAY "#execucao em log_batch_runs"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF.

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF

            STOP RUN.
