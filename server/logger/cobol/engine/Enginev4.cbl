      *                    log_period_control / LOGPERD01) e recusada
      *                    pelo LOGWRITE e vai para o dead-letter com
      *                    motivo PERIODO_FECHADO.
      *  2026-10-15  DEV  Feed de origem em toda linha: LOGWR-FEED-CODE
      *                    no LOGWRITE, feed no fim da linha do DEADLTR
      *                    (registro X(320)) e do LOGSIG,
      *                    RUNWR-FEED-CODE no historico. Manifesto
      *                    LOGMANF (feed;arquivo) carrega varios feeds
      *                    na mesma execucao, cada um com trailer,
      *                    LOGSIG, checkpoint (CKPFILE.<feed>) e linha
      *                    de historico proprios; feed com problema nao
      *                    impede os demais. Sem manifesto le o LOGIN
      *                    com o feed de LOGIN_FEED_CODE (default
      *                    LOGIN). Comando LOG aceita o feed no 10o
      *                    campo (default MANUAL).
      *  2026-10-15  DEV  Registro de abertura de sessao (comando SESSAO
      *                    e linha SESSAO; no LOGIN), gravado em
      *                    log_session_registry pelo SESWRITE.
      *  2026-10-15  DEV  Linha LOG (comando e carga) conferida no
      *                    cadastro de endpoints ENDPMST via ENDPCHK;
      *                    desconhecido ou aposentado vai ao DEADLTR
      *                    (ENDPOINT_DESCONHECIDO /
      *                    ENDPOINT_APOSENTADO).
      *  2026-10-15  DEV  Diario do operador: operador identificado no
      *                    START (ou LOG_OPERADOR), motivo a cada
      *                    LOG/SECLOG/LOGFILE (ou LOG_MOTIVO na carga
      *                    por PARM) e registro de cada comando e de
      *                    cada LOGFILE_FORCE=S em log_operator_audit
      *                    via AUDWRITE; sem operador ou motivo o
      *                    comando e recusado.
      *  2026-10-15  DEV  Carga LOGFILE registra em log_batch_runs a
      *                    contagem de mensagens mascaradas por regra
      *                    (MASKMSG), uma linha MSK-<regra> por carga.
      *  2026-10-15  DEV  Conferencia de carga dupla percorre as
      *                    geracoes vigentes do LOGSIG (catalogo do
      *                    LOGGEN01, via GENLIST) e depois o corrente -
      *                    assinatura rolada continua bloqueando o
      *                    reenvio.
      *  2026-10-15  DEV  Revisao: message mascarado no DEADLTR;
      *                    contagem de mascaras dos comandos LOG
      *                    gravada antes de cada LOGFILE e no fim;
      *                    diario com a assinatura de cada feed do
      *                    manifesto.

      ******************************************************************
         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
            SELECT LOG-INPUT-FILE ASSIGN TO WS-LOGIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-FILE-STATUS.

            SELECT LOG-MANIFEST-FILE ASSIGN TO "LOGMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNF-FILE-STATUS.

            SELECT LOG-DEADLETTER-FILE ASSIGN TO "DEADLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLETTER-FILE-STATUS.

            SELECT LOG-CHECKPOINT-FILE ASSIGN TO WS-CKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-FILE-STATUS.

      *     Geracao do LOGSIG (so na conferencia) ou o corrente -
      *     nome atribuido em tempo de execucao.
            SELECT LOG-SIGNATURE-FILE ASSIGN TO WS-SIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-FILE-STATUS.

         FD  LOG-INPUT-FILE.
         01  LOG-INPUT-REC           PIC X(500).

      *  Manifesto da carga em lote - uma linha por feed a carregar
      *  nesta execucao (codigo do feed;nome do arquivo). Linha em
      *  branco ou com "*" na coluna 1 e comentario. Sem LOGMANF a
      *  carga le o LOGIN, como sempre.
         FD  LOG-MANIFEST-FILE.
         01  LOG-MANIFEST-REC        PIC X(120).

      *  Arquivo de rejeitados (dead-letter) - linhas de log cujo
      *  INSERT falhou, com SQLCODE, motivo, timestamp e feed de
      *  origem anexados para permitir inspecao e reenvio posterior.
         FD  LOG-DEADLETTER-FILE.
         01  LOG-DEADLETTER-REC      PIC X(320).

      *  Checkpoint da carga em lote - ultimo numero de registro lido
      *  do LOGIN e sessao correspondente, gravado apos cada commit,
      *  para permitir reiniciar a carga sem reprocessar linhas ja
      *  confirmadas. Na carga por manifesto cada feed tem o seu
      *  (CKPFILE.<feed>) - o restart de um feed nao pode pular
      *  linhas do arquivo de outro.
         FD  LOG-CHECKPOINT-FILE.
         01  LOG-CKP-REC             PIC X(30).

      *  Assinaturas dos LOGIN ja carregados limpos - uma linha por
      *  carga (1a sessao;ultima sessao;qtde de linhas;hash de value;
      *  timestamp;feed), usada para recusar a carga dupla do mesmo
      *  arquivo. O checkpoint so protege o restart do mesmo run; e a
      *  assinatura que pega o arquivo inteiro reapresentado.
         FD  LOG-SIGNATURE-FILE.
         01  WS-LOGIN-FILE-STATUS   PIC X(2)  VALUE SPACES.
         01  WS-COMMIT-INTERVAL     PIC 9(6) VALUE 50.

      *  Feed de origem da carga e arquivo/checkpoint do feed
      *  corrente. Sem manifesto: arquivo LOGIN, checkpoint CKPFILE e
      *  feed da variavel LOGIN_FEED_CODE (default LOGIN). Com o
      *  manifesto LOGMANF: um ciclo completo de carga por linha -
      *  pre-varredura, LOGSIG, carga, trailer e historico - e o feed
      *  com problema nao impede os seguintes.
         01  WS-FEED-CODE           PIC X(10) VALUE SPACES.
         01  WS-LOGIN-NAME          PIC X(100) VALUE "LOGIN".
         01  WS-CKP-NAME            PIC X(20) VALUE "CKPFILE".
         01  WS-MNF-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-MNF-LINE            PIC X(120) VALUE SPACES.
         01  WS-MNF-FEED            PIC X(10) VALUE SPACES.
         01  WS-MNF-FILE            PIC X(100) VALUE SPACES.
         01  WS-MNF-SW              PIC X(1)  VALUE "N".
             88 WS-MNF-EOF                  VALUE "Y".
         01  WS-MNF-FEED-COUNT      PIC 9(4)  VALUE ZERO.
         01  WS-MNF-CLEAN-COUNT     PIC 9(4)  VALUE ZERO.
         01  WS-MNF-DIRTY-COUNT     PIC 9(4)  VALUE ZERO.

      *  Feed gravado na linha corrente: na carga em lote e sempre o
      *  feed do arquivo; no comando LOG vem do 10o campo opcional
      *  (sem ele, MANUAL).
         01  WS-LINE-FEED-CODE      PIC X(10) VALUE SPACES.

      *  Intervalo de commit informado pelo operador - 2o token da
      *  PARM de startup ("LOGFILE 5000") ou variavel de ambiente
      *  LOGFILE_COMMIT_INTERVAL; invalido ou ausente vale o default.

      *  Dead-letter (linhas com INSERT rejeitado pelo banco)
         01  WS-DEADLETTER-FILE-STATUS PIC X(2) VALUE SPACES.
         01  WS-DEADLETTER-LINE     PIC X(320) VALUE SPACES.
         01  WS-DEADLETTER-COUNT    PIC 9(8)  VALUE ZERO.
         01  WS-SYS-DATE            PIC 9(8).
         01  WS-SYS-TIME            PIC 9(8).
      *  Parametros do subprograma SECWRITE (ver Secwrpm.cpy)
         COPY SECWRPM.

      *  Parametros do subprograma SESWRITE (ver Seswrpm.cpy)
         COPY SESWRPM.

      *  Parametros do subprograma ENDPCHK (ver Endpckpm.cpy). Cadastro
      *  ENDPMST indisponivel nao recusa nada - avisa uma vez por
      *  execucao e a linha segue sem conferencia de endpoint.
         COPY ENDPCKPM.
         01  WS-ENDP-WARNED-SW      PIC X(1)  VALUE "N".
             88 WS-ENDP-WARNED              VALUE "S".

      *  Registro de abertura de sessao - SESSAO;sessao;usuario;IP de
      *  origem;abertura (AAAA-MM-DD HH:MM:SS, opcional - em branco
      *  vale o instante da gravacao). Chega pelo comando SESSAO ou
      *  como linha do LOGIN, no meio das linhas de log; e o que liga
      *  a sessao ao usuario que a abriu (log_session_registry).
         01  WS-SES-TAG             PIC X(10) VALUE SPACES.
         01  WS-SES-SESSION-ID      PIC X(10) VALUE SPACES.
         01  WS-SES-USER-ID         PIC X(20) VALUE SPACES.
         01  WS-SES-SOURCE-IP       PIC X(45) VALUE SPACES.
         01  WS-SES-OPENED-AT       PIC X(26) VALUE SPACES.
         01  FILLER REDEFINES WS-SES-OPENED-AT.
             05 WS-SES-OPN-YEAR     PIC X(4).
             05 WS-SES-OPN-SEP1     PIC X(1).
             05 WS-SES-OPN-MONTH    PIC X(2).
             05 WS-SES-OPN-SEP2     PIC X(1).
             05 WS-SES-OPN-DAY      PIC X(2).
             05 WS-SES-OPN-SEP3     PIC X(1).
             05 WS-SES-OPN-HOUR     PIC X(2).
             05 WS-SES-OPN-SEP4     PIC X(1).
             05 WS-SES-OPN-MIN      PIC X(2).
             05 WS-SES-OPN-SEP5     PIC X(1).
             05 WS-SES-OPN-SEC      PIC X(2).
             05 WS-SES-OPN-REST     PIC X(7).
         01  WS-SES-CMD-INPUT       PIC X(200) VALUE SPACES.

      *  Registros de sessao da carga: gravados e ainda nao
      *  comitados, registrados, e os que falharam no banco.
         01  WS-SESS-PENDING        PIC 9(6)  VALUE ZERO.
         01  WS-SESS-REG-COUNT      PIC 9(8)  VALUE ZERO.
         01  WS-SESS-ERROR-COUNT    PIC 9(8)  VALUE ZERO.

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) e
      *  timestamps de inicio/fim da carga LOGFILE para o historico
      *  de execucoes em log_batch_runs.
         01  WS-RUN-START-TS        PIC X(19) VALUE SPACES.
         01  WS-RUN-END-TS          PIC X(19) VALUE SPACES.
         01  WS-RUN-TS-WORK         PIC X(19) VALUE SPACES.
         01  WS-CMD-START-TS        PIC X(19) VALUE SPACES.

      *  Parametros do subprograma MASKMSG (ver Maskmpm.cpy) - o
      *  LOGWRITE mascara o message de cada linha; a carga registra a
      *  contagem em log_batch_runs no fim, junto do proprio
      *  historico, e a dos comandos LOG e registrada antes de cada
      *  carga e no fim do programa. O dead-letter mascara aqui.
         COPY MASKMPM.

      *  Diario do operador (ver Audwrpm.cpy). O operador se
      *  identifica no START (ou LOG_OPERADOR na carga por PARM) e
      *  cada LOG/SECLOG/LOGFILE pede o motivo (LOG_MOTIVO na carga
      *  por PARM); sem um dos dois o comando e recusado. Cada
      *  comando, e cada LOGFILE_FORCE=S usado, deixa um registro em
      *  log_operator_audit via AUDWRITE.
         COPY AUDWRPM.
         01  WS-OPER-ID             PIC X(20) VALUE SPACES.
         01  WS-AUD-READY-SW        PIC X(1)  VALUE "N".
             88 WS-AUD-READY                VALUE "Y".
         01  WS-AUD-ROWS-BEFORE     PIC 9(8)  VALUE ZERO.
         01  WS-AUD-HASH-X          PIC -Z(12)9,99 VALUE SPACES.
         01  WS-AUD-F-SESSION       PIC X(10)  VALUE SPACES.
         01  WS-AUD-F-DUMMY         PIC X(100) VALUE SPACES.
         01  WS-AUD-F-ENDPOINT      PIC X(50)  VALUE SPACES.
         01  WS-AUD-F-METHOD        PIC X(6)   VALUE SPACES.
         01  WS-AUD-F-VALUE         PIC X(13)  VALUE SPACES.

      *  Checkpoint/restart da carga em lote
         01  WS-CKP-FILE-STATUS     PIC X(2)  VALUE SPACES.
                10 WS-PEND-METHOD     PIC X(6).
                10 WS-PEND-VALUE      PIC S9(10)V99.
                10 WS-PEND-VALUE-TEXT PIC X(13).
                10 WS-PEND-FEED       PIC X(10).
         01  WS-PEND-COUNT          PIC 9(2)  VALUE ZERO.
         01  WS-PEND-HOLD           PIC 9(2)  VALUE ZERO.
         01  WS-PEND-IDX            PIC 9(2)  VALUE ZERO.
             88 WS-DUP-LOAD-FOUND           VALUE "Y".
         01  WS-FORCE-LOAD          PIC X(1)  VALUE "N".

      *  O LOGSIG e rolado em geracoes pelo LOGGEN01 - a conferencia
      *  percorre as geracoes vigentes (ver Genlspm.cpy) e depois o
      *  corrente; a gravacao e sempre no corrente.
         COPY GENLSPM.
         01  WS-SIG-GEN-IDX         PIC 9(3)  VALUE ZERO.
         01  WS-SIG-FILE-NAME       PIC X(40) VALUE "LOGSIG".

      *  Campos da linha do LOGSIG lida na conferencia
         01  WS-SIGR-FIRST          PIC X(10) VALUE SPACES.
         01  WS-SIGR-LAST           PIC X(10) VALUE SPACES.
         01  WS-SIGR-COUNT    REDEFINES WS-SIGR-COUNT-X PIC 9(8).
         01  WS-SIGR-HASH-X         PIC X(16) VALUE SPACES.
         01  WS-SIGR-STAMP          PIC X(20) VALUE SPACES.
         01  WS-SIGR-FEED           PIC X(10) VALUE SPACES.

      *  Campos de varredura de linha (1o e 9o campos do layout LOG)
      *  usados na acumulacao dos totais do trailer e na assinatura
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               MOVE "S" TO WS-BATCH-MODE
               PERFORM SIGN-ON-OPERATOR
               PERFORM GET-ACTION-REASON
               PERFORM RUN-AUDITED-LOGFILE
            END-IF
            PERFORM FIM-PROGRAMA.

         MENU-HELP.
            DISPLAY "=== COMANDOS DE TESTE DE LOG ===".
            DISPLAY "START   : Inicia conexao com o banco e".
            DISPLAY "          identifica o operador".
            DISPLAY "LOG     : Insere log (formato:)".
            DISPLAY "          id;comp;act;status;resp;msg;end;met;val".
            DISPLAY "          [;feed] - sem feed, grava MANUAL".
            DISPLAY "LOGFILE : Carrega log em lote a partir do".
            DISPLAY "          arquivo LOGIN (mesmo layout do LOG),".
            DISPLAY "          ou dos feeds listados no LOGMANF".
            DISPLAY "SECLOG  : Insere evento de seguranca (formato:)".
            DISPLAY "          userid;sourceip;authresult;reason".
            DISPLAY "SESSAO  : Registra abertura de sessao (formato:)".
            DISPLAY "          sessao;userid;sourceip[;abertura]".
            DISPLAY "LOG, LOGFILE e SECLOG pedem o motivo".
            DISPLAY "HELP    : Mostra este menu".
            DISPLAY "EXIT    : Finaliza o programa".
            DISPLAY "================================".

         START-DB.
            PERFORM CONNECT-DB
            IF WS-DB-STARTED = "S"
               PERFORM SIGN-ON-OPERATOR
            END-IF
            PERFORM WAIT-CMD.

      *    Logica de conexao isolada para poder ser chamada tanto pelo
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM FORMAT-RUN-TS
               MOVE WS-RUN-TS-WORK TO WS-CMD-START-TS
               OPEN EXTEND LOG-DEADLETTER-FILE
               IF WS-DEADLETTER-FILE-STATUS NOT = "00"
                  DISPLAY "0\STATUS"
                  DISPLAY "#Banco nao conectado - Digite START primeiro"
                  PERFORM WAIT-CMD
               ELSE
                  PERFORM GET-ACTION-REASON
                  MOVE "S" TO WS-BATCH-MODE
                  PERFORM RUN-AUDITED-LOGFILE
                  MOVE "N" TO WS-BATCH-MODE
                  PERFORM WAIT-CMD
               END-IF
                  PERFORM PROCESS-SECLOG
                  PERFORM WAIT-CMD
               END-IF
            ELSE IF WS-CMD = "SESSAO"
               IF WS-DB-STARTED = "N"
                  DISPLAY "0\STATUS"
                  DISPLAY "#Banco nao conectado - Digite START primeiro"
                  PERFORM WAIT-CMD
               ELSE
                  PERFORM PROCESS-SESSION
                  PERFORM WAIT-CMD
               END-IF
            ELSE IF WS-CMD = "HELP"
               PERFORM MENU-HELP
            ELSE IF WS-CMD = "EXIT" OR WS-CMD = "QUIT"
         PROCESS-LOG.
            DISPLAY "Digite dados do log (separados por ;):"
            ACCEPT WS-INPUT
            PERFORM GET-ACTION-REASON
            MOVE "LOG" TO AUDWR-ACTION
            PERFORM FORMAT-LOG-AUDIT-PARAMS
            PERFORM CHECK-AUDIT-READY
            IF WS-AUD-READY
               MOVE WS-ROWS-COMMITTED-COUNT TO WS-AUD-ROWS-BEFORE
               PERFORM PROCESS-LOG-LINE
               IF WS-ROWS-COMMITTED-COUNT > WS-AUD-ROWS-BEFORE
                  SET AUDWR-OUTCOME-OK TO TRUE
               ELSE
                  SET AUDWR-OUTCOME-FAILED TO TRUE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
            END-IF.

      *    Parametros do LOG no diario: sessao, endpoint, metodo e
      *    valor - a mensagem fica de fora do diario.
         FORMAT-LOG-AUDIT-PARAMS.
            MOVE SPACES TO WS-AUD-F-SESSION
            MOVE SPACES TO WS-AUD-F-ENDPOINT
            MOVE SPACES TO WS-AUD-F-METHOD
            MOVE SPACES TO WS-AUD-F-VALUE
            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-AUD-F-SESSION
                     WS-AUD-F-DUMMY
                     WS-AUD-F-DUMMY
                     WS-AUD-F-DUMMY
                     WS-AUD-F-DUMMY
                     WS-AUD-F-DUMMY
                     WS-AUD-F-ENDPOINT
                     WS-AUD-F-METHOD
                     WS-AUD-F-VALUE
            END-UNSTRING
            MOVE SPACES TO AUDWR-PARAMS
            STRING "sessao="          DELIMITED BY SIZE
                   WS-AUD-F-SESSION   DELIMITED BY SPACE
                   " endpoint="       DELIMITED BY SIZE
                   WS-AUD-F-ENDPOINT  DELIMITED BY SPACE
                   " metodo="         DELIMITED BY SIZE
                   WS-AUD-F-METHOD    DELIMITED BY SPACE
                   " valor="          DELIMITED BY SIZE
                   WS-AUD-F-VALUE     DELIMITED BY SPACE
              INTO AUDWR-PARAMS
            END-STRING.

      *    Identifica o operador da sessao: LOG_OPERADOR do ambiente
      *    ou, no menu interativo, o prompt do START. Sem operador a
      *    conexao sobe, mas LOG, SECLOG e LOGFILE sao recusados.
         SIGN-ON-OPERATOR.
            MOVE SPACES TO WS-OPER-ID
            ACCEPT WS-OPER-ID FROM ENVIRONMENT "LOG_OPERADOR"
            IF WS-OPER-ID = SPACES AND WS-BATCH-MODE NOT = "S"
               DISPLAY "Operador: "
               ACCEPT WS-OPER-ID
            END-IF
            IF WS-OPER-ID = SPACES
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: operador nao identificado - LOG,"
               DISPLAY "#SECLOG e LOGFILE serao recusados"
            ELSE
               DISPLAY "#Operador: " WS-OPER-ID
            END-IF.

      *    Motivo da acao: prompt no menu interativo, LOG_MOTIVO do
      *    ambiente na carga por PARM (que nao tem console).
         GET-ACTION-REASON.
            MOVE SPACES TO AUDWR-REASON
            IF WS-BATCH-MODE = "S"
               ACCEPT AUDWR-REASON FROM ENVIRONMENT "LOG_MOTIVO"
            ELSE
               DISPLAY "Motivo: "
               ACCEPT AUDWR-REASON
            END-IF.

      *    Acao sem operador ou sem motivo nao e executada - e a
      *    tentativa fica no diario como RECUSADO. AUDWR-ACTION e
      *    AUDWR-PARAMS ja vem montados pelo chamador.
         CHECK-AUDIT-READY.
            IF WS-OPER-ID = SPACES OR AUDWR-REASON = SPACES
               MOVE "N" TO WS-AUD-READY-SW
               DISPLAY "0\OPERATOR_REQUIRED"
               DISPLAY "#Comando " AUDWR-ACTION " recusado -"
               DISPLAY "#operador e motivo sao obrigatorios"
               DISPLAY "#(LOG_OPERADOR / LOG_MOTIVO ou prompt)"
               SET AUDWR-OUTCOME-REFUSED TO TRUE
               PERFORM WRITE-AUDIT-RECORD
            ELSE
               SET WS-AUD-READY TO TRUE
            END-IF.

      *    Grava o registro montado em AUDWR-* no diario. O AUDWRITE
      *    comita na hora - so e chamado com o trabalho da acao ja
      *    confirmado. Falha no diario vira aviso, como no historico.
         WRITE-AUDIT-RECORD.
            MOVE WS-OPER-ID    TO AUDWR-OPERATOR-ID
            MOVE "ENGINEV4TST" TO AUDWR-PROGRAM
            CALL "AUDWRITE" USING AUDWR-OPERATOR-ID
                                   AUDWR-REASON
                                   AUDWR-PROGRAM
                                   AUDWR-ACTION
                                   AUDWR-PARAMS
                                   AUDWR-OUTCOME
                                   AUDWR-RETURN-CODE
                                   AUDWR-SQLCODE
            END-CALL
            IF AUDWR-INSERT-FAILED
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: falha ao gravar o diario do operador"
               DISPLAY "#SQLCODE: " AUDWR-SQLCODE
            END-IF.

      *    Carga LOGFILE (comando ou PARM) com o diario: recusa sem
      *    operador/motivo; senao carrega e registra o resultado -
      *    OK so com todos os feeds limpos.
         RUN-AUDITED-LOGFILE.
            MOVE "LOGFILE" TO AUDWR-ACTION
            MOVE SPACES TO AUDWR-PARAMS
            PERFORM CHECK-AUDIT-READY
            IF WS-AUD-READY
               PERFORM PROCESS-LOGFILE
               MOVE "LOGFILE" TO AUDWR-ACTION
               MOVE SPACES TO AUDWR-PARAMS
               EVALUATE WS-MNF-FILE-STATUS
                  WHEN "00"
                     STRING "manifesto LOGMANF feeds="
                                             DELIMITED BY SIZE
                            WS-MNF-FEED-COUNT  DELIMITED BY SIZE
                            " ok="             DELIMITED BY SIZE
                            WS-MNF-CLEAN-COUNT DELIMITED BY SIZE
                            " com problema="   DELIMITED BY SIZE
                            WS-MNF-DIRTY-COUNT DELIMITED BY SIZE
                       INTO AUDWR-PARAMS
                     END-STRING
                     IF WS-MNF-DIRTY-COUNT = ZERO
                        AND WS-MNF-FEED-COUNT > ZERO
                        SET AUDWR-OUTCOME-OK TO TRUE
                     ELSE
                        SET AUDWR-OUTCOME-FAILED TO TRUE
                     END-IF
                  WHEN "35"
                     PERFORM FORMAT-SIGNATURE-PARAMS
                     IF WS-LOGFILE-RUN-CLEAN
                        SET AUDWR-OUTCOME-OK TO TRUE
                     ELSE
                        SET AUDWR-OUTCOME-FAILED TO TRUE
                     END-IF
                  WHEN OTHER
                     MOVE "manifesto LOGMANF ilegivel" TO AUDWR-PARAMS
                     SET AUDWR-OUTCOME-FAILED TO TRUE
               END-EVALUATE
               PERFORM WRITE-AUDIT-RECORD
            END-IF.

      *    LOGFILE_FORCE=S passou por cima da guarda de carga dupla -
      *    registro proprio no diario, com a assinatura do arquivo
      *    que ja constava no LOGSIG.
         AUDIT-FORCED-LOAD.
            MOVE "LOGFILE_FORCE" TO AUDWR-ACTION
            PERFORM FORMAT-SIGNATURE-PARAMS
            IF WS-LOGFILE-RUN-CLEAN
               SET AUDWR-OUTCOME-OK TO TRUE
            ELSE
               SET AUDWR-OUTCOME-FAILED TO TRUE
            END-IF
            PERFORM WRITE-AUDIT-RECORD.

      *    Feed, arquivo e assinatura da pre-varredura (1a/ultima
      *    sessao, qtde de linhas, hash de value).
         FORMAT-SIGNATURE-PARAMS.
            MOVE WS-SIG-VALUE-HASH TO WS-AUD-HASH-X
            MOVE SPACES TO AUDWR-PARAMS
            STRING "feed="               DELIMITED BY SIZE
                   WS-FEED-CODE          DELIMITED BY SPACE
                   " arquivo="           DELIMITED BY SIZE
                   WS-LOGIN-NAME         DELIMITED BY SPACE
                   " assinatura="        DELIMITED BY SIZE
                   WS-SIG-FIRST-SESSION  DELIMITED BY SPACE
                   "/"                   DELIMITED BY SIZE
                   WS-SIG-LAST-SESSION   DELIMITED BY SPACE
                   "/"                   DELIMITED BY SIZE
                   WS-SIG-LINE-COUNT     DELIMITED BY SIZE
                   "/"                   DELIMITED BY SIZE
                   WS-AUD-HASH-X         DELIMITED BY SIZE
              INTO AUDWR-PARAMS
            END-STRING.

      *    Comando SESSAO - mesmo registro que o upstream manda no
      *    LOGIN, sem a etiqueta: a rotina comum recebe a linha ja
      *    com o "SESSAO;" na frente.
         PROCESS-SESSION.
            DISPLAY "Digite dados da sessao (separados por ;):"
            DISPLAY "sessao;userid;sourceip[;AAAA-MM-DD HH:MM:SS]"
            ACCEPT WS-SES-CMD-INPUT
            MOVE SPACES TO WS-INPUT
            STRING "SESSAO;"         DELIMITED BY SIZE
                   WS-SES-CMD-INPUT  DELIMITED BY SIZE
              INTO WS-INPUT
            END-STRING
            PERFORM PROCESS-SESSION-LINE.

      *    Carga em lote: com o manifesto LOGMANF presente, carrega um
      *    feed por linha dele; sem manifesto (status 35), carrega o
      *    LOGIN como feed unico. Manifesto presente mas ilegivel nao
      *    cai para o LOGIN - o LOGIN pode ser o arquivo de um feed ja
      *    carregado.
         PROCESS-LOGFILE.
            PERFORM SET-COMMIT-INTERVAL
            MOVE ZERO TO WS-MNF-FEED-COUNT
            MOVE ZERO TO WS-MNF-CLEAN-COUNT
            MOVE ZERO TO WS-MNF-DIRTY-COUNT
            MOVE "N"  TO WS-MNF-SW

            OPEN INPUT LOG-MANIFEST-FILE
            EVALUATE WS-MNF-FILE-STATUS
               WHEN "00"
                  DISPLAY "#Manifesto LOGMANF encontrado - carga por"
                  DISPLAY "#feed"
                  PERFORM READ-MANIFEST-LOOP UNTIL WS-MNF-EOF
                  CLOSE LOG-MANIFEST-FILE
                  DISPLAY "1\MANIFEST_SUMMARY"
                  DISPLAY "#Feeds no manifesto:   " WS-MNF-FEED-COUNT
                  DISPLAY "#Feeds carregados OK:  " WS-MNF-CLEAN-COUNT
                  DISPLAY "#Feeds com problema:   " WS-MNF-DIRTY-COUNT
               WHEN "35"
                  MOVE "LOGIN"   TO WS-LOGIN-NAME
                  MOVE "CKPFILE" TO WS-CKP-NAME
                  MOVE SPACES    TO WS-FEED-CODE
                  ACCEPT WS-FEED-CODE
                     FROM ENVIRONMENT "LOGIN_FEED_CODE"
                  IF WS-FEED-CODE = SPACES
                     MOVE "LOGIN" TO WS-FEED-CODE
                  END-IF
                  PERFORM PROCESS-FEED-FILE
               WHEN OTHER
                  DISPLAY "0\MANIFEST_ERROR"
                  DISPLAY "#Nao foi possivel ler o manifesto LOGMANF"
                  DISPLAY "#FILE STATUS: " WS-MNF-FILE-STATUS
                  DISPLAY "#Carga cancelada, nenhum feed carregado"
            END-EVALUATE.

         READ-MANIFEST-LOOP.
            READ LOG-MANIFEST-FILE INTO WS-MNF-LINE
               AT END
                  SET WS-MNF-EOF TO TRUE
               NOT AT END
                  IF WS-MNF-LINE NOT = SPACES
                     AND WS-MNF-LINE(1:1) NOT = "*"
                     PERFORM PROCESS-MANIFEST-LINE
                  END-IF
            END-READ.

      *    Uma linha do manifesto = um feed. Linha sem feed ou sem
      *    arquivo conta como feed com problema e nao para os demais.
         PROCESS-MANIFEST-LINE.
            MOVE SPACES TO WS-MNF-FEED
            MOVE SPACES TO WS-MNF-FILE
            UNSTRING WS-MNF-LINE DELIMITED BY ";"
                INTO WS-MNF-FEED
                     WS-MNF-FILE
            END-UNSTRING
            ADD 1 TO WS-MNF-FEED-COUNT

            IF WS-MNF-FEED = SPACES OR WS-MNF-FILE = SPACES
               ADD 1 TO WS-MNF-DIRTY-COUNT
               DISPLAY "0\MANIFEST_ERROR"
               DISPLAY "#Linha do LOGMANF sem feed ou sem arquivo -"
               DISPLAY "#ignorada: " WS-MNF-LINE
            ELSE
               MOVE WS-MNF-FEED TO WS-FEED-CODE
               MOVE WS-MNF-FILE TO WS-LOGIN-NAME
               MOVE SPACES TO WS-CKP-NAME
               STRING "CKPFILE."   DELIMITED BY SIZE
                      WS-FEED-CODE DELIMITED BY SPACE
                 INTO WS-CKP-NAME
               END-STRING
               PERFORM PROCESS-FEED-FILE
               IF WS-LOGFILE-RUN-CLEAN
                  ADD 1 TO WS-MNF-CLEAN-COUNT
               ELSE
                  ADD 1 TO WS-MNF-DIRTY-COUNT
               END-IF
               PERFORM AUDIT-MANIFEST-FEED
            END-IF.

      *    Um registro no diario por feed do manifesto, com a
      *    assinatura do arquivo, como na carga do LOGIN unico; o
      *    registro do manifesto inteiro vem depois, com os totais.
         AUDIT-MANIFEST-FEED.
            MOVE "LOGFILE" TO AUDWR-ACTION
            PERFORM FORMAT-SIGNATURE-PARAMS
            IF WS-LOGFILE-RUN-CLEAN
               SET AUDWR-OUTCOME-OK TO TRUE
            ELSE
               SET AUDWR-OUTCOME-FAILED TO TRUE
            END-IF
            PERFORM WRITE-AUDIT-RECORD.

      *    Carrega um arquivo de feed (layout identico ao comando LOG)
      *    e processa cada linha pela mesma rotina de UNSTRING/
      *    normaliza/insert, efetuando commit a cada
      *    WS-COMMIT-INTERVAL linhas em vez de commitar linha a linha.
         PROCESS-FEED-FILE.
            DISPLAY "1\FEED_START"
            DISPLAY "#Feed: " WS-FEED-CODE
            DISPLAY "#Arquivo: " WS-LOGIN-NAME
            PERFORM FORMAT-RUN-TS
            MOVE WS-RUN-TS-WORK TO WS-RUN-START-TS
            MOVE ZERO TO WS-PEND-COUNT
            MOVE ZERO TO WS-BATCH-READ-COUNT
            MOVE ZERO TO WS-BATCH-INSERT-COUNT
      *    historico (log_batch_runs) da carga seguinte.
            MOVE ZERO TO WS-VALIDATION-REJECT-COUNT
            MOVE ZERO TO WS-DEADLETTER-COUNT
            MOVE ZERO TO WS-SESS-PENDING
            MOVE ZERO TO WS-SESS-REG-COUNT
            MOVE ZERO TO WS-SESS-ERROR-COUNT
      *    Mascaras de comandos LOG anteriores a carga sao gravadas
      *    antes de a contagem recomecar - nunca zeradas sem registro.
            PERFORM WRITE-CMD-MASK-HISTORY
            MOVE "N"  TO WS-LOGFILE-SW
            MOVE "Y"  TO WS-LOGFILE-CLEAN-SW
            MOVE ZERO TO WS-TRL-DATA-COUNT
               PERFORM RUN-LOGFILE-LOAD
            END-IF

            PERFORM WRITE-RUN-HISTORY
            IF WS-DUP-LOAD-FOUND AND WS-FORCE-LOAD = "S"
               PERFORM AUDIT-FORCED-LOAD
            END-IF.

      *    Resolve o intervalo de commit desta carga: o 2o token da
      *    PARM manda; sem ele vale LOGFILE_COMMIT_INTERVAL do
            OPEN INPUT LOG-INPUT-FILE
            IF WS-LOGIN-FILE-STATUS NOT = "00"
               DISPLAY "0\STATUS"
               DISPLAY "#Nao foi possivel abrir o arquivo do feed: "
                       WS-LOGIN-NAME
               DISPLAY "#FILE STATUS: " WS-LOGIN-FILE-STATUS
               MOVE "N" TO WS-LOGFILE-CLEAN-SW
            ELSE
      *        LOGFILE da mesma sessao (OPEN em arquivo ja aberto).
               CLOSE LOG-INPUT-FILE

               IF WS-BATCH-PENDING > ZERO OR WS-SESS-PENDING > ZERO
                  PERFORM COMMIT-LOG
               END-IF

               DISPLAY "#Commits efetuados: " WS-BATCH-COMMIT-COUNT
               DISPLAY "#Linhas rejeitadas: " WS-VALIDATION-REJECT-COUNT
               DISPLAY "#Linhas p/ dead-letter: " WS-DEADLETTER-COUNT
               DISPLAY "#Sessoes registradas: " WS-SESS-REG-COUNT
               IF WS-SESS-ERROR-COUNT > ZERO
                  DISPLAY "#Sessoes com erro no banco: "
                          WS-SESS-ERROR-COUNT
               END-IF
            END-IF.

      *    Pre-varredura do LOGIN para a assinatura do arquivo: conta
                  END-IF
            END-READ.

      *    Procura a assinatura apurada entre as cargas ja feitas -
      *    geracoes do LOGSIG, mais antigas primeiro, e depois o
      *    corrente, parando no primeiro duplicado. Catalogo
      *    indisponivel: avisa e confere so o corrente.
         CHECK-LOAD-SIGNATURE.
            MOVE "LOGSIG" TO GENL-DATASET
            CALL "GENLIST" USING GENL-DATASET
                                  GENL-GEN-COUNT
                                  GENL-TABLE
                                  GENL-EXPIRED-RECORDS
                                  GENL-RETURN-CODE
                                  GENL-SQLCODE
            END-CALL
            EVALUATE TRUE
               WHEN GENL-QUERY-FAILED
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: catalogo de geracoes indisponivel -"
                  DISPLAY "#carga dupla conferida so no LOGSIG corrente"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: mais de 99 geracoes do LOGSIG -"
                  DISPLAY "#so as 99 mais antigas serao conferidas"
            END-EVALUATE
            PERFORM CHECK-SIGNATURE-GENERATION
               VARYING WS-SIG-GEN-IDX FROM 1 BY 1
               UNTIL WS-SIG-GEN-IDX > GENL-GEN-COUNT
                  OR WS-DUP-LOAD-FOUND
            IF NOT WS-DUP-LOAD-FOUND
               MOVE "LOGSIG" TO WS-SIG-FILE-NAME
               PERFORM CHECK-SIGNATURE-FILE
            END-IF.

         CHECK-SIGNATURE-GENERATION.
            MOVE GENL-FILE-NAME(WS-SIG-GEN-IDX) TO WS-SIG-FILE-NAME
            PERFORM CHECK-SIGNATURE-FILE.

      *    LOGSIG corrente inexistente (status 35) so quer dizer que
      *    nenhuma carga limpa foi registrada desde a ultima rolagem.
         CHECK-SIGNATURE-FILE.
            MOVE "N" TO WS-SIG-CHECK-SW
            OPEN INPUT LOG-SIGNATURE-FILE
            IF WS-SIG-FILE-STATUS NOT = "00"
               IF WS-SIG-FILE-STATUS NOT = "35"
                  OR WS-SIG-FILE-NAME NOT = "LOGSIG"
                  DISPLAY "0\STATUS"
                  DISPLAY "#Aviso: nao foi possivel ler o "
                          WS-SIG-FILE-NAME
                  DISPLAY "#conferencia de carga dupla incompleta"
                  DISPLAY "#FILE STATUS: " WS-SIG-FILE-STATUS
               END-IF
            ELSE
            MOVE SPACES TO WS-SIGR-COUNT-X
            MOVE SPACES TO WS-SIGR-HASH-X
            MOVE SPACES TO WS-SIGR-STAMP
            MOVE SPACES TO WS-SIGR-FEED

            UNSTRING WS-SIG-LINE DELIMITED BY ";"
                INTO WS-SIGR-FIRST
                     WS-SIGR-COUNT-X
                     WS-SIGR-HASH-X
                     WS-SIGR-STAMP
                     WS-SIGR-FEED
            END-UNSTRING

      *    O hash da linha pode estar no formato novo (sinal na
      *    frente) ou no antigo (15 digitos sem sinal) - a conversao
      *    comum PARSE-HASH-FIELD aceita os dois. A assinatura so
      *    vale para o mesmo feed; linha gravada antes do feed (sem
      *    o 6o campo) vale para qualquer feed.
            MOVE WS-SIGR-HASH-X TO WS-HASH-TEXT
            PERFORM PARSE-HASH-FIELD

               AND WS-SIGR-LAST = WS-SIG-LAST-SESSION
               AND WS-SIGR-COUNT = WS-SIG-LINE-COUNT
               AND WS-HASH-VALUE = WS-SIG-VALUE-HASH
               AND (WS-SIGR-FEED = WS-FEED-CODE
                    OR WS-SIGR-FEED = SPACES)
               SET WS-DUP-LOAD-FOUND TO TRUE
               DISPLAY "0\STATUS"
               DISPLAY "#Assinatura ja registrada no LOGSIG em "
                   WS-SYS-DATE          DELIMITED BY SIZE
                   "."                  DELIMITED BY SIZE
                   WS-SYS-TIME          DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   WS-FEED-CODE         DELIMITED BY SPACE
              INTO WS-SIG-LINE
            END-STRING

            MOVE "LOGSIG" TO WS-SIG-FILE-NAME
            OPEN EXTEND LOG-SIGNATURE-FILE
            IF WS-SIG-FILE-STATUS = "35"
               OPEN OUTPUT LOG-SIGNATURE-FILE
            ELSE
               MOVE WS-ENV-CODE TO RUNWR-DB-ENV
            END-IF
            MOVE WS-FEED-CODE               TO RUNWR-FEED-CODE

            CALL "RUNWRITE" USING RUNWR-JOB-NAME
                                   RUNWR-START-TS
                                   RUNWR-COMMIT-COUNT
                                   RUNWR-CLEAN-FLAG
                                   RUNWR-DB-ENV
                                   RUNWR-FEED-CODE
                                   RUNWR-RETURN-CODE
                                   RUNWR-SQLCODE
            END-CALL
               DISPLAY "#Aviso: falha ao registrar o historico da"
               DISPLAY "#carga em log_batch_runs"
               DISPLAY "#SQLCODE: " RUNWR-SQLCODE
            END-IF
            PERFORM WRITE-MASK-HISTORY.

      *    Contagem de mensagens mascaradas por regra na carga - uma
      *    linha MSK-<regra> em log_batch_runs, com o mesmo inicio,
      *    ambiente e feed da linha LOGFILE.
         WRITE-MASK-HISTORY.
            MOVE WS-RUN-START-TS TO MASKM-START-TS
            MOVE RUNWR-DB-ENV    TO MASKM-DB-ENV
            MOVE WS-FEED-CODE    TO MASKM-FEED-CODE
            PERFORM CALL-MASK-HISTORY.

      *    Mascaras dos comandos LOG (fora de carga), gravadas antes
      *    de cada LOGFILE zerar a contagem e no fim do programa, com
      *    inicio na conexao (ou na ultima gravacao) e feed MANUAL.
      *    Sem mensagem gravada no periodo o MASKMSG nao grava nada.
         WRITE-CMD-MASK-HISTORY.
            MOVE WS-CMD-START-TS TO MASKM-START-TS
            IF WS-ENV-CODE = SPACES
               MOVE "PRD" TO MASKM-DB-ENV
            ELSE
               MOVE WS-ENV-CODE TO MASKM-DB-ENV
            END-IF
            MOVE "MANUAL"        TO MASKM-FEED-CODE
            PERFORM CALL-MASK-HISTORY.

      *    A funcao "H" grava e zera a contagem; a proxima contagem de
      *    comandos comeca aqui.
         CALL-MASK-HISTORY.
            SET MASKM-FUNC-HISTORY TO TRUE
            PERFORM CALL-MASKMSG
            PERFORM FORMAT-RUN-TS
            MOVE WS-RUN-TS-WORK TO WS-CMD-START-TS
            IF MASKM-DEFAULT-RULES
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: MASKCFG indisponivel ou sem regra"
               DISPLAY "#valida - mascara pelas regras padrao"
            END-IF
            IF MASKM-HISTORY-FAILED
               DISPLAY "0\STATUS"
               DISPLAY "#Aviso: falha ao registrar a contagem de"
               DISPLAY "#mascaras em log_batch_runs"
               DISPLAY "#SQLCODE: " MASKM-SQLCODE
            END-IF.

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

      *    A linha de trailer nao conta como linha de dados - nao
      *    entra no numero de registro do checkpoint nem nos totais
      *    da carga; ela so alimenta a conferencia do VERIFY-TRAILER.
                     END-IF
                     IF NOT WS-CKP-RESTART-NEEDED
                        IF WS-BATCH-READ-COUNT > WS-CKP-LAST-REC-NUM
                           PERFORM PROCESS-INPUT-LINE
                        END-IF
                     END-IF
                  END-IF
            END-IF.

      *    Extrai o 1o campo (sessao) e o 9o campo (value) da linha em
      *    WS-INPUT sem mexer nos campos do PROCESS-LOG-LINE. No
      *    registro SESSAO a sessao e o 2o campo e nao ha value - a
      *    linha conta no trailer, mas nao soma no hash.
         GET-LINE-FIELDS.
            MOVE SPACES TO WS-TRL-SCAN-SESSION
            MOVE SPACES TO WS-TRL-SCAN-VALUE-X
            IF WS-INPUT(1:7) = "SESSAO;"
               UNSTRING WS-INPUT DELIMITED BY ";"
                   INTO WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-SESSION
               END-UNSTRING
            ELSE
               UNSTRING WS-INPUT DELIMITED BY ";"
                   INTO WS-TRL-SCAN-SESSION
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-DUMMY
                        WS-TRL-SCAN-VALUE-X
               END-UNSTRING
            END-IF.

      *    Desmonta a linha de trailer. Trailer com qtde/hash fora do
      *    formato e tratado como arquivo fora de balanco - nao da
      *    arquivo do zero e o PROCESS-LOGFILE, apos este PERFORM
      *    encerrar sem processar o registro N.
         CHECK-CHECKPOINT-SESSION.
            PERFORM GET-LINE-FIELDS
            MOVE WS-TRL-SCAN-SESSION TO WS-CKP-CHECK-SESSION

            IF WS-CKP-CHECK-SESSION NOT = WS-CKP-LAST-SESSION
               DISPLAY "0\STATUS"
               CLOSE LOG-CHECKPOINT-FILE
            END-IF.

      *    Linha de dados do arquivo de carga: registro de abertura de
      *    sessao ou linha de log.
         PROCESS-INPUT-LINE.
            IF WS-INPUT(1:7) = "SESSAO;"
               PERFORM PROCESS-SESSION-LINE
            ELSE
               PERFORM PROCESS-LOG-LINE
            END-IF.

      *    Registro de abertura de sessao, do comando SESSAO ou da
      *    carga em lote. Na carga o registro entra na mesma unidade
      *    de commit das linhas de log (e a sessao dele vai para o
      *    checkpoint como a de qualquer linha); no interativo e
      *    comitado na hora. Registro invalido conta como rejeitado -
      *    nao vai para o DEADLTR, que so guarda linhas de log para
      *    o reenvio do LOGREPL01.
         PROCESS-SESSION-LINE.
            MOVE SPACES TO WS-SES-TAG
            MOVE SPACES TO WS-SES-SESSION-ID
            MOVE SPACES TO WS-SES-USER-ID
            MOVE SPACES TO WS-SES-SOURCE-IP
            MOVE SPACES TO WS-SES-OPENED-AT
            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-SES-TAG
                     WS-SES-SESSION-ID
                     WS-SES-USER-ID
                     WS-SES-SOURCE-IP
                     WS-SES-OPENED-AT
            END-UNSTRING
            MOVE WS-SES-SESSION-ID TO WS-NORM-SESSION-ID

            PERFORM VALIDATE-SESSION-LINE

            IF WS-LINE-INVALID
               DISPLAY "0\VALIDATION_ERROR"
               DISPLAY "#Registro de sessao rejeitado: "
                       WS-DEADLETTER-REASON
               DISPLAY "#Dados recebidos: " WS-INPUT
               ADD 1 TO WS-VALIDATION-REJECT-COUNT
            ELSE
               MOVE WS-SES-SESSION-ID TO SESWR-SESSION-ID
               MOVE WS-SES-USER-ID    TO SESWR-USER-ID
               MOVE WS-SES-SOURCE-IP  TO SESWR-SOURCE-IP
               MOVE WS-SES-OPENED-AT  TO SESWR-OPENED-AT
               IF WS-BATCH-MODE = "S"
                  MOVE WS-FEED-CODE TO SESWR-FEED-CODE
               ELSE
                  MOVE "MANUAL"     TO SESWR-FEED-CODE
               END-IF

               CALL "SESWRITE" USING SESWR-SESSION-ID
                                      SESWR-USER-ID
                                      SESWR-SOURCE-IP
                                      SESWR-OPENED-AT
                                      SESWR-FEED-CODE
                                      SESWR-RETURN-CODE
                                      SESWR-SQLCODE
               END-CALL

               EVALUATE TRUE
                  WHEN SESWR-SUCCESS
                     ADD 1 TO WS-SESS-REG-COUNT
                     IF WS-BATCH-MODE = "S"
                        ADD 1 TO WS-SESS-PENDING
                        IF WS-BATCH-PENDING + WS-SESS-PENDING
                           >= WS-COMMIT-INTERVAL
                           PERFORM COMMIT-LOG
                        END-IF
                     ELSE
                        PERFORM COMMIT-SESSION
                     END-IF
                  WHEN SESWR-ALREADY-OPEN
                     DISPLAY "0\STATUS"
                     DISPLAY "#Sessao ja registrada - mantido o "
                             "registro anterior: " WS-SES-SESSION-ID
                  WHEN OTHER
      *              Falha de banco no registro: na carga, a carga nao
      *              termina limpa e o checkpoint fica valendo - o
      *              restart reapresenta o registro, e o SESWRITE
      *              nao duplica o que ja tiver entrado.
                     ADD 1 TO WS-SESS-ERROR-COUNT
                     IF WS-BATCH-MODE = "S"
                        MOVE "N" TO WS-LOGFILE-CLEAN-SW
                     END-IF
                     DISPLAY "0\DB_ERROR"
                     DISPLAY "#Erro ao registrar a sessao "
                             WS-SES-SESSION-ID
                     DISPLAY "#SQLCODE: " SESWR-SQLCODE
               END-EVALUATE
            END-IF.

      *    Commit do registro de sessao do comando interativo.
         COMMIT-SESSION.
            EXEC SQL
               COMMIT
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "0\DB_ERROR"
               DISPLAY "#Erro ao confirmar o registro da sessao"
               DISPLAY "#SQLCODE: " SQLCODE
            ELSE
               DISPLAY "1\DB_SUCCESS"
               DISPLAY "#Sessao registrada com sucesso"
            END-IF.

      *    Sessao e usuario sao obrigatorios; a abertura, se vier, tem
      *    de estar no formato AAAA-MM-DD HH:MM:SS.
         VALIDATE-SESSION-LINE.
            SET WS-LINE-VALID TO TRUE
            MOVE SPACES TO WS-DEADLETTER-REASON
            EVALUATE TRUE
               WHEN WS-SES-SESSION-ID = SPACES
                  SET WS-LINE-INVALID TO TRUE
                  MOVE "SESSAO_SEM_ID" TO WS-DEADLETTER-REASON
               WHEN WS-SES-USER-ID = SPACES
                  SET WS-LINE-INVALID TO TRUE
                  MOVE "SESSAO_SEM_USUARIO" TO WS-DEADLETTER-REASON
               WHEN WS-SES-OPENED-AT = SPACES
                  CONTINUE
               WHEN WS-SES-OPN-YEAR  NOT NUMERIC
                 OR WS-SES-OPN-MONTH NOT NUMERIC
                 OR WS-SES-OPN-DAY   NOT NUMERIC
                 OR WS-SES-OPN-HOUR  NOT NUMERIC
                 OR WS-SES-OPN-MIN   NOT NUMERIC
                 OR WS-SES-OPN-SEC   NOT NUMERIC
                 OR WS-SES-OPN-SEP1  NOT = "-"
                 OR WS-SES-OPN-SEP2  NOT = "-"
                 OR WS-SES-OPN-SEP3  NOT = SPACE
                 OR WS-SES-OPN-SEP4  NOT = ":"
                 OR WS-SES-OPN-SEP5  NOT = ":"
                 OR WS-SES-OPN-REST  NOT = SPACES
                  SET WS-LINE-INVALID TO TRUE
                  MOVE "SESSAO_ABERTURA_INVALIDA"
                    TO WS-DEADLETTER-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

      *    Rotina comum de UNSTRING/normalizacao/insert usada tanto
      *    pelo comando LOG (interativo) quanto pela carga em lote
      *    (WS-INPUT ja deve estar preenchido pelo chamador).
         PROCESS-LOG-LINE.
            MOVE SPACES TO WS-VALUE-TEXT
            MOVE SPACES TO WS-LINE-FEED-CODE
            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-SESSION-ID
                     WS-COMPONENT
                     WS-ENDPOINT
                     WS-METHOD
                     WS-VALUE-TEXT
                     WS-LINE-FEED-CODE
            END-UNSTRING

      *    Na carga em lote o feed e o do arquivo, qualquer que seja o
      *    conteudo da linha; no comando LOG vale o 10o campo.
            IF WS-BATCH-MODE = "S"
               MOVE WS-FEED-CODE TO WS-LINE-FEED-CODE
            ELSE
               IF WS-LINE-FEED-CODE = SPACES
                  MOVE "MANUAL" TO WS-LINE-FEED-CODE
               END-IF
            END-IF

            PERFORM VALIDATE-LOG-LINE

      *    Normaliza dados removendo espaços em branco
               MOVE WS-METHOD          TO LOGWR-METHOD
               MOVE WS-VALUE           TO LOGWR-VALUE
               MOVE SPACES             TO LOGWR-CREATED-AT
               MOVE WS-LINE-FEED-CODE  TO LOGWR-FEED-CODE
               IF WS-BATCH-MODE = "S"
                  MOVE "B" TO LOGWR-MODE
                  PERFORM SAVE-PENDING-LINE
                                   LOGWR-METHOD
                                   LOGWR-VALUE
                                   LOGWR-CREATED-AT
                                   LOGWR-FEED-CODE
                                   LOGWR-MODE
                                   LOGWR-RETURN-CODE
                                   LOGWR-SQLCODE
            MOVE WS-ENDPOINT   TO WS-PEND-ENDPOINT(WS-PEND-COUNT)
            MOVE WS-METHOD     TO WS-PEND-METHOD(WS-PEND-COUNT)
            MOVE WS-VALUE      TO WS-PEND-VALUE(WS-PEND-COUNT)
            MOVE WS-VALUE-TEXT TO WS-PEND-VALUE-TEXT(WS-PEND-COUNT)
            MOVE WS-LINE-FEED-CODE TO WS-PEND-FEED(WS-PEND-COUNT).

      *    Reapresenta cada linha pendente em modo direto depois que
      *    um bloco falhou: a que entrar volta a contar como
            MOVE WS-PEND-METHOD(WS-PEND-IDX)    TO LOGWR-METHOD
            MOVE WS-PEND-VALUE(WS-PEND-IDX)     TO LOGWR-VALUE
            MOVE SPACES                         TO LOGWR-CREATED-AT
            MOVE WS-PEND-FEED(WS-PEND-IDX)      TO LOGWR-FEED-CODE
            MOVE "D"                            TO LOGWR-MODE

            PERFORM CALL-LOGWRITE
               MOVE WS-PEND-METHOD(WS-PEND-IDX) TO WS-NORM-METHOD
               MOVE WS-PEND-VALUE-TEXT(WS-PEND-IDX)
                 TO WS-VALUE-TEXT
               MOVE WS-PEND-FEED(WS-PEND-IDX) TO WS-LINE-FEED-CODE
               IF LOGWR-PERIOD-CLOSED
                  MOVE "PERIODO_FECHADO" TO WS-DEADLETTER-REASON
                  MOVE ZERO TO WS-DEADLETTER-SQLCODE
            DISPLAY "Digite dados do evento (separados por ;):"
            DISPLAY "userid;sourceip;authresult;reason"
            ACCEPT WS-INPUT
            PERFORM GET-ACTION-REASON
            MOVE "SECLOG" TO AUDWR-ACTION
            MOVE WS-INPUT TO AUDWR-PARAMS
            PERFORM CHECK-AUDIT-READY
            IF WS-AUD-READY
               PERFORM WRITE-SECLOG-EVENT
               IF SECWR-INSERT-FAILED
                  SET AUDWR-OUTCOME-FAILED TO TRUE
               ELSE
                  SET AUDWR-OUTCOME-OK TO TRUE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
            END-IF.

         WRITE-SECLOG-EVENT.
            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-SEC-USER-ID
                     WS-SEC-SOURCE-IP
      *    Confirma que WS-RESPONSE-TIME veio numerico do UNSTRING,
      *    que o campo value e valido (12 digitos, com ou sem o "-"
      *    de estorno na frente - a conversao poe o resultado com
      *    sinal em WS-VALUE), que WS-STATUS e um dos codigos
      *    aceitos e que componente + endpoint + metodo estao ativos
      *    no cadastro ENDPMST, para nao deixar uma linha malformada
      *    abortar o programa ou poluir log_cobol_test com lixo.
         VALIDATE-LOG-LINE.
            SET WS-LINE-VALID TO TRUE
            MOVE SPACES TO WS-DEADLETTER-REASON
                          WS-STATUS-ERROR OR WS-STATUS-CRIT)
                     SET WS-LINE-INVALID TO TRUE
                     MOVE "STATUS_INVALIDO" TO WS-DEADLETTER-REASON
                  ELSE
                     PERFORM CHECK-ENDPOINT-MASTER
                  END-IF
               END-IF
            END-IF.

      *    Endpoint desconhecido (erro de digitacao no upstream) ou
      *    aposentado/fora da vigencia vai para o dead-letter com
      *    motivo proprio - o grupo fantasma nao chega aos relatorios
      *    nem ao LOGCSV. A linha e gravada agora, entao a vigencia e
      *    conferida na data corrente.
         CHECK-ENDPOINT-MASTER.
            MOVE WS-COMPONENT TO ENDCK-COMPONENT
            MOVE WS-ENDPOINT  TO ENDCK-ENDPOINT
            MOVE WS-METHOD    TO ENDCK-METHOD
            MOVE SPACES       TO ENDCK-REF-DATE
            CALL "ENDPCHK" USING ENDCK-COMPONENT
                                  ENDCK-ENDPOINT
                                  ENDCK-METHOD
                                  ENDCK-REF-DATE
                                  ENDCK-DESCRIPTION
                                  ENDCK-OWNER-TEAM
                                  ENDCK-RETURN-CODE
            END-CALL
            EVALUATE TRUE
               WHEN ENDCK-UNKNOWN
                  SET WS-LINE-INVALID TO TRUE
                  MOVE "ENDPOINT_DESCONHECIDO" TO WS-DEADLETTER-REASON
               WHEN ENDCK-RETIRED
                  SET WS-LINE-INVALID TO TRUE
                  MOVE "ENDPOINT_APOSENTADO" TO WS-DEADLETTER-REASON
               WHEN ENDCK-UNAVAILABLE
                  IF NOT WS-ENDP-WARNED
                     SET WS-ENDP-WARNED TO TRUE
                     DISPLAY "0\STATUS"
                     DISPLAY "#Aviso: cadastro ENDPMST indisponivel -"
                     DISPLAY "#endpoints nao conferidos nesta execucao"
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

      *    Converte o campo texto de value em numerico com sinal: 12
      *    digitos = valor normal; "-" seguido dos 12 digitos =
      *    estorno/correcao. Qualquer outra coisa e invalida.
            END-IF.

      *    Grava a linha de log rejeitada pelo banco no arquivo de
      *    dead-letter, com SQLCODE, timestamp e feed anexados, para
      *    que a linha possa ser inspecionada e reenviada depois em
      *    vez de ser simplesmente perdida. O message vai mascarado
      *    (MASKMSG), como no banco - o DEADLTR e guardado em geracoes
      *    e nao pode carregar dado pessoal; a mascara e idempotente,
      *    entao o reenvio pelo LOGWRITE nao muda nada.
         WRITE-DEADLETTER.
            ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SYS-TIME FROM TIME
            SET MASKM-FUNC-MASK TO TRUE
            MOVE WS-NORM-MESSAGE TO MASKM-MESSAGE
            PERFORM CALL-MASKMSG

            MOVE SPACES TO WS-DEADLETTER-LINE
            STRING WS-NORM-SESSION-ID DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-RESPONSE-TIME   DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   MASKM-MESSAGE      DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-NORM-ENDPOINT   DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-SYS-DATE        DELIMITED BY SIZE
                   "."                DELIMITED BY SIZE
                   WS-SYS-TIME        DELIMITED BY SIZE
                   ";"                DELIMITED BY SIZE
                   WS-LINE-FEED-CODE  DELIMITED BY SIZE
              INTO WS-DEADLETTER-LINE
            END-STRING

      *        do req 008 e mascarando a falha que ele deveria pegar.
               ADD WS-BATCH-PENDING TO WS-COMMIT-FAILED-COUNT
               MOVE ZERO TO WS-BATCH-PENDING
               MOVE ZERO TO WS-SESS-PENDING
               MOVE "N" TO WS-LOGFILE-CLEAN-SW
            ELSE
               ADD 1 TO WS-BATCH-COMMIT-COUNT
               ADD WS-BATCH-PENDING TO WS-ROWS-COMMITTED-COUNT
               MOVE ZERO TO WS-BATCH-PENDING
               MOVE ZERO TO WS-SESS-PENDING
               IF WS-BATCH-MODE = "S"
                  PERFORM WRITE-CHECKPOINT
               END-IF

         FIM-PROGRAMA.
            IF WS-DB-STARTED = "S"
               PERFORM WRITE-CMD-MASK-HISTORY
               PERFORM PRINT-CONTROL-TOTAL
               CLOSE LOG-DEADLETTER-FILE
               EXEC SQL
