      ******************************************************************
      * MASKMPM - Interface do subprograma MASKMSG
      ******************************************************************
      *  Layout compartilhado entre o MASKMSG (LINKAGE SECTION) e
      *  quem precisa mascarar dado pessoal do campo message - o
      *  LOGWRITE, antes de todo INSERT em log_cobol_test, o job de
      *  saneamento LOGMASK01 e quem grava dead-letter (ENGINEV4TST,
      *  LOGREPL01, LOGREST01) - ou registrar a contagem de mascaras da
      *  execucao (os mesmos tres). As regras (CPF,
      *  cartao, e-mail) ficam no arquivo de controle MASKCFG, lido
      *  pelo MASKMSG na primeira chamada; nenhum programa deve
      *  mascarar por conta propria.
      ******************************************************************
      *  2026-10-15  DEV  Criacao, para a mascara de dado pessoal
      *                   (LGPD) no campo message.
      *  2026-10-15  DEV  Funcao "M" usada tambem na gravacao do
      *                   dead-letter.

      *  Funcao: "M" = mascara MASKM-MESSAGE e devolve quais regras
      *  atuaram (nada e contado); "C" = credita MASKM-WEIGHT mensagens
      *  gravadas, e nas regras marcadas em MASKM-RULE-HITS as
      *  mascaradas - so depois que a mensagem foi de fato gravada;
      *  "H" = grava em log_batch_runs (via RUNWRITE) uma linha por
      *  regra com a contagem acumulada e zera os contadores; "Z" =
      *  so zera os contadores.
         01  MASKM-FUNCTION          PIC X(1).
             88 MASKM-FUNC-MASK             VALUE "M".
             88 MASKM-FUNC-CREDIT           VALUE "C".
             88 MASKM-FUNC-HISTORY          VALUE "H".
             88 MASKM-FUNC-RESET            VALUE "Z".

      *  Mensagem (entrada e saida da funcao "M")
         01  MASKM-MESSAGE           PIC X(100).

      *  Regras que atuaram: um byte por regra, na ordem do MASKCFG,
      *  "S" = a regra mascarou algo na mensagem. Saida da funcao
      *  "M", entrada da funcao "C".
         01  MASKM-RULE-HITS         PIC X(10).

      *  Saida da funcao "M": "S" = a mensagem foi alterada
         01  MASKM-MASKED-SW         PIC X(1).
             88 MASKM-MASKED                VALUE "S".

      *  Funcao "C": quantas mensagens gravadas esta chamada
      *  representa (1 por linha inserida; no saneamento, as linhas
      *  atualizadas de uma vez).
         01  MASKM-WEIGHT            PIC 9(8).

      *  Funcao "H": inicio da execucao, ambiente e feed, repassados
      *  as linhas de historico.
         01  MASKM-START-TS          PIC X(19).
         01  MASKM-DB-ENV            PIC X(3).
         01  MASKM-FEED-CODE         PIC X(10).

      *  Saida: "0" = ok, "1" = falha ao gravar o historico (funcao
      *  "H"), "9" = MASKCFG indisponivel ou sem regra valida - as
      *  regras padrao (CPF, cartao, e-mail) foram aplicadas.
         01  MASKM-RETURN-CODE       PIC X(1).
             88 MASKM-SUCCESS               VALUE "0".
             88 MASKM-HISTORY-FAILED        VALUE "1".
             88 MASKM-DEFAULT-RULES         VALUE "9".

      *  Saida: SQLCODE do RUNWRITE na funcao "H"
         01  MASKM-SQLCODE           PIC S9(9) COMP.
