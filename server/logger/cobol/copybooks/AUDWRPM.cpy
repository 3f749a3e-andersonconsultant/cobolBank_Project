      ******************************************************************
      * AUDWRPM - Interface do subprograma AUDWRITE
      ******************************************************************
      *  Layout compartilhado entre o AUDWRITE (LINKAGE SECTION) e
      *  todo programa que executa acao privilegiada - carga e
      *  comandos do ENGINEV4TST, override LOGFILE_FORCE, REABRIR do
      *  LOGPERD01, recarga, purga e retencao - e precisa deixar o
      *  registro no diario do operador log_operator_audit
      *  (WORKING-STORAGE, montado antes do CALL). Mantenha este
      *  copybook como a unica definicao dos parametros do AUDWRITE -
      *  programas nao devem duplicar o INSERT.
      *
      *  Operador e motivo sao obrigatorios: o programa que chama le
      *  os dois (variaveis LOG_OPERADOR / LOG_MOTIVO ou prompt) antes
      *  da acao e recusa a acao sem eles - a recusa tambem e
      *  registrada, com o resultado RECUSADO.
      ******************************************************************
      *  2026-10-15  DEV  Criacao, para o diario de acoes do operador.

      *  Quem fez e por que
         01  AUDWR-OPERATOR-ID       PIC X(20).
         01  AUDWR-REASON            PIC X(80).

      *  O que foi feito: programa (PROGRAM-ID), acao (comando, verbo
      *  ou "EXECUCAO" para o job inteiro) e os parametros da acao em
      *  texto livre - periodo, faixa de datas, assinatura do
      *  arquivo, dias de retencao, conforme a acao.
         01  AUDWR-PROGRAM           PIC X(12).
         01  AUDWR-ACTION            PIC X(15).
         01  AUDWR-PARAMS            PIC X(120).

      *  Resultado da acao
         01  AUDWR-OUTCOME           PIC X(10).
             88 AUDWR-OUTCOME-OK            VALUE "OK".
             88 AUDWR-OUTCOME-FAILED        VALUE "FALHA".
             88 AUDWR-OUTCOME-REFUSED       VALUE "RECUSADO".

      *  Saida: "0" = registrado com sucesso, "1" = INSERT falhou
         01  AUDWR-RETURN-CODE       PIC X(1).
             88 AUDWR-SUCCESS               VALUE "0".
             88 AUDWR-INSERT-FAILED         VALUE "1".

      *  Saida: SQLCODE retornado pelo INSERT dentro do AUDWRITE
         01  AUDWR-SQLCODE           PIC S9(9) COMP.
