      ******************************************************************
      * SESWRPM - Interface do subprograma SESWRITE
      ******************************************************************
      *  Layout compartilhado entre o SESWRITE (LINKAGE SECTION) e
      *  qualquer programa que precise registrar a abertura de uma
      *  sessao em log_session_registry (WORKING-STORAGE, montado
      *  antes do CALL). Mantenha este copybook como a unica definicao
      *  dos parametros do SESWRITE - programas que chamam SESWRITE
      *  nao devem duplicar o INSERT.
      ******************************************************************
      *  2026-10-15  DEV  Criacao, para o registro sessao-usuario
      *                   (registro SESSAO do ENGINEV4TST).

         01  SESWR-SESSION-ID        PIC X(10).
         01  SESWR-USER-ID           PIC X(20).
         01  SESWR-SOURCE-IP         PIC X(45).

      *  Abertura da sessao (AAAA-MM-DD HH:MM:SS). Em SPACES grava o
      *  now() do banco; preenchido, grava o instante informado pelo
      *  upstream.
         01  SESWR-OPENED-AT         PIC X(26).

      *  Codigo do feed (sistema de origem) que enviou o registro
         01  SESWR-FEED-CODE         PIC X(10).

      *  Saida: "0" = registrado, "1" = SELECT/INSERT falhou,
      *  "2" = sessao ja registrada (nada gravado - o primeiro
      *  registro da sessao vale; reprocessar um arquivo nao duplica)
         01  SESWR-RETURN-CODE       PIC X(1).
             88 SESWR-SUCCESS               VALUE "0".
             88 SESWR-INSERT-FAILED         VALUE "1".
             88 SESWR-ALREADY-OPEN          VALUE "2".

      *  Saida: SQLCODE retornado dentro do SESWRITE
         01  SESWR-SQLCODE           PIC S9(9) COMP.
