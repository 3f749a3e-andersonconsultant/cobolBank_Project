      ******************************************************************
      * GENLSPM - Interface do subprograma GENLIST
      ******************************************************************
      *  Layout compartilhado entre o GENLIST (LINKAGE SECTION) e todo
      *  programa que le um dataset plano rolado em geracoes pelo
      *  LOGGEN01 (catalogo log_file_generations) - DEADLTR no
      *  LOGREPL01/LOGSTAT01/LOGTLN01, LOGARCH no LOGVRFY01/LOGREST01/
      *  LOGMASK01, ALERTOUT no LOGSTAT01 e LOGSIG na conferencia de
      *  carga dupla do ENGINEV4TST. Quem le deve percorrer as
      *  geracoes devolvidas (mais antigas primeiro) e depois o
      *  arquivo corrente; programas nao devem consultar o catalogo
      *  por conta propria.
      ******************************************************************
      *  2026-10-15  DEV  Criacao, com a rolagem de datasets em
      *                   geracoes.

      *  Entrada: nome do dataset corrente (DEADLTR, LOGARCH, ...)
         01  GENL-DATASET            PIC X(20).

      *  Saida: geracoes vigentes (nao expiradas) do dataset, da mais
      *  antiga para a mais nova. Primeiro/ultimo timestamp sao o
      *  menor e o maior valor do campo de timestamp das linhas, no
      *  formato do proprio dataset (SPACES quando o dataset nao tem
      *  timestamp configurado no GENCFG).
         01  GENL-GEN-COUNT          PIC 9(3).
         01  GENL-TABLE.
             05 GENL-ENTRY OCCURS 99 TIMES.
                10 GENL-FILE-NAME    PIC X(40).
                10 GENL-GEN-DATE     PIC X(10).
                10 GENL-RECORDS      PIC 9(8).
                10 GENL-FIRST-TS     PIC X(26).
                10 GENL-LAST-TS      PIC X(26).

      *  Saida: total de registros das geracoes ja expiradas (arquivo
      *  apagado, linha do catalogo mantida) - para quem confere
      *  totais contra outra fonte, como o LOGVRFY01.
         01  GENL-EXPIRED-RECORDS    PIC 9(10).

      *  Saida: "0" = ok, "1" = falha na consulta ao catalogo (nenhuma
      *  geracao devolvida - quem chama le so o arquivo corrente e
      *  avisa), "2" = mais de 99 geracoes vigentes (so as 99 mais
      *  antigas foram devolvidas).
         01  GENL-RETURN-CODE        PIC X(1).
             88 GENL-SUCCESS                VALUE "0".
             88 GENL-QUERY-FAILED           VALUE "1".
             88 GENL-TRUNCATED              VALUE "2".

      *  Saida: SQLCODE da consulta quando GENL-QUERY-FAILED
         01  GENL-SQLCODE            PIC S9(9) COMP.
