      ******************************************************************
      * ENDPCKPM - Interface do subprograma ENDPCHK
      ******************************************************************
      *  Layout compartilhado entre o ENDPCHK (LINKAGE SECTION) e
      *  qualquer programa que precise conferir um endpoint no
      *  cadastro ENDPMST ou buscar o time dono dele (WORKING-STORAGE,
      *  montado antes do CALL). Programas que chamam ENDPCHK nao
      *  devem abrir o ENDPMST por conta propria para isso.
      ******************************************************************
      *  2026-10-15  DEV  Criacao, com o cadastro de endpoints.

      *  Chave da consulta. Componente e metodo em SPACES = consulta
      *  so pelo endpoint (primeiro cadastro dele), para relatorios
      *  que agrupam por endpoint e so querem o time dono.
         01  ENDCK-COMPONENT         PIC X(10).
         01  ENDCK-ENDPOINT          PIC X(50).
         01  ENDCK-METHOD            PIC X(6).

      *  Data de referencia da vigencia (AAAA-MM-DD) - a data da
      *  linha; em SPACES vale a data corrente.
         01  ENDCK-REF-DATE          PIC X(10).

      *  Saida: dados do cadastro (SPACES se nao encontrado)
         01  ENDCK-DESCRIPTION       PIC X(60).
         01  ENDCK-OWNER-TEAM        PIC X(30).

      *  Saida: "0" = ativo e vigente na data, "1" = nao cadastrado,
      *  "2" = aposentado ou fora da vigencia, "9" = cadastro ENDPMST
      *  indisponivel (nada foi conferido - o chamador decide)
         01  ENDCK-RETURN-CODE       PIC X(1).
             88 ENDCK-ACTIVE                VALUE "0".
             88 ENDCK-UNKNOWN               VALUE "1".
             88 ENDCK-RETIRED               VALUE "2".
             88 ENDCK-UNAVAILABLE           VALUE "9".
