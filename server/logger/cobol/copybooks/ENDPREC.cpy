      ******************************************************************
      * ENDPREC - Registro do cadastro de endpoints ENDPMST
      ******************************************************************
      *  Layout compartilhado entre o LOGENDP01 (manutencao do
      *  cadastro) e o ENDPCHK (consulta usada na validacao da carga,
      *  do replay, da recarga e pelos relatorios). Mantenha este
      *  copybook como a unica definicao do registro. Chave:
      *  componente + endpoint + metodo, exatamente como chegam na
      *  linha LOG (o que nao bate com o cadastro e endpoint
      *  desconhecido).
      ******************************************************************
      *  2026-10-15  DEV  Criacao, com o cadastro de endpoints.

         01  ENDP-REC.
             05 ENDP-KEY.
                10 ENDP-COMPONENT     PIC X(10).
                10 ENDP-ENDPOINT      PIC X(50).
                10 ENDP-METHOD        PIC X(6).
             05 ENDP-DESCRIPTION      PIC X(60).
             05 ENDP-OWNER-TEAM       PIC X(30).
      *  A = ativo, R = aposentado (nao aceita mais linhas)
             05 ENDP-STATUS           PIC X(1).
                88 ENDP-ACTIVE                VALUE "A".
                88 ENDP-RETIRED               VALUE "R".
      *  Vigencia (AAAA-MM-DD). Fim em branco = sem data de fim.
             05 ENDP-EFFECTIVE-FROM   PIC X(10).
             05 ENDP-EFFECTIVE-TO     PIC X(10).
      *  Ultima manutencao (AAAA-MM-DD HH:MM:SS)
             05 ENDP-CHANGED-AT       PIC X(19).
