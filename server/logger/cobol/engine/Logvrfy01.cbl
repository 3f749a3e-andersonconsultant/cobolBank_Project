      *                    LOGARCH aceita "-" na frente dos 12
      *                    digitos e o casamento compara o valor com
      *                    sinal contra o ARCX-VALUE.
      *  2026-10-15  DEV  CALL do RUNWRITE passa o novo parametro
      *                    RUNWR-FEED-CODE (SPACES - job nao e de carga
      *                    de feed).
      *  2026-10-15  DEV  LOGARCH lido em geracoes (catalogo do
      *                    LOGGEN01, via GENLIST) e depois o corrente;
      *                    registros de geracoes expiradas entram nos
      *                    totais do balanco e descontam as sobras do
      *                    LOGARCHX.

      *  O LOGPURG01 grava cada linha arquivada duas vezes - no
      *  sequencial LOGARCH e no indexado LOGARCHX - e os dois podem
      *  DE BALANCO sai no console e no extrato VRFYOUT, para ser
      *  arquivado junto da evidencia de auditoria, e a execucao fica
      *  em log_batch_runs via RUNWRITE como as demais rotinas.
      *
      *  O LOGARCH e rolado em geracoes pelo LOGGEN01: a verificacao
      *  le as geracoes vigentes (GENLIST) e depois o corrente. Geracao
      *  expirada teve o arquivo apagado, mas o catalogo guarda quantos
      *  registros ela tinha - esse total entra no lado LOGARCH do
      *  balanco e e descontado das sobras do LOGARCHX, que nao e
      *  rolado.

      ******************************************************************
         ENVIRONMENT DIVISION.

         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *     Geracao do LOGARCH ou o corrente - nome atribuido em
      *     tempo de execucao.
            SELECT LOG-ARCHIVE-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      *  Campos da linha do LOGARCH, na ordem gravada pelo
      *  FETCH-ARCHIVE-LOOP do LOGPURG01, como no LOGREST01 (o feed
      *  de origem e o ultimo campo). Response
      *  e value chegam como texto e so viram numericos (via
      *  REDEFINES) depois de conferidos com NUMERIC.
         01  WS-ARC-SESSION-ID      PIC X(10).
         01  WS-ARC-VALUE-OK-SW     PIC X(1).
             88 WS-ARC-VALUE-OK             VALUE "Y".
         01  WS-ARC-CREATED-AT      PIC X(26).
         01  WS-ARC-FEED-CODE       PIC X(10).

      *  Parametros do subprograma RUNWRITE (ver Runwrpm.cpy) e
      *  timestamps da execucao. Na verificacao, lidas = linhas do
         01  WS-ARC-DATE-KEY        PIC X(8)  VALUE SPACES.
         01  WS-VRF-LINE            PIC X(150) VALUE SPACES.

      *  Geracoes vigentes do LOGARCH (ver Genlspm.cpy), o arquivo
      *  sendo lido no momento e os registros das geracoes expiradas
         COPY GENLSPM.
         01  WS-GEN-IDX             PIC 9(3)  VALUE ZERO.
         01  WS-ARCH-FILE-NAME      PIC X(40) VALUE "LOGARCH".
         01  WS-ARCH-EXPIRED-COUNT  PIC 9(10) VALUE ZERO.
         01  WS-ARCH-TOTAL          PIC 9(10) VALUE ZERO.

      *  Totais da verificacao
         01  WS-ARCH-COUNT          PIC 9(8)  VALUE ZERO.
         01  WS-ARCX-COUNT          PIC 9(8)  VALUE ZERO.
                       WS-ARCHIVE-IX-STATUS
            END-IF.

      *    Percorre o LOGARCH - geracoes vigentes, mais antigas
      *    primeiro, e depois o corrente - linha a linha procurando o
      *    par de cada uma no LOGARCHX. O indexado continua aberto da
      *    contagem - o acesso DYNAMIC permite reposicionar com START
      *    a cada linha sem reabrir o arquivo.
         VERIFY-ARCHIVE.
            PERFORM LIST-ARCHIVE-GENERATIONS
            PERFORM VERIFY-ARCHIVE-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > GENL-GEN-COUNT
            MOVE "LOGARCH" TO WS-ARCH-FILE-NAME
            PERFORM VERIFY-ARCHIVE-FILE
            IF WS-IX-USABLE
               CLOSE LOG-ARCHIVE-IX-FILE
            END-IF

      *    O que o indexado tem alem do que casou com o sequencial (e
      *    do que foi para geracoes ja expiradas) e sobra do LOGARCHX
      *    - sem par no LOGARCH desta verificacao.
            COMPUTE WS-ARCH-TOTAL = WS-ARCH-COUNT
                                  + WS-ARCH-EXPIRED-COUNT
            IF WS-ARCX-COUNT > WS-MATCH-COUNT + WS-ARCH-EXPIRED-COUNT
               COMPUTE WS-ARCX-ORPHAN-COUNT =
                       WS-ARCX-COUNT - WS-MATCH-COUNT
                                     - WS-ARCH-EXPIRED-COUNT
            ELSE
               MOVE ZERO TO WS-ARCX-ORPHAN-COUNT
            END-IF.

      *    Sem o catalogo nao ha como provar que todo o LOGARCH foi
      *    lido - a verificacao segue so com o corrente e sai FORA DE
      *    BALANCO.
         LIST-ARCHIVE-GENERATIONS.
            MOVE "LOGARCH" TO GENL-DATASET
            CALL "GENLIST" USING GENL-DATASET
                                  GENL-GEN-COUNT
                                  GENL-TABLE
                                  GENL-EXPIRED-RECORDS
                                  GENL-RETURN-CODE
                                  GENL-SQLCODE
            END-CALL
            EVALUATE TRUE
               WHEN GENL-QUERY-FAILED
                  MOVE "N" TO WS-VERDICT-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Catalogo de geracoes indisponivel - so o"
                  DISPLAY "#LOGARCH corrente sera verificado"
                  DISPLAY "#SQLCODE: " GENL-SQLCODE
               WHEN GENL-TRUNCATED
                  MOVE "N" TO WS-VERDICT-SW
                  DISPLAY "0\STATUS"
                  DISPLAY "#Mais de 99 geracoes do LOGARCH - so as 99"
                  DISPLAY "#mais antigas serao verificadas"
                  MOVE GENL-EXPIRED-RECORDS TO WS-ARCH-EXPIRED-COUNT
               WHEN OTHER
                  MOVE GENL-EXPIRED-RECORDS TO WS-ARCH-EXPIRED-COUNT
            END-EVALUATE.

         VERIFY-ARCHIVE-GENERATION.
            MOVE GENL-FILE-NAME(WS-GEN-IDX) TO WS-ARCH-FILE-NAME
            PERFORM VERIFY-ARCHIVE-FILE.

      *    LOGARCH corrente inexistente logo depois de uma rolagem e
      *    normal; sem nenhuma geracao catalogada, continua sendo
      *    falta do arquivamento.
         VERIFY-ARCHIVE-FILE.
            MOVE "N" TO WS-ARCH-SW
            OPEN INPUT LOG-ARCHIVE-FILE
            EVALUATE TRUE
               WHEN WS-ARCHIVE-FILE-STATUS = "00"
                  PERFORM READ-ARCHIVE-LOOP UNTIL WS-ARCH-EOF
                  CLOSE LOG-ARCHIVE-FILE
               WHEN WS-ARCHIVE-FILE-STATUS = "35"
                    AND WS-ARCH-FILE-NAME = "LOGARCH"
                    AND (GENL-GEN-COUNT > ZERO
                         OR WS-ARCH-EXPIRED-COUNT > ZERO)
                  DISPLAY "#LOGARCH corrente nao existe - so geracoes"
               WHEN OTHER
                  DISPLAY "0\STATUS"
                  DISPLAY "#Nao foi possivel abrir " WS-ARCH-FILE-NAME
                  DISPLAY "#FILE STATUS: " WS-ARCHIVE-FILE-STATUS
                  MOVE "N" TO WS-VERDICT-SW
            END-EVALUATE.

         READ-ARCHIVE-LOOP.
            READ LOG-ARCHIVE-FILE INTO WS-INPUT
               AT END
            MOVE SPACES TO WS-ARC-METHOD
            MOVE SPACES TO WS-ARC-VALUE-X
            MOVE SPACES TO WS-ARC-CREATED-AT
            MOVE SPACES TO WS-ARC-FEED-CODE

            UNSTRING WS-INPUT DELIMITED BY ";"
                INTO WS-ARC-SESSION-ID
                     WS-ARC-METHOD
                     WS-ARC-VALUE-X
                     WS-ARC-CREATED-AT
                     WS-ARC-FEED-CODE
            END-UNSTRING

            PERFORM PARSE-ARC-VALUE
                        AND ARCX-METHOD    = WS-ARC-METHOD
                        AND ARCX-VALUE     = WS-ARC-VALUE
                        AND ARCX-CREATED-AT = WS-ARC-CREATED-AT
                        AND ARCX-FEED-CODE = WS-ARC-FEED-CODE
                        SET WS-MATCH-FOUND TO TRUE
                     END-IF
                  END-IF
      *    Fecha o veredito e imprime o resumo no console e no
      *    extrato. EM BALANCO exige: nenhuma orfa de nenhum lado,
      *    contagens iguais entre os dois arquivos e total igual ao
      *    registrado pelas purgas em log_batch_runs - do lado LOGARCH,
      *    linhas lidas mais registros de geracoes expiradas.
         PRINT-VERDICT.
            IF WS-ARCH-ORPHAN-COUNT > ZERO
               OR WS-ARCX-ORPHAN-COUNT > ZERO
               OR WS-ARCH-TOTAL NOT = WS-ARCX-COUNT
               OR WS-ARCH-TOTAL NOT = WS-RUNS-ARCHIVED-TOTAL
               MOVE "N" TO WS-VERDICT-SW
            END-IF

            DISPLAY "1\VERIFY_SUMMARY"
            MOVE WS-ARCH-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Linhas no LOGARCH:          " WS-EDITED-COUNT
            MOVE WS-ARCH-EXPIRED-COUNT TO WS-EDITED-TOTAL
            DISPLAY "#Em geracoes expiradas:     " WS-EDITED-TOTAL
            MOVE WS-ARCX-COUNT TO WS-EDITED-COUNT
            DISPLAY "#Registros no LOGARCHX:      " WS-EDITED-COUNT
            MOVE WS-MATCH-COUNT TO WS-EDITED-COUNT
                   WS-ARCX-ORPHAN-COUNT  DELIMITED BY SIZE
                   ";"                   DELIMITED BY SIZE
                   WS-RUNS-ARCHIVED-TOTAL DELIMITED BY SIZE
                   ";"                   DELIMITED BY SIZE
                   WS-ARCH-EXPIRED-COUNT DELIMITED BY SIZE
              INTO WS-VRF-LINE
            END-STRING
            PERFORM WRITE-VERIFY-LINE
            ELSE
               MOVE WS-ENV-CODE TO RUNWR-DB-ENV
            END-IF
            MOVE SPACES TO RUNWR-FEED-CODE

            CALL "RUNWRITE" USING RUNWR-JOB-NAME
                                   RUNWR-START-TS
                                   RUNWR-COMMIT-COUNT
                                   RUNWR-CLEAN-FLAG
                                   RUNWR-DB-ENV
                                   RUNWR-FEED-CODE
                                   RUNWR-RETURN-CODE
                                   RUNWR-SQLCODE
            END-CALL
