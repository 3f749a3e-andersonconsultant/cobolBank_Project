      *                    rejeitadas = linhas de config invalidas),
      *                    para o controlador da cadeia noturna e o
      *                    painel da operacao enxergarem o monitor.
      *  2026-10-15  DEV  CALL do RUNWRITE passa o novo parametro
      *                    RUNWR-FEED-CODE (SPACES - job nao e de carga
      *                    de feed).
      *  2026-10-15  DEV  ALERTOUT aberto em EXTEND (OUTPUT so quando
      *                    ainda nao existe): cada varredura acrescenta
      *                    suas linhas e o LOGGEN01 rola o extrato em
      *                    geracoes.

      *  Job de monitoracao para a ponte de operacoes agendar a cada
      *  15 minutos: le o arquivo de configuracao ALRTCFG (um limiar
            END-IF.

      *    Abre a configuracao e o extrato e processa um limiar por
      *    linha de configuracao. O extrato acumula as varreduras (o
      *    LOGGEN01 o rola em geracoes datadas).
         PROCESS-CONFIG.
            OPEN INPUT ALERT-CONFIG-FILE
            IF WS-CFG-FILE-STATUS NOT = "00"
               DISPLAY "#Nao foi possivel abrir o arquivo ALRTCFG"
               DISPLAY "#FILE STATUS: " WS-CFG-FILE-STATUS
            ELSE
               OPEN EXTEND ALERT-OUTPUT-FILE
               IF WS-OUT-FILE-STATUS = "35"
                  OPEN OUTPUT ALERT-OUTPUT-FILE
               END-IF
               IF WS-OUT-FILE-STATUS NOT = "00"
                  MOVE "N" TO WS-ALRT-CLEAN-SW
                  DISPLAY "0\STATUS"
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
