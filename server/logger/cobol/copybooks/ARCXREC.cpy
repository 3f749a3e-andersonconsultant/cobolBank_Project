      *                   LOGFIND01.
      *  2026-09-02  DEV  ARCX-VALUE com sinal, acompanhando o suporte
      *                   a estorno (valor negativo) na cadeia toda.
      *  2026-10-15  DEV  ARCX-FEED-CODE no fim do registro - feed
      *                   (sistema de origem) da linha arquivada.

         01  ARCX-REC.
             05 ARCX-KEY.
             05 ARCX-METHOD           PIC X(6).
             05 ARCX-VALUE            PIC S9(10)V99.
             05 ARCX-CREATED-AT       PIC X(26).
             05 ARCX-FEED-CODE        PIC X(10).
