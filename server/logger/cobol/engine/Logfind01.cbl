
      *  2026-09-02  DEV  Valor exibido com sinal, acompanhando o
      *                    ARCX-VALUE com sinal (estorno).
      *  2026-10-15  DEV  Exibe o feed de origem (ARCX-FEED-CODE) de
      *                    cada registro.

      *  Responde a pergunta de auditoria mais comum - "tudo da sessao
      *  X no dia Y" - direto no arquivo indexado LOGARCHX gravado
            DISPLAY " "
            DISPLAY "Sessao: " ARCX-SESSION-ID
                    "  Em: " ARCX-CREATED-AT(1:19)
                    "  Feed: " ARCX-FEED-CODE
            DISPLAY "  " ARCX-COMPONENT " " ARCX-ACTION " "
                    ARCX-STATUS
            DISPLAY "  Endpoint: " ARCX-ENDPOINT
