      *                   "D" insere direto, como sempre foi. Novo
      *                   retorno "3" = linha aceita no buffer, ainda
      *                   nao inserida.
      *  2026-10-15  DEV  LOGWR-FEED-CODE: codigo do feed (sistema de
      *                   origem) da linha, gravado em feed_code.

         01  LOGWR-SESSION-ID        PIC X(10).
         01  LOGWR-COMPONENT         PIC X(10).
      *  perder a data original do registro.
         01  LOGWR-CREATED-AT        PIC X(26).

      *  Codigo do feed (sistema de origem) que mandou a linha - na
      *  carga LOGFILE vem do manifesto LOGMANF (ou LOGIN_FEED_CODE
      *  na carga de arquivo unico), no comando LOG vem do 10o campo
      *  da linha. Recarga e replay repassam o codigo guardado no
      *  LOGARCH/DEADLTR; linha antiga, sem o campo, vai em SPACES.
         01  LOGWR-FEED-CODE         PIC X(10).

      *  Modo de gravacao: "D" (ou branco) = INSERT direto, linha a
      *  linha, comportamento original; "B" = acumula no buffer
      *  interno do LOGWRITE e insere em bloco quando o buffer enche
