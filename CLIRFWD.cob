      * programa e funcao, com a reconciliacao dos totais no fim;
      * qualquer falha de gravacao encerra com RETURN-CODE 8 e o
      * arquivo recuperado NAO deve ser aproveitado.
      * O CLIJRNL so tem a geracao corrente (o mes em curso); os meses
      * fechados estao no historico CLIJHIST, gravado pelo corte
      * mensal CLIJARQ. Quando o corte da descarga cai num mes ja
      * arquivado, as geracoes a partir do mes do corte sao
      * reaplicadas do CLIJHIST antes da geracao corrente.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      *                   CLIMANUT) passou a ser reaplicado como
      *                   remocao do CPF do jornal, e nao como
      *                   regravacao de uma imagem vazia.
      * 15-10-2026  EQM   Reaplicacao das geracoes arquivadas no
      *                   CLIJHIST quando a descarga e anterior ao
      *                   mes corrente do CLIJRNL.
      *-----------------------------------------------------------------

      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJRNL-STATUS.

           SELECT JORNAL-HISTORICO ASSIGN TO "CLIJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-JHS-CHAVE
               FILE STATUS IS WRK-CLIJHIST-STATUS.

           SELECT RELATORIO-RECUPERACAO ASSIGN TO "CLIRFWDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIRFWDR-STATUS.
       FD  JORNAL-CLIENTE.
           COPY CLIJREC.

       FD  JORNAL-HISTORICO.
           COPY CLIJHREC.

       FD  RELATORIO-RECUPERACAO.
       01  WRK-LINHA-RELATORIO             PIC X(80).

       77  WRK-CLIJRNL-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIJRNL-NAO-EXISTE           VALUE "35".

       77  WRK-CLIJHIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJHIST-NAO-CADASTRADO      VALUE "35".

       77  WRK-CLIRFWDR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-JORNAL           VALUE "S".

       77  WRK-FIM-HISTORICO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-HISTORICO        VALUE "S".

       77  WRK-RECUPERA-COM-ERRO           PIC X(01) VALUE "N".
           88 WRK-ERRO-NA-RECUPERACAO          VALUE "S".

       77  WRK-CONT-LIDOS                  PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-HISTORICO              PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ANTERIORES             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-REGRAVADOS             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-GRAVADOS               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CORTE-DATA-NUM              PIC 9(08) VALUE ZERO.
       77  WRK-CORTE-HORA-NUM              PIC 9(06) VALUE ZERO.

      *Geracao (AAAAMM) do ponto de corte: primeira geracao do
      *CLIJHIST que pode ter movimento posterior a descarga.
       77  WRK-CORTE-GERACAO               PIC 9(06) VALUE ZERO.

      *Totais de registros reaplicados por programa e funcao
      *gravadora, acumulados na ordem em que aparecem no jornal.
       77  WRK-QTD-ORIGENS                 PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - le o ponto de corte pelo console, abre os
      * arquivos (o CLIMASTN precisa existir: o CLIRELD roda antes),
      * reaplica as geracoes arquivadas a partir do mes do corte e
      * posiciona o primeiro registro da geracao corrente.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           PERFORM 1500-REAPLICAR-HISTORICO
               THRU 1500-REAPLICAR-HISTORICO-EXIT.

           PERFORM 2100-LER-JORNAL THRU 2100-LER-JORNAL-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-REAPLICAR-HISTORICO - le o CLIJHIST a partir da geracao
      * do mes do corte ate o fim (so ha meses fechados, anteriores
      * a geracao corrente do CLIJRNL) e trata cada registro como se
      * viesse do jornal. Corte dentro da geracao corrente nao acha
      * geracao no historico e nada e lido. Sem CLIJHIST, o jornal
      * ainda nao passou por nenhum corte.
      *-----------------------------------------------------------------
       1500-REAPLICAR-HISTORICO.

           OPEN INPUT JORNAL-HISTORICO.
           IF WRK-CLIJHIST-NAO-CADASTRADO
               GO TO 1500-REAPLICAR-HISTORICO-EXIT
           END-IF

           COMPUTE WRK-CORTE-GERACAO = WRK-CORTE-DATA-NUM / 100.

           MOVE WRK-CORTE-GERACAO          TO WRK-JHS-GERACAO.
           MOVE ZERO                       TO WRK-JHS-SEQUENCIA.
           START JORNAL-HISTORICO KEY IS NOT LESS THAN WRK-JHS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
           END-START

           IF NOT WRK-FIM-ARQUIVO-HISTORICO
               PERFORM 1510-LER-HISTORICO
                   THRU 1510-LER-HISTORICO-EXIT
           END-IF

           PERFORM 1520-TRATAR-HISTORICO
               THRU 1520-TRATAR-HISTORICO-EXIT
               UNTIL WRK-FIM-ARQUIVO-HISTORICO.

           CLOSE JORNAL-HISTORICO.

       1500-REAPLICAR-HISTORICO-EXIT.
           EXIT.

       1510-LER-HISTORICO.

           READ JORNAL-HISTORICO NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
           END-READ.

       1510-LER-HISTORICO-EXIT.
           EXIT.

      *Registro arquivado vai para a area do registro do jornal, que
      *ainda nao foi lido, e segue o mesmo tratamento.
       1520-TRATAR-HISTORICO.

           ADD 1 TO WRK-CONT-HISTORICO.
           MOVE WRK-JHS-REGISTRO           TO WRK-STRUCT-JORNAL.

           PERFORM 2050-TRATAR-MOVIMENTO
               THRU 2050-TRATAR-MOVIMENTO-EXIT.

           PERFORM 1510-LER-HISTORICO THRU 1510-LER-HISTORICO-EXIT.

       1520-TRATAR-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-JORNAL - trata o movimento corrente da geracao
      * corrente e le o proximo registro do jornal.
      *-----------------------------------------------------------------
       2000-PROCESSA-JORNAL.

           PERFORM 2050-TRATAR-MOVIMENTO
               THRU 2050-TRATAR-MOVIMENTO-EXIT.

           PERFORM 2100-LER-JORNAL THRU 2100-LER-JORNAL-EXIT.

       2000-PROCESSA-JORNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-TRATAR-MOVIMENTO - descarta o movimento anterior ao ponto
      * de corte (ja esta dentro da descarga recarregada) e reaplica
      * os demais, na ordem cronologica do jornal.
      *-----------------------------------------------------------------
       2050-TRATAR-MOVIMENTO.

           ADD 1 TO WRK-CONT-LIDOS.

           ELSE
               PERFORM 3000-REAPLICAR-IMAGEM
                   THRU 3000-REAPLICAR-IMAGEM-EXIT
           END-IF.

       2050-TRATAR-MOVIMENTO-EXIT.
           EXIT.

       2100-LER-JORNAL.
           MOVE WRK-CONT-LIDOS             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "DO HISTORICO......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-HISTORICO         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ANTES DO CORTE....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ANTERIORES        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.
