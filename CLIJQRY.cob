      * CPF: data, hora, programa, funcao e, campo a campo, o valor
      * antes e depois de cada gravacao. E o relatorio entregue a
      * compliance nos pedidos de titulares (LGPD).
      * Os meses fechados sao tirados do CLIJRNL pelo corte mensal
      * CLIJARQ para o historico CLIJHIST; a consulta vai primeiro,
      * pelo indice por CPF e data (CLIJINDX), direto aos registros
      * arquivados do CPF e depois varre o CLIJRNL, que so tem a
      * geracao corrente, de modo que o historico sai completo e em
      * ordem cronologica.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      *                   situacao de endereco e a data de devolucao
      *                   do malote, campos novos do CLIREC gravados
      *                   pelo CLIDEVOL.
      * 15-10-2026  EQM   Consulta dos meses arquivados pelo CLIJARQ
      *                   no CLIJHIST, pelo indice CLIJINDX, antes da
      *                   geracao corrente do CLIJRNL.
      *-----------------------------------------------------------------

      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJRNL-STATUS.

           SELECT INDICE-JORNAL ASSIGN TO "CLIJINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-JIX-CHAVE
               FILE STATUS IS WRK-CLIJINDX-STATUS.

           SELECT JORNAL-HISTORICO ASSIGN TO "CLIJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-JHS-CHAVE
               FILE STATUS IS WRK-CLIJHIST-STATUS.

           SELECT RELATORIO-JORNAL ASSIGN TO "CLIJQRYR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJQRYR-STATUS.
       FD  JORNAL-CLIENTE.
           COPY CLIJREC.

       FD  INDICE-JORNAL.
           COPY CLIJXREC.

       FD  JORNAL-HISTORICO.
           COPY CLIJHREC.

       FD  RELATORIO-JORNAL.
       01  WRK-LINHA-RELATORIO             PIC X(120).

       77  WRK-CLIJRNL-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIJRNL-NAO-EXISTE           VALUE "35".

       77  WRK-CLIJINDX-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJINDX-NAO-CADASTRADO      VALUE "35".

       77  WRK-CLIJHIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJHIST-NAO-CADASTRADO      VALUE "35".

       77  WRK-CLIJQRYR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-JORNAL           VALUE "S".

       77  WRK-FIM-INDICE                  PIC X(01) VALUE "N".
           88 WRK-FIM-INDICE-CPF               VALUE "S".

       77  WRK-CPF-PESQUISA                PIC X(11) VALUE SPACES.
       77  WRK-CONT-ALTERACOES             PIC 9(05) COMP VALUE ZERO.

      *Movimento em impressao, lido do CLIJRNL ou do CLIJHIST.
           COPY CLIJREC REPLACING LEADING ==WRK== BY ==JQM==.

      *Imagens do registro de cliente antes e depois da gravacao,
      *remontadas a partir do jornal com o proprio layout CLIREC
      *(prefixos JQA = antes, JQB = depois).
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - le o CPF a pesquisar, imprime os meses
      * arquivados do CPF, abre o jornal corrente e posiciona o
      * primeiro registro.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE WRK-CPF-PESQUISA           TO WRK-TIT-CPF.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.

           PERFORM 1500-CONSULTAR-HISTORICO
               THRU 1500-CONSULTAR-HISTORICO-EXIT.

           OPEN INPUT JORNAL-CLIENTE.
           IF WRK-CLIJRNL-NAO-EXISTE
               MOVE "JORNAL DE AUDITORIA INEXISTENTE"
       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-CONSULTAR-HISTORICO - percorre as entradas do CPF no
      * indice CLIJINDX (em ordem de data, geracao e sequencia) e
      * imprime cada registro arquivado no CLIJHIST. Sem indice, o
      * jornal ainda nao passou por nenhum corte.
      *-----------------------------------------------------------------
       1500-CONSULTAR-HISTORICO.

           OPEN INPUT INDICE-JORNAL.
           IF WRK-CLIJINDX-NAO-CADASTRADO
               GO TO 1500-CONSULTAR-HISTORICO-EXIT
           END-IF

           OPEN INPUT JORNAL-HISTORICO.
           IF WRK-CLIJHIST-NAO-CADASTRADO
               DISPLAY "CLIJQRY: CLIJINDX sem o CLIJHIST - meses "
                       "arquivados nao consultados"
               CLOSE INDICE-JORNAL
               GO TO 1500-CONSULTAR-HISTORICO-EXIT
           END-IF

           MOVE WRK-CPF-PESQUISA           TO WRK-JIX-CPF.
           MOVE ZERO                       TO WRK-JIX-DATA
                                              WRK-JIX-GERACAO
                                              WRK-JIX-SEQUENCIA.
           START INDICE-JORNAL KEY IS NOT LESS THAN WRK-JIX-CHAVE
               INVALID KEY
                   SET WRK-FIM-INDICE-CPF TO TRUE
           END-START

           IF NOT WRK-FIM-INDICE-CPF
               PERFORM 1510-LER-INDICE THRU 1510-LER-INDICE-EXIT
           END-IF

           PERFORM 1520-IMPRIMIR-ARQUIVADO
               THRU 1520-IMPRIMIR-ARQUIVADO-EXIT
               UNTIL WRK-FIM-INDICE-CPF.

           CLOSE INDICE-JORNAL JORNAL-HISTORICO.

       1500-CONSULTAR-HISTORICO-EXIT.
           EXIT.

       1510-LER-INDICE.

           READ INDICE-JORNAL NEXT RECORD
               AT END
                   SET WRK-FIM-INDICE-CPF TO TRUE
                   GO TO 1510-LER-INDICE-EXIT
           END-READ

           IF WRK-JIX-CPF NOT = WRK-CPF-PESQUISA
               SET WRK-FIM-INDICE-CPF TO TRUE
           END-IF.

       1510-LER-INDICE-EXIT.
           EXIT.

       1520-IMPRIMIR-ARQUIVADO.

           MOVE WRK-JIX-GERACAO            TO WRK-JHS-GERACAO.
           MOVE WRK-JIX-SEQUENCIA          TO WRK-JHS-SEQUENCIA.
           READ JORNAL-HISTORICO
               INVALID KEY
                   DISPLAY "CLIJQRY: registro " WRK-JHS-CHAVE
                           " do indice ausente do CLIJHIST"
               NOT INVALID KEY
                   MOVE WRK-JHS-REGISTRO   TO JQM-STRUCT-JORNAL
                   PERFORM 3000-IMPRIMIR-MOVIMENTO
                       THRU 3000-IMPRIMIR-MOVIMENTO-EXIT
                   ADD 1 TO WRK-CONT-ALTERACOES
           END-READ

           PERFORM 1510-LER-INDICE THRU 1510-LER-INDICE-EXIT.

       1520-IMPRIMIR-ARQUIVADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-JORNAL - imprime o movimento corrente se for do
      * CPF pesquisado e le o proximo registro do jornal.
      *-----------------------------------------------------------------
       2000-PROCESSA-JORNAL.

           IF JQM-JRN-CPF = WRK-CPF-PESQUISA
               PERFORM 3000-IMPRIMIR-MOVIMENTO
                   THRU 3000-IMPRIMIR-MOVIMENTO-EXIT
               ADD 1 TO WRK-CONT-ALTERACOES

       2100-LER-JORNAL.

           READ JORNAL-CLIENTE INTO JQM-STRUCT-JORNAL
               AT END
                   SET WRK-FIM-ARQUIVO-JORNAL TO TRUE
           END-READ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADORA.

           MOVE SPACES TO WRK-MOV-DATA.
           STRING JQM-JRN-DATA(7:2)  DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  JQM-JRN-DATA(5:2)  DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  JQM-JRN-DATA(1:4)  DELIMITED BY SIZE
               INTO WRK-MOV-DATA
           END-STRING.
           MOVE SPACES TO WRK-MOV-HORA.
           STRING JQM-JRN-HORA(1:2)  DELIMITED BY SIZE
                  ":"                DELIMITED BY SIZE
                  JQM-JRN-HORA(3:2)  DELIMITED BY SIZE
                  ":"                DELIMITED BY SIZE
                  JQM-JRN-HORA(5:2)  DELIMITED BY SIZE
               INTO WRK-MOV-HORA
           END-STRING.
           MOVE JQM-JRN-PROGRAMA           TO WRK-MOV-PROGRAMA.
           MOVE JQM-JRN-FUNCAO             TO WRK-MOV-FUNCAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MOVIMENTO.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-COLUNAS.

           MOVE JQM-JRN-IMAGEM-ANTES       TO JQA-STRUCT-CLIENTE.
           MOVE JQM-JRN-IMAGEM-DEPOIS      TO JQB-STRUCT-CLIENTE.

           MOVE "NOME"                     TO WRK-CPO-ROTULO.
           MOVE JQA-CLIENTE-NOME           TO WRK-CPO-ANTES.
