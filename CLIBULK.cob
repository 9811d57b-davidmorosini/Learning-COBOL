      *                   endereco como valida e a data de devolucao
      *                   em espacos (campos novos do CLIREC para o
      *                   tratamento de devolucoes do malote).
      * 15-10-2026  EQM   A agencia do header passou a ser conferida no
      *                   cadastro de agencias (AGEMAST): agencia
      *                   inexistente ou encerrada rejeita o lote
      *                   inteiro (ja aceitamos lote de agencia que
      *                   tinha fechado). Sem o cadastro carregado, a
      *                   carga segue como era, com aviso no console.
      *                   O motivo de rejeicao do lote passou de 16
      *                   para 20 posicoes. Cada cliente incluido e
      *                   cada lote rejeitado geram um registro no
      *                   movimento de producao por agencia (AGEPROD).
      *-----------------------------------------------------------------

      *=================================================================
               RECORD KEY IS WRK-CEP-NUMERO
               FILE STATUS IS WRK-CEPDIR-STATUS.

           SELECT AGENCIA-MASTER ASSIGN TO "AGEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-AGENCIA-CODIGO
               FILE STATUS IS WRK-AGEMAST-STATUS.

           SELECT PRODUCAO-AGENCIA ASSIGN TO "AGEPROD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGEPROD-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================
       FD  DIRETORIO-CEP.
           COPY CEPREC.

       FD  AGENCIA-MASTER.
           COPY AGEREC.

       FD  PRODUCAO-AGENCIA.
           COPY AGEPREC.

       FD  CHECKPOINT-CARGA.
       01  WRK-REG-CHECKPOINT.
           02 WRK-CKPT-CONTADOR             PIC 9(07).
       77  WRK-SEM-DIRETORIO               PIC X(01) VALUE "N".
           88 WRK-SEM-DIRETORIO-CEP            VALUE "S".

       77  WRK-AGEMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEMAST-NAO-CADASTRADO       VALUE "35".

      *O cadastro de agencias pode ainda nao ter sido carregado pelo
      *AGEMANUT; nesse caso a agencia do header nao e conferida.
       77  WRK-SEM-ARQ-AGENCIAS            PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-AGENCIAS        VALUE "S".

       77  WRK-AGEPROD-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEPROD-NAO-EXISTE           VALUE "35".

      *Motivo da rejeicao de CEP do detalhe corrente; espacos =
      *CEP confere com o diretorio. Os textos sao os mesmos da
      *critica do CLIEDIT, para a rejeicao cair num unico motivo.
              03 WRK-LOTE-SITUACAO         PIC X(01).
                 88 WRK-LOTE-OK                VALUE "O".
                 88 WRK-LOTE-REJEITADO         VALUE "R".
              03 WRK-LOTE-MOTIVO           PIC X(20).

      *Checkpoint/restart da carga em lote.
       77  WRK-REINICIO-CONTADOR           PIC 9(07) COMP VALUE ZERO.
       01  WRK-LINHA-MOTIVO.
           02 FILLER                       PIC X(10) VALUE
                  "  MOTIVO: ".
           02 WRK-MOT-DESCRICAO            PIC X(20).
           02 FILLER                       PIC X(50) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

                       "carregado - CEP dos detalhes sem conferencia"
           END-IF

           OPEN INPUT AGENCIA-MASTER.
           IF WRK-AGEMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-AGENCIAS TO TRUE
               DISPLAY "CLIBULK: cadastro de agencias (AGEMAST) nao "
                       "carregado - agencia dos lotes sem conferencia"
           END-IF

      *Antes de qualquer gravacao no mestre, confere todos os lotes
      *do arquivo de entrada contra os seus trailers.
           PERFORM 1300-CONFERIR-LOTES THRU 1300-CONFERIR-LOTES-EXIT.

           OPEN INPUT  ENTRADA-CLIENTES.

           OPEN EXTEND PRODUCAO-AGENCIA.
           IF WRK-AGEPROD-NAO-EXISTE
               OPEN OUTPUT PRODUCAO-AGENCIA
           END-IF

           PERFORM 1100-LER-CHECKPOINT THRU 1100-LER-CHECKPOINT-EXIT.

           IF WRK-REINICIO-CONTADOR > ZERO
                       MOVE "MOVTO DIVERGENTE"
                           TO WRK-LOTE-MOTIVO(WRK-IND-LOTE)
                   END-IF
                   PERFORM 1340-CONFERIR-AGENCIA
                       THRU 1340-CONFERIR-AGENCIA-EXIT
               WHEN WRK-ENT-DETALHE
                   IF NOT WRK-LOTE-EM-ABERTO
      *                Detalhe sem header: lote implicito, ja
       1330-RECONCILIAR-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1340-CONFERIR-AGENCIA - confere a agencia do header no
      * AGENCIA-MASTER: lote de agencia inexistente ou encerrada e
      * rejeitado por inteiro. Um motivo de rejeicao ja registrado
      * nao e sobrescrito.
      *-----------------------------------------------------------------
       1340-CONFERIR-AGENCIA.

           IF WRK-SEM-CADASTRO-AGENCIAS
               OR WRK-LOTE-REJEITADO(WRK-IND-LOTE)
               GO TO 1340-CONFERIR-AGENCIA-EXIT
           END-IF

           MOVE WRK-ENTH-AGENCIA           TO WRK-AGENCIA-CODIGO.
           READ AGENCIA-MASTER
               INVALID KEY
                   SET WRK-LOTE-REJEITADO(WRK-IND-LOTE) TO TRUE
                   MOVE "AGENCIA INEXISTENTE"
                       TO WRK-LOTE-MOTIVO(WRK-IND-LOTE)
               NOT INVALID KEY
                   IF WRK-AGENCIA-ENCERRADA
                       SET WRK-LOTE-REJEITADO(WRK-IND-LOTE) TO TRUE
                       MOVE "AGENCIA ENCERRADA"
                           TO WRK-LOTE-MOTIVO(WRK-IND-LOTE)
                   END-IF
           END-READ.

       1340-CONFERIR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-ENTRADA - posiciona o lote corrente e aplica o
      * registro lido: header e trailer so posicionam (ja foram
                       ADD 1 TO WRK-LOTE-ACEITOS(WRK-IND-LOTE)
                       PERFORM 7600-GRAVAR-JORNAL
                           THRU 7600-GRAVAR-JORNAL-EXIT
                       SET WRK-PRD-CLIENTE-INCLUIDO TO TRUE
                       MOVE WRK-LOTE-AGENCIA(WRK-IND-LOTE)
                           TO WRK-PRD-AGENCIA
                       PERFORM 7700-GRAVAR-PRODUCAO
                           THRU 7700-GRAVAR-PRODUCAO-EXIT
               END-WRITE
           END-IF

       7600-GRAVAR-JORNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7700-GRAVAR-PRODUCAO - registra no movimento de producao por
      * agencia o evento ja posicionado (cliente incluido ou lote
      * rejeitado), com a data de movimento do controle de execucao.
      *-----------------------------------------------------------------
       7700-GRAVAR-PRODUCAO.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PRD-DATA-MOVTO.
           MOVE "CLIBULK"                  TO WRK-PRD-PROGRAMA.
           WRITE WRK-REG-PRODUCAO.

       7700-GRAVAR-PRODUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo da carga, limpa o checkpoint
      * (a carga terminou com sucesso, entao a proxima execucao nao
               CLOSE DIRETORIO-CEP
           END-IF

           IF NOT WRK-SEM-CADASTRO-AGENCIAS
               CLOSE AGENCIA-MASTER
           END-IF

           CLOSE CLIENTE-MASTER ENTRADA-CLIENTES RELATORIO-CARGA
                 PRODUCAO-AGENCIA.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
      *-----------------------------------------------------------------
      * 9100-GRAVAR-RESUMO-LOTE - grava o subtotal de um lote no
      * resumo por agencia; para lote rejeitado, mostra tambem o
      * motivo e a divergencia entre o trailer e o que foi lido, e
      * registra o lote rejeitado no movimento de producao.
      *-----------------------------------------------------------------
       9100-GRAVAR-RESUMO-LOTE.

               MOVE WRK-LOTE-HASH-LIDO(WRK-IND-RESUMO)
                   TO WRK-DIV-HASH-LIDO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DIVERGENCIA
               SET WRK-PRD-LOTE-REJEITADO TO TRUE
               MOVE WRK-LOTE-AGENCIA(WRK-IND-RESUMO)
                   TO WRK-PRD-AGENCIA
               PERFORM 7700-GRAVAR-PRODUCAO
                   THRU 7700-GRAVAR-PRODUCAO-EXIT
           END-IF.

       9100-GRAVAR-RESUMO-LOTE-EXIT.
