      * as transacoes em dois arquivos: CONTRANV (validas, no mesmo
      * layout, que o CONMANUT aplica em seguida) e CONTRANE
      * (rejeitadas, com o motivo ao final do registro). Critica a
      * funcao, a chave agencia/numero, o CPF do titular ou do
      * co-titular (via CPFVALID) e o tipo de conta. Assim um lote
      * com erro no meio nao deixa o CONTA-MASTER atualizado pela
      * metade.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      *                   predecessor, para que o cadastro de
      *                   titulares ja esteja atualizado quando as
      *                   contas do dia forem aplicadas.
      * 15-10-2026  EQM   Criticas das novas funcoes de inclusao e
      *                   exclusao de co-titular ("T"/"X"): chave da
      *                   conta e CPF do co-titular (via CPFVALID).
      * 15-10-2026  EQM   Agencia conferida no cadastro de agencias
      *                   (AGEMAST): agencia inexistente e recusada em
      *                   qualquer funcao, e agencia encerrada na
      *                   abertura de conta e na inclusao de
      *                   co-titular. Sem o cadastro carregado, a
      *                   critica segue como era, com aviso no console.
      *-----------------------------------------------------------------

      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT AGENCIA-MASTER ASSIGN TO "AGEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-AGENCIA-CODIGO
               FILE STATUS IS WRK-AGEMAST-STATUS.

           SELECT TRANSACAO-ENTRADA ASSIGN TO "CONTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRAN-STATUS.
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  AGENCIA-MASTER.
           COPY AGEREC.

       FD  TRANSACAO-ENTRADA.
           COPY CONTREC.

       77  WRK-CONTRANE-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CONEDITR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-AGEMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEMAST-NAO-CADASTRADO       VALUE "35".

      *O cadastro de agencias pode ainda nao ter sido carregado pelo
      *AGEMANUT; nesse caso a agencia fica so na critica de formato.
       77  WRK-SEM-ARQ-AGENCIAS            PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-AGENCIAS        VALUE "S".

       77  WRK-TRAN-FIM                    PIC X(01) VALUE "N".
           88 WRK-TRAN-FIM-ARQUIVO             VALUE "S".

               STOP RUN
           END-IF

           OPEN INPUT AGENCIA-MASTER.
           IF WRK-AGEMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-AGENCIAS TO TRUE
               DISPLAY "CONEDIT: cadastro de agencias (AGEMAST) nao "
                       "carregado - agencia sem conferencia"
           END-IF

           OPEN INPUT  TRANSACAO-ENTRADA.
           OPEN OUTPUT TRANSACAO-VALIDA.
           OPEN OUTPUT TRANSACAO-REJEITADA.

      *-----------------------------------------------------------------
      * 3000-VALIDAR-TRANSACAO - aplica as criticas na ordem: funcao,
      * chave agencia/numero (com a agencia conferida no cadastro de
      * agencias), CPF do titular (ou do co-titular) e tipo de conta.
      * A primeira critica que falha define o motivo.
      *-----------------------------------------------------------------
       3000-VALIDAR-TRANSACAO.

           MOVE SPACES TO WRK-MOTIVO-REJEICAO.

           IF NOT (WRK-TCON-ABRIR OR WRK-TCON-ALTERAR
               OR WRK-TCON-CONSULTAR OR WRK-TCON-ENCERRAR
               OR WRK-TCON-INCLUIR-COTIT OR WRK-TCON-EXCLUIR-COTIT)
               MOVE "FUNCAO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           PERFORM 3100-CONFERIR-AGENCIA
               THRU 3100-CONFERIR-AGENCIA-EXIT.
           IF NOT WRK-TRANSACAO-VALIDA
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF WRK-TCON-NUMERO IS NOT NUMERIC
               OR WRK-TCON-NUMERO = "00000000"
               MOVE "CONTA INVALIDA" TO WRK-MOTIVO-REJEICAO

      *Consulta e encerramento so precisam da chave; as criticas de
      *conteudo abaixo valem para abertura e alteracao, que regravam
      *titular e tipo, e para inclusao/exclusao de co-titular, que
      *so usam o CPF.
           IF WRK-TCON-CONSULTAR OR WRK-TCON-ENCERRAR
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF WRK-TCON-INCLUIR-COTIT OR WRK-TCON-EXCLUIR-COTIT
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF NOT (WRK-TCON-TIPO-CORRENTE OR WRK-TCON-TIPO-POUPANCA)
               MOVE "TIPO INVALIDO" TO WRK-MOTIVO-REJEICAO
           END-IF.
       3000-VALIDAR-TRANSACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-CONFERIR-AGENCIA - localiza a agencia no AGENCIA-MASTER.
      * Agencia inexistente e recusada em qualquer funcao; agencia
      * encerrada so e recusada em negocio novo (abertura de conta e
      * inclusao de co-titular): as contas antigas dela ainda precisam
      * ser consultadas, alteradas e encerradas.
      *-----------------------------------------------------------------
       3100-CONFERIR-AGENCIA.

           IF WRK-SEM-CADASTRO-AGENCIAS
               GO TO 3100-CONFERIR-AGENCIA-EXIT
           END-IF

           MOVE WRK-TCON-AGENCIA           TO WRK-AGENCIA-CODIGO.
           READ AGENCIA-MASTER
               INVALID KEY
                   MOVE "AGENCIA INEXISTENTE" TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF WRK-AGENCIA-ENCERRADA
                       AND (WRK-TCON-ABRIR OR WRK-TCON-INCLUIR-COTIT)
                       MOVE "AGENCIA ENCERRADA"
                           TO WRK-MOTIVO-REJEICAO
                   END-IF
           END-READ.

       3100-CONFERIR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-DET - grava uma linha de detalhe no relatorio de
      * critica para a transacao corrente.
                   WRK-CONT-VALIDAS
                   " rejeitadas: " WRK-CONT-REJEITADAS.

           IF NOT WRK-SEM-CADASTRO-AGENCIAS
               CLOSE AGENCIA-MASTER
           END-IF

           CLOSE TRANSACAO-ENTRADA
                 TRANSACAO-VALIDA
                 TRANSACAO-REJEITADA
