      *                   Cliente com conta aberta no CONTA-MASTER
      *                   nao troca de CPF: as contas apontam para o
      *                   CPF do titular.
      * 15-10-2026  EQM   Contas conjuntas: a pesquisa de conta aberta
      *                   (desativacao e troca de CPF) tambem considera
      *                   as contas de que o cliente e co-titular ativo
      *                   no cadastro de co-titulares (CONCOTIT).
      * 15-10-2026  EQM   Cada cliente incluido gera um registro no
      *                   movimento de producao por agencia (AGEPROD),
      *                   com a agencia de atendimento da transacao
      *                   (em branco no movimento consolidado).
      * 15-10-2026  EQM   Prevencao a lavagem de dinheiro: inclusao e
      *                   troca de CPF para um CPF da lista restritiva
      *                   (PLDLIST, carregado pelo PLDCARGA) nao sao
      *                   aplicadas - a transacao fica retida no
      *                   PLDRETEN para o compliance, que a reenvia se
      *                   liberar o CPF. Sem as listas carregadas a
      *                   conferencia nao se aplica (aviso no console).
      *-----------------------------------------------------------------

      *=================================================================
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT CONTA-COTITULAR ASSIGN TO "CONCOTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-COT-CHAVE
               ALTERNATE RECORD KEY IS WRK-COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONCOTIT-STATUS.

           SELECT PRODUCAO-AGENCIA ASSIGN TO "AGEPROD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGEPROD-STATUS.

           SELECT LISTA-PLD ASSIGN TO "PLDLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-PLD-CPF
               FILE STATUS IS WRK-PLDLIST-STATUS.

           SELECT RETENCAO-PLD ASSIGN TO "PLDRETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLDRETEN-STATUS.

           SELECT TRANSACAO-CLIENTE ASSIGN TO "CLITRANV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLITRAN-STATUS.
       FD  CONTA-MASTER.
           COPY CONREC.

       FD  CONTA-COTITULAR.
           COPY COTREC.

       FD  PRODUCAO-AGENCIA.
           COPY AGEPREC.

       FD  LISTA-PLD.
           COPY PLDREC.

      *Transacao retida para o compliance: data de movimento, motivo
      *e a transacao inteira (layout CLITREC), pronta para reenvio.
       FD  RETENCAO-PLD.
       01  WRK-REG-RETENCAO.
           02 WRK-RET-DATA-MOVTO           PIC 9(08).
           02 WRK-RET-MOTIVO               PIC X(20).
           02 WRK-RET-TRANSACAO            PIC X(231).

       FD  TRANSACAO-CLIENTE.
           COPY CLITREC.

           88 WRK-CONMAST-OK                 VALUES "00" "02".
           88 WRK-CONMAST-NAO-CADASTRADO     VALUE "35".

       77  WRK-CONCOTIT-STATUS            PIC X(02) VALUE SPACES.
      *    "02" tambem aqui: um cliente pode ser co-titular de mais
      *    de uma conta.
           88 WRK-CONCOTIT-OK                VALUES "00" "02".
           88 WRK-CONCOTIT-NAO-CADASTRADO    VALUE "35".

       77  WRK-AGEPROD-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-AGEPROD-NAO-EXISTE         VALUE "35".

       77  WRK-PLDLIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-PLDLIST-NAO-CADASTRADO     VALUE "35".

       77  WRK-PLDRETEN-STATUS            PIC X(02) VALUE SPACES.
           88 WRK-PLDRETEN-NAO-EXISTE        VALUE "35".

       77  WRK-CLITRAN-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CLIRPT1-STATUS             PIC X(02) VALUE SPACES.

      *As listas PLD podem ainda nao ter sido carregadas pelo
      *PLDCARGA; nesse caso nenhum CPF e retido.
       77  WRK-SEM-ARQ-LISTAS             PIC X(01) VALUE "N".
           88 WRK-SEM-LISTAS-PLD             VALUE "S".

      *CPF a conferir na lista restritiva (o da inclusao ou o novo
      *CPF da troca) e o resultado da conferencia.
       77  WRK-CPF-CONFERIR               PIC X(11) VALUE SPACES.
       77  WRK-CPF-LISTA                  PIC X(01) VALUE "N".
           88 WRK-CPF-RESTRITO               VALUE "S".

      *Conferencia de conta aberta antes da desativacao: o cadastro
      *de contas pode ainda nao existir (primeiras execucoes), e
      *nesse caso nenhum cliente tem conta.
       77  WRK-SEM-ARQ-CONTAS             PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-CONTAS        VALUE "S".

      *O cadastro de co-titulares so existe depois da primeira conta
      *conjunta; sem ele, nenhum cliente e co-titular.
       77  WRK-SEM-ARQ-COTITULARES        PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-COTITULARES   VALUE "S".

       77  WRK-CONTA-PESQUISA             PIC X(01) VALUE "N".
           88 WRK-TEM-CONTA-ABERTA           VALUE "S".
           88 WRK-FIM-CONTAS-CPF             VALUE "F".
       77  WRK-CONT-LGPD                  PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-TROCADOS              PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADOS            PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-RETIDOS               PIC 9(05) COMP VALUE ZERO.

      *Apoio da troca de CPF: o CPF e a imagem do registro na chave
      *antiga, guardados para a remocao e o jornal de saida.
               SET WRK-SEM-CADASTRO-CONTAS TO TRUE
           END-IF

           OPEN INPUT CONTA-COTITULAR.
           IF WRK-CONCOTIT-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-COTITULARES TO TRUE
           END-IF

           OPEN EXTEND PRODUCAO-AGENCIA.
           IF WRK-AGEPROD-NAO-EXISTE
               OPEN OUTPUT PRODUCAO-AGENCIA
           END-IF

           OPEN INPUT LISTA-PLD.
           IF WRK-PLDLIST-NAO-CADASTRADO
               SET WRK-SEM-LISTAS-PLD TO TRUE
               DISPLAY "CLIMANUT: listas PLD (PLDLIST) nao "
                       "carregadas - CPF sem conferencia na lista "
                       "restritiva"
           END-IF

           OPEN EXTEND RETENCAO-PLD.
           IF WRK-PLDRETEN-NAO-EXISTE
               OPEN OUTPUT RETENCAO-PLD
           END-IF

           OPEN INPUT  TRANSACAO-CLIENTE.
           OPEN OUTPUT RELATORIO-MANUT.

               GO TO 3000-INCLUIR-CLI-EXIT
           END-IF

           MOVE WRK-TRAN-CPF               TO WRK-CPF-CONFERIR.
           PERFORM 3100-CONFERIR-LISTA-PLD
               THRU 3100-CONFERIR-LISTA-PLD-EXIT.
           IF WRK-CPF-RESTRITO
               MOVE "RETIDO LISTA RESTR"   TO WRK-DET-RESULTADO
               MOVE "INCLUIR"              TO WRK-DET-FUNCAO
               MOVE WRK-TRAN-CPF           TO WRK-DET-CPF
               MOVE WRK-TRAN-NOME          TO WRK-DET-NOME
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               PERFORM 7800-RETER-TRANSACAO
                   THRU 7800-RETER-TRANSACAO-EXIT
               GO TO 3000-INCLUIR-CLI-EXIT
           END-IF

           MOVE WRK-TRAN-NOME              TO WRK-CLIENTE-NOME.
           MOVE WRK-TRAN-RG                TO WRK-CLIENTE-RG.
           MOVE WRK-TRAN-CPF               TO WRK-CLIENTE-CPF.
                   MOVE "INCLUSAO"         TO WRK-JRN-FUNCAO-GRAV
                   PERFORM 7600-GRAVAR-JORNAL
                       THRU 7600-GRAVAR-JORNAL-EXIT
                   PERFORM 7700-GRAVAR-PRODUCAO
                       THRU 7700-GRAVAR-PRODUCAO-EXIT
           END-WRITE

           MOVE "INCLUIR"                  TO WRK-DET-FUNCAO.
       3000-INCLUIR-CLI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-CONFERIR-LISTA-PLD - procura o CPF em WRK-CPF-CONFERIR
      * no PLDLIST e liga WRK-CPF-RESTRITO se ele constar da lista
      * restritiva. CPF so da lista PEP nao e retido: a PEP pode ser
      * cliente, e a triagem PLDTRIAG a aponta ao compliance.
      *-----------------------------------------------------------------
       3100-CONFERIR-LISTA-PLD.

           MOVE "N" TO WRK-CPF-LISTA.

           IF WRK-SEM-LISTAS-PLD
               GO TO 3100-CONFERIR-LISTA-PLD-EXIT
           END-IF

           MOVE WRK-CPF-CONFERIR           TO WRK-PLD-CPF.
           READ LISTA-PLD
               INVALID KEY
                   GO TO 3100-CONFERIR-LISTA-PLD-EXIT
           END-READ

           IF WRK-PLD-E-RESTRITIVA
               SET WRK-CPF-RESTRITO TO TRUE
           END-IF.

       3100-CONFERIR-LISTA-PLD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-ALTERAR-CLI - localiza o cliente pelo CPF e regrava os
      * campos informados na transacao.
      *-----------------------------------------------------------------
      * 6100-VERIFICAR-CONTAS - pesquisa o CPF da transacao no
      * CONTA-MASTER pela chave alternativa e informa se o cliente
      * ainda tem alguma conta aberta, como titular ou como
      * co-titular ativo (CONTA-COTITULAR). Sem cadastro de contas,
      * nenhum cliente tem conta.
      *-----------------------------------------------------------------
       6100-VERIFICAR-CONTAS.

           PERFORM 6110-LER-CONTA-CPF THRU 6110-LER-CONTA-CPF-EXIT
               UNTIL WRK-FIM-CONTAS-CPF OR WRK-TEM-CONTA-ABERTA.

           IF WRK-TEM-CONTA-ABERTA OR WRK-SEM-CADASTRO-COTITULARES
               GO TO 6100-VERIFICAR-CONTAS-EXIT
           END-IF

           MOVE "N" TO WRK-CONTA-PESQUISA.
           MOVE WRK-TRAN-CPF               TO WRK-COT-CPF.
           START CONTA-COTITULAR
               KEY IS EQUAL TO WRK-COT-CPF
               INVALID KEY
                   SET WRK-FIM-CONTAS-CPF TO TRUE
           END-START

           PERFORM 6120-LER-COTITULAR-CPF
               THRU 6120-LER-COTITULAR-CPF-EXIT
               UNTIL WRK-FIM-CONTAS-CPF OR WRK-TEM-CONTA-ABERTA.

       6100-VERIFICAR-CONTAS-EXIT.
           EXIT.

       6110-LER-CONTA-CPF-EXIT.
           EXIT.

      *Para cada participacao ativa do CPF como co-titular, a conta e
      *lida pela chave primaria no CONTA-MASTER para saber se ainda
      *esta aberta.
       6120-LER-COTITULAR-CPF.

           READ CONTA-COTITULAR NEXT RECORD
               AT END
                   SET WRK-FIM-CONTAS-CPF TO TRUE
                   GO TO 6120-LER-COTITULAR-CPF-EXIT
           END-READ

           IF NOT WRK-CONCOTIT-OK
               OR WRK-COT-CPF NOT = WRK-TRAN-CPF
               SET WRK-FIM-CONTAS-CPF TO TRUE
               GO TO 6120-LER-COTITULAR-CPF-EXIT
           END-IF

           IF NOT WRK-COT-ATIVO
               GO TO 6120-LER-COTITULAR-CPF-EXIT
           END-IF

           MOVE WRK-COT-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-COT-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   GO TO 6120-LER-COTITULAR-CPF-EXIT
           END-READ

           IF WRK-CONTA-ABERTA
               SET WRK-TEM-CONTA-ABERTA TO TRUE
           END-IF.

       6120-LER-COTITULAR-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6500-REGISTRAR-LGPD - localiza o cliente pelo CPF e registra o
      * consentimento (ou a revogacao) informado na transacao, com a
               GO TO 6600-TROCAR-CPF-EXIT
           END-IF

           MOVE WRK-TRAN-CPF-NOVO          TO WRK-CPF-CONFERIR.
           PERFORM 3100-CONFERIR-LISTA-PLD
               THRU 3100-CONFERIR-LISTA-PLD-EXIT.
           IF WRK-CPF-RESTRITO
               MOVE "RETIDO LISTA RESTR"   TO WRK-DET-RESULTADO
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               PERFORM 7800-RETER-TRANSACAO
                   THRU 7800-RETER-TRANSACAO-EXIT
               GO TO 6600-TROCAR-CPF-EXIT
           END-IF

           MOVE WRK-TRAN-CPF               TO WRK-CLIENTE-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
       7600-GRAVAR-JORNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7700-GRAVAR-PRODUCAO - registra no movimento de producao por
      * agencia a inclusao de cliente que acabou de ser feita, com a
      * agencia de atendimento da transacao e a data de movimento do
      * controle de execucao.
      *-----------------------------------------------------------------
       7700-GRAVAR-PRODUCAO.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PRD-DATA-MOVTO.
           MOVE WRK-TRAN-AGENCIA           TO WRK-PRD-AGENCIA.
           SET  WRK-PRD-CLIENTE-INCLUIDO   TO TRUE.
           MOVE "CLIMANUT"                 TO WRK-PRD-PROGRAMA.
           WRITE WRK-REG-PRODUCAO.

       7700-GRAVAR-PRODUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7800-RETER-TRANSACAO - grava a transacao corrente no arquivo
      * de retencao do compliance (PLDRETEN), com a data de movimento
      * e o motivo.
      *-----------------------------------------------------------------
       7800-RETER-TRANSACAO.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-RET-DATA-MOVTO.
           MOVE "CPF LISTA RESTRITIVA"     TO WRK-RET-MOTIVO.
           MOVE WRK-REG-TRANSACAO          TO WRK-RET-TRANSACAO.
           WRITE WRK-REG-RETENCAO.
           ADD 1 TO WRK-CONT-RETIDOS.

       7800-RETER-TRANSACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo de totais e fecha os arquivos.
      *-----------------------------------------------------------------
           MOVE WRK-CONT-REJEITADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "RETIDOS PLD.......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-RETIDOS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           IF NOT WRK-SEM-LISTAS-PLD
               CLOSE LISTA-PLD
           END-IF

           IF NOT WRK-SEM-CADASTRO-CONTAS
               CLOSE CONTA-MASTER
           END-IF

           IF NOT WRK-SEM-CADASTRO-COTITULARES
               CLOSE CONTA-COTITULAR
           END-IF

           CLOSE CLIENTE-MASTER
                 PRODUCAO-AGENCIA
                 RETENCAO-PLD
                 TRANSACAO-CLIENTE
                 RELATORIO-MANUT.

