      * correspondente no arquivo indexado, gravando o resultado de
      * cada transacao e um resumo final no relatorio CONRPT1. A
      * abertura e a alteracao conferem o titular no CLIENTE-MASTER:
      * conta so pode pertencer a cliente cadastrado e ativo. Tambem
      * inclui e exclui co-titulares da conta no cadastro de
      * co-titulares (CONCOTIT), com a mesma conferencia no
      * CLIENTE-MASTER.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      *                   conferencia do titular no CLIENTE-MASTER e
      *                   registro no controle de execucao (CLICTRL),
      *                   com o CONEDIT como predecessor.
      * 15-10-2026  EQM   Conta passa a ter saldo (WRK-CONTA-SALDO),
      *                   mantido pelos lancamentos do LANMANUT: a
      *                   abertura comeca com saldo zero e o
      *                   encerramento recusa conta com saldo
      *                   diferente de zero (antes encerrava conta
      *                   que ainda tinha dinheiro).
      * 15-10-2026  EQM   Contas conjuntas: funcoes "T" (inclusao) e
      *                   "X" (exclusao) de co-titular no novo arquivo
      *                   CONCOTIT. O co-titular precisa ser cliente
      *                   ativo, diferente do titular, e a conta
      *                   precisa estar aberta; a alteracao nao aceita
      *                   como novo titular um co-titular ativo.
      * 15-10-2026  EQM   Cada conta aberta ou encerrada gera um
      *                   registro no movimento de producao por
      *                   agencia (AGEPROD), lido pelo relatorio
      *                   mensal AGERELAT.
      * 15-10-2026  EQM   Conta aberta para titular PEP, ou PEP
      *                   incluido como co-titular, sai tambem no
      *                   relatorio CONPEPR para aprovacao da
      *                   diretoria, conforme a lista PEP (PLDLIST).
      *                   Sem as listas carregadas o relatorio sai so
      *                   com o cabecalho e o total zero.
      * 15-10-2026  EQM   Alteracao que troca o titular de conta
      *                   aberta grava a troca no novo arquivo
      *                   CONTITTR (CPF anterior e novo, data de
      *                   movimento), para o CCSGERA informar ao CCS
      *                   o fim e o inicio dos relacionamentos.
      * 15-10-2026  EQM   Abertura do CONMAST com status diferente de
      *                   00 ou 35 (arquivo ainda no formato sem
      *                   saldo, por exemplo) termina com RC 8 em vez
      *                   de seguir com o arquivo fechado.
      *-----------------------------------------------------------------

      *=================================================================
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLIMAST-STATUS.

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

           SELECT TROCA-TITULAR ASSIGN TO "CONTITTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTITTR-STATUS.

           SELECT LISTA-PLD ASSIGN TO "PLDLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-PLD-CPF
               FILE STATUS IS WRK-PLDLIST-STATUS.

           SELECT TRANSACAO-CONTA ASSIGN TO "CONTRANV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRANV-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONRPT1-STATUS.

           SELECT RELATORIO-PEP ASSIGN TO "CONPEPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONPEPR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================
       FD  CLIENTE-MASTER.
           COPY CLIREC.

       FD  CONTA-COTITULAR.
           COPY COTREC.

       FD  PRODUCAO-AGENCIA.
           COPY AGEPREC.

       FD  TROCA-TITULAR.
           COPY CONTTREC.

       FD  LISTA-PLD.
           COPY PLDREC.

       FD  TRANSACAO-CONTA.
           COPY CONTREC.

       FD  RELATORIO-MANUT.
       01  WRK-LINHA-RELATORIO            PIC X(80).

       FD  RELATORIO-PEP.
       01  WRK-LINHA-RELATORIO-PEP        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*
       77  WRK-CLIMAST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIMAST-NAO-CADASTRADO     VALUE "35".

       77  WRK-CONCOTIT-STATUS            PIC X(02) VALUE SPACES.
           88 WRK-CONCOTIT-NAO-CADASTRADO    VALUE "35".

       77  WRK-AGEPROD-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-AGEPROD-NAO-EXISTE         VALUE "35".
       77  WRK-CONTITTR-STATUS            PIC X(02) VALUE SPACES.
           88 WRK-CONTITTR-NAO-EXISTE        VALUE "35".

       77  WRK-PLDLIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-PLDLIST-NAO-CADASTRADO     VALUE "35".

       77  WRK-CONTRANV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CONRPT1-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CONPEPR-STATUS             PIC X(02) VALUE SPACES.

      *As listas PLD podem ainda nao ter sido carregadas pelo
      *PLDCARGA; nesse caso nenhuma conta vai para o CONPEPR.
       77  WRK-SEM-ARQ-LISTAS             PIC X(01) VALUE "N".
           88 WRK-SEM-LISTAS-PLD             VALUE "S".

      *Vinculo do PEP com a conta (TITULAR ou CO-TITULAR) para o
      *relatorio de aprovacao.
       77  WRK-PEP-VINCULO                PIC X(10) VALUE SPACES.

       77  WRK-TRAN-FIM                   PIC X(01) VALUE "N".
           88 WRK-TRAN-FIM-ARQUIVO           VALUE "S".
           88 WRK-TITULAR-NAO-EXISTE          VALUE "N".
           88 WRK-TITULAR-INATIVO             VALUE "I".

      *Resultado da pesquisa do CPF da transacao entre os
      *co-titulares da conta.
       77  WRK-COTITULAR-SITUACAO         PIC X(01) VALUE "N".
           88 WRK-COTITULAR-ATIVO             VALUE "S".
           88 WRK-COTITULAR-EXCLUIDO          VALUE "E".
           88 WRK-COTITULAR-NAO-EXISTE        VALUE "N".

      *Titular da conta antes da alteracao, para registrar a troca.
       77  WRK-CPF-ANTERIOR               PIC X(11) VALUE SPACES.

       77  WRK-CONT-ABERTAS               PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-ALTERADAS             PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-CONSULTADAS           PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-ENCERRADAS            PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-COTIT-INCLUIDOS       PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-COTIT-EXCLUIDOS       PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADAS            PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-PEP                   PIC 9(05) COMP VALUE ZERO.

      *Data de execucao, usada nas datas de abertura e encerramento.
       01  WRK-DATA-ATUAL.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *Relatorio de contas de PEP para aprovacao da diretoria.
       01  WRK-PEP-TITULO.
           02 FILLER                       PIC X(49) VALUE
                  "CONTAS DE PEP - APROVACAO DA DIRETORIA - MOVTO: ".
           02 WRK-PTI-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(43) VALUE SPACES.

       01  WRK-PEP-CABECALHO.
           02 FILLER                       PIC X(06) VALUE "AGENC".
           02 FILLER                       PIC X(10) VALUE "CONTA".
           02 FILLER                       PIC X(04) VALUE "TP".
           02 FILLER                       PIC X(12) VALUE "VINCULO".
           02 FILLER                       PIC X(13) VALUE "CPF".
           02 FILLER                       PIC X(27) VALUE "NOME".
           02 FILLER                       PIC X(28) VALUE "CARGO".

       01  WRK-PEP-DETALHE.
           02 WRK-PDE-AGENCIA              PIC X(04).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-PDE-NUMERO               PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-PDE-TIPO                 PIC X(01).
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-PDE-VINCULO              PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-PDE-CPF                  PIC X(11).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-PDE-NOME                 PIC X(25).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-PDE-CARGO                PIC X(28).

       01  WRK-PEP-SEPARADOR               PIC X(100) VALUE ALL "-".

       01  WRK-PEP-TOTAL.
           02 FILLER                       PIC X(20) VALUE
                  "CONTAS DE PEP.....: ".
           02 WRK-PTO-VALOR                PIC ZZZZ9.
           02 FILLER                       PIC X(75) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - abre os arquivos e posiciona a primeira
      * transacao. Cria o CONTA-MASTER e o CONTA-COTITULAR na primeira
      * execucao, quando o arquivo indexado ainda nao existe (FILE
      * STATUS 35).
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

               OPEN I-O CONTA-MASTER
           END-IF

      *Qualquer outro status (por exemplo um CONMAST ainda no formato
      *de 40 bytes, sem o saldo) impede a manutencao: o arquivo
      *precisa antes passar pela conversao do CONCONV.
           IF NOT WRK-CONMAST-OK
               DISPLAY "CONMANUT: erro na abertura do CONMAST (status "
                       WRK-CONMAST-STATUS ") - nenhuma transacao "
                       "aplicada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CONTA-COTITULAR.
           IF WRK-CONCOTIT-NAO-CADASTRADO
               OPEN OUTPUT CONTA-COTITULAR
               CLOSE CONTA-COTITULAR
               OPEN I-O CONTA-COTITULAR
           END-IF

           OPEN EXTEND PRODUCAO-AGENCIA.
           IF WRK-AGEPROD-NAO-EXISTE
               OPEN OUTPUT PRODUCAO-AGENCIA
           END-IF

           OPEN EXTEND TROCA-TITULAR.
           IF WRK-CONTITTR-NAO-EXISTE
               OPEN OUTPUT TROCA-TITULAR
           END-IF

           OPEN INPUT LISTA-PLD.
           IF WRK-PLDLIST-NAO-CADASTRADO
               SET WRK-SEM-LISTAS-PLD TO TRUE
               DISPLAY "CONMANUT: listas PLD (PLDLIST) nao "
                       "carregadas - contas sem conferencia de PEP"
           END-IF

           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  TRANSACAO-CONTA.
           OPEN OUTPUT RELATORIO-MANUT.
           OPEN OUTPUT RELATORIO-PEP.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PTI-DATA-MOVTO.
           WRITE WRK-LINHA-RELATORIO-PEP FROM WRK-PEP-TITULO.
           WRITE WRK-LINHA-RELATORIO-PEP FROM WRK-PEP-CABECALHO.
           WRITE WRK-LINHA-RELATORIO-PEP FROM WRK-PEP-SEPARADOR.

           PERFORM 2100-LER-TRANSACAO THRU 2100-LER-TRANSACAO-EXIT.


      *-----------------------------------------------------------------
      * 2000-PROCESSA-TRANS - direciona cada transacao lida para a
      * rotina de abertura, alteracao, consulta ou encerramento, ou
      * de inclusao/exclusao de co-titular.
      *-----------------------------------------------------------------
       2000-PROCESSA-TRANS.

               WHEN WRK-TCON-ENCERRAR
                   PERFORM 6000-ENCERRAR-CONTA
                       THRU 6000-ENCERRAR-CONTA-EXIT
               WHEN WRK-TCON-INCLUIR-COTIT
                   PERFORM 6500-INCLUIR-COTITULAR
                       THRU 6500-INCLUIR-COTITULAR-EXIT
               WHEN WRK-TCON-EXCLUIR-COTIT
                   PERFORM 6600-EXCLUIR-COTITULAR
                       THRU 6600-EXCLUIR-COTITULAR-EXIT
               WHEN OTHER
                   MOVE "FUNCAO INVALIDA"  TO WRK-DET-RESULTADO
                   PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
           MOVE WRK-DATA-ATUAL-MES         TO WRK-CONTA-ABER-MES.
           MOVE WRK-DATA-ATUAL-DIA         TO WRK-CONTA-ABER-DIA.
           MOVE SPACES                     TO WRK-CONTA-DATA-ENCERRA.
           MOVE ZERO                       TO WRK-CONTA-SALDO.

           WRITE WRK-STRUCT-CONTA
               INVALID KEY
               NOT INVALID KEY
                   MOVE "ABERTA"           TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-ABERTAS
                   SET WRK-PRD-CONTA-ABERTA TO TRUE
                   PERFORM 7700-GRAVAR-PRODUCAO
                       THRU 7700-GRAVAR-PRODUCAO-EXIT
                   MOVE "TITULAR"          TO WRK-PEP-VINCULO
                   PERFORM 7800-CONFERIR-PEP
                       THRU 7800-CONFERIR-PEP-EXIT
           END-WRITE

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.
      *-----------------------------------------------------------------
      * 4000-ALTERAR-CONTA - localiza a conta pela chave e regrava o
      * titular e o tipo informados na transacao, conferindo o novo
      * titular no CLIENTE-MASTER. Co-titular ativo da conta nao pode
      * passar a titular: precisa ser excluido antes. A troca de
      * titular de conta aberta vai para o CONTITTR (a de conta
      * encerrada nao muda relacionamento vigente).
      *-----------------------------------------------------------------
       4000-ALTERAR-CONTA.

               GO TO 4000-ALTERAR-CONTA-EXIT
           END-IF

           PERFORM 6700-PESQUISAR-COTITULAR
               THRU 6700-PESQUISAR-COTITULAR-EXIT.
           IF WRK-COTITULAR-ATIVO
               MOVE "JA E CO-TITULAR"      TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 4000-ALTERAR-CONTA-EXIT
           END-IF

           MOVE WRK-TCON-AGENCIA           TO WRK-CONTA-AGENCIA.
           MOVE WRK-TCON-NUMERO            TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
                   MOVE "NAO ENCONTRADA"   TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
               NOT INVALID KEY
                   MOVE WRK-CONTA-CPF      TO WRK-CPF-ANTERIOR
                   MOVE WRK-TCON-CPF       TO WRK-CONTA-CPF
                   MOVE WRK-TCON-TIPO      TO WRK-CONTA-TIPO
                   REWRITE WRK-STRUCT-CONTA
                   MOVE "ALTERADA"         TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-ALTERADAS
                   IF WRK-CONTA-ABERTA
                       AND WRK-CPF-ANTERIOR NOT = WRK-CONTA-CPF
                       PERFORM 7750-GRAVAR-TROCA-TITULAR
                           THRU 7750-GRAVAR-TROCA-TITULAR-EXIT
                   END-IF
           END-READ

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.
      *-----------------------------------------------------------------
      * 6000-ENCERRAR-CONTA - localiza a conta pela chave e marca a
      * situacao como encerrada, com a data de execucao, preservando
      * o registro no arquivo (historico). Conta com saldo diferente
      * de zero nao encerra: o saldo precisa ser zerado antes por
      * lancamento (LANEDIT/LANMANUT).
      *-----------------------------------------------------------------
       6000-ENCERRAR-CONTA.

                   MOVE "NAO ENCONTRADA"   TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WRK-CONTA-ENCERRADA
                           MOVE "JA ENCERRADA" TO WRK-DET-RESULTADO
                           ADD 1 TO WRK-CONT-REJEITADAS
                       WHEN WRK-CONTA-SALDO NOT = ZERO
                           MOVE "SALDO NAO ZERADO"
                               TO WRK-DET-RESULTADO
                           ADD 1 TO WRK-CONT-REJEITADAS
                       WHEN OTHER
                           SET WRK-CONTA-ENCERRADA TO TRUE
                           MOVE WRK-DATA-ATUAL-ANO
                               TO WRK-CONTA-ENCE-ANO
                           MOVE WRK-DATA-ATUAL-MES
                               TO WRK-CONTA-ENCE-MES
                           MOVE WRK-DATA-ATUAL-DIA
                               TO WRK-CONTA-ENCE-DIA
                           REWRITE WRK-STRUCT-CONTA
                           MOVE "ENCERRADA"    TO WRK-DET-RESULTADO
                           ADD 1 TO WRK-CONT-ENCERRADAS
                           SET WRK-PRD-CONTA-ENCERRADA TO TRUE
                           PERFORM 7700-GRAVAR-PRODUCAO
                               THRU 7700-GRAVAR-PRODUCAO-EXIT
                   END-EVALUATE
           END-READ

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.
       6000-ENCERRAR-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6500-INCLUIR-COTITULAR - inclui o CPF da transacao como
      * co-titular da conta. O co-titular passa pela mesma conferencia
      * do titular no CLIENTE-MASTER; a conta precisa existir e estar
      * aberta, e o CPF nao pode ser o do proprio titular nem de um
      * co-titular ja ativo. Co-titular excluido antes e reativado no
      * mesmo registro.
      *-----------------------------------------------------------------
       6500-INCLUIR-COTITULAR.

           MOVE "INCL COTIT"               TO WRK-DET-FUNCAO.

           PERFORM 3500-CONFERIR-TITULAR
               THRU 3500-CONFERIR-TITULAR-EXIT.
           IF NOT WRK-TITULAR-OK
               IF WRK-TITULAR-INATIVO
                   MOVE "CO-TITULAR INATIVO" TO WRK-DET-RESULTADO
               ELSE
                   MOVE "CPF NAO E CLIENTE"  TO WRK-DET-RESULTADO
               END-IF
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 6500-INCLUIR-COTITULAR-EXIT
           END-IF

           MOVE WRK-TCON-AGENCIA           TO WRK-CONTA-AGENCIA.
           MOVE WRK-TCON-NUMERO            TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE "NAO ENCONTRADA"   TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
                   PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
                   GO TO 6500-INCLUIR-COTITULAR-EXIT
           END-READ

           IF WRK-CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA"      TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 6500-INCLUIR-COTITULAR-EXIT
           END-IF

           IF WRK-CONTA-CPF = WRK-TCON-CPF
               MOVE "JA E TITULAR"         TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 6500-INCLUIR-COTITULAR-EXIT
           END-IF

           PERFORM 6700-PESQUISAR-COTITULAR
               THRU 6700-PESQUISAR-COTITULAR-EXIT.

           EVALUATE TRUE
               WHEN WRK-COTITULAR-ATIVO
                   MOVE "JA E CO-TITULAR"  TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
               WHEN WRK-COTITULAR-EXCLUIDO
                   SET  WRK-COT-ATIVO      TO TRUE
                   MOVE WRK-DATA-ATUAL     TO WRK-COT-DATA-INCLUSAO
                   MOVE SPACES             TO WRK-COT-DATA-EXCLUSAO
                   REWRITE WRK-REG-COTITULAR
                   MOVE "CO-TITULAR INCLUIDO" TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-COTIT-INCLUIDOS
               WHEN OTHER
                   MOVE WRK-TCON-AGENCIA   TO WRK-COT-AGENCIA
                   MOVE WRK-TCON-NUMERO    TO WRK-COT-NUMERO
                   MOVE WRK-TCON-CPF       TO WRK-COT-CPF
                   SET  WRK-COT-ATIVO      TO TRUE
                   MOVE WRK-DATA-ATUAL     TO WRK-COT-DATA-INCLUSAO
                   MOVE SPACES             TO WRK-COT-DATA-EXCLUSAO
                   WRITE WRK-REG-COTITULAR
                   MOVE "CO-TITULAR INCLUIDO" TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-COTIT-INCLUIDOS
           END-EVALUATE

           IF NOT WRK-COTITULAR-ATIVO
               MOVE "CO-TITULAR"           TO WRK-PEP-VINCULO
               PERFORM 7800-CONFERIR-PEP
                   THRU 7800-CONFERIR-PEP-EXIT
           END-IF

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       6500-INCLUIR-COTITULAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6600-EXCLUIR-COTITULAR - marca o co-titular da conta como
      * excluido, com a data de execucao, preservando o registro no
      * CONTA-COTITULAR (historico), como no encerramento de conta.
      *-----------------------------------------------------------------
       6600-EXCLUIR-COTITULAR.

           MOVE "EXCL COTIT"               TO WRK-DET-FUNCAO.

           PERFORM 6700-PESQUISAR-COTITULAR
               THRU 6700-PESQUISAR-COTITULAR-EXIT.
           IF NOT WRK-COTITULAR-ATIVO
               MOVE "NAO E CO-TITULAR"     TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 6600-EXCLUIR-COTITULAR-EXIT
           END-IF

           SET  WRK-COT-EXCLUIDO           TO TRUE.
           MOVE WRK-DATA-ATUAL             TO WRK-COT-DATA-EXCLUSAO.
           REWRITE WRK-REG-COTITULAR.
           MOVE "CO-TITULAR EXCLUIDO"      TO WRK-DET-RESULTADO.
           ADD 1 TO WRK-CONT-COTIT-EXCLUIDOS.

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       6600-EXCLUIR-COTITULAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6700-PESQUISAR-COTITULAR - le o CONTA-COTITULAR pela chave
      * agencia + numero + CPF da transacao e informa se o CPF e
      * co-titular ativo, excluido ou nao consta da conta. Quando
      * consta, o registro fica na area do arquivo para regravacao.
      *-----------------------------------------------------------------
       6700-PESQUISAR-COTITULAR.

           MOVE WRK-TCON-AGENCIA           TO WRK-COT-AGENCIA.
           MOVE WRK-TCON-NUMERO            TO WRK-COT-NUMERO.
           MOVE WRK-TCON-CPF               TO WRK-COT-CPF.
           READ CONTA-COTITULAR
               INVALID KEY
                   SET WRK-COTITULAR-NAO-EXISTE TO TRUE
               NOT INVALID KEY
                   IF WRK-COT-ATIVO
                       SET WRK-COTITULAR-ATIVO    TO TRUE
                   ELSE
                       SET WRK-COTITULAR-EXCLUIDO TO TRUE
                   END-IF
           END-READ.

       6700-PESQUISAR-COTITULAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-DET - grava uma linha de detalhe no relatorio de
      * manutencao para a transacao corrente.
       7000-GRAVAR-DET-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7700-GRAVAR-PRODUCAO - registra no movimento de producao por
      * agencia o evento ja posicionado (conta aberta ou encerrada)
      * para a conta corrente, com a data de movimento do controle de
      * execucao.
      *-----------------------------------------------------------------
       7700-GRAVAR-PRODUCAO.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PRD-DATA-MOVTO.
           MOVE WRK-CONTA-AGENCIA          TO WRK-PRD-AGENCIA.
           MOVE "CONMANUT"                 TO WRK-PRD-PROGRAMA.
           WRITE WRK-REG-PRODUCAO.

       7700-GRAVAR-PRODUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7750-GRAVAR-TROCA-TITULAR - registra no CONTITTR a troca de
      * titular da conta corrente (CPF anterior e novo), com a data
      * de movimento do controle de execucao.
      *-----------------------------------------------------------------
       7750-GRAVAR-TROCA-TITULAR.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-TRT-DATA-MOVTO.
           MOVE WRK-CONTA-AGENCIA          TO WRK-TRT-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-TRT-NUMERO.
           MOVE WRK-CPF-ANTERIOR           TO WRK-TRT-CPF-ANTERIOR.
           MOVE WRK-CONTA-CPF              TO WRK-TRT-CPF-NOVO.
           WRITE WRK-REG-TROCA-TITULAR.

       7750-GRAVAR-TROCA-TITULAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7800-CONFERIR-PEP - procura o CPF da transacao na lista PEP e,
      * se constar, grava a conta no relatorio de aprovacao da
      * diretoria (CONPEPR), com o nome do CLIENTE-MASTER ja lido na
      * conferencia do titular e o cargo da lista.
      *-----------------------------------------------------------------
       7800-CONFERIR-PEP.

           IF WRK-SEM-LISTAS-PLD
               GO TO 7800-CONFERIR-PEP-EXIT
           END-IF

           MOVE WRK-TCON-CPF               TO WRK-PLD-CPF.
           READ LISTA-PLD
               INVALID KEY
                   GO TO 7800-CONFERIR-PEP-EXIT
           END-READ

           IF NOT WRK-PLD-E-PEP
               GO TO 7800-CONFERIR-PEP-EXIT
           END-IF

           MOVE WRK-CONTA-AGENCIA          TO WRK-PDE-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-PDE-NUMERO.
           MOVE WRK-CONTA-TIPO             TO WRK-PDE-TIPO.
           MOVE WRK-PEP-VINCULO            TO WRK-PDE-VINCULO.
           MOVE WRK-TCON-CPF               TO WRK-PDE-CPF.
           MOVE WRK-CLIENTE-NOME           TO WRK-PDE-NOME.
           MOVE WRK-PLD-PEP-DESCRICAO      TO WRK-PDE-CARGO.
           WRITE WRK-LINHA-RELATORIO-PEP FROM WRK-PEP-DETALHE.
           ADD 1 TO WRK-CONT-PEP.

       7800-CONFERIR-PEP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo de totais e fecha os arquivos.
      *-----------------------------------------------------------------
           MOVE WRK-CONT-ENCERRADAS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "COTIT INCLUIDOS...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-COTIT-INCLUIDOS   TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "COTIT EXCLUIDOS...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-COTIT-EXCLUIDOS   TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "REJEITADAS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-REJEITADAS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "CONTAS DE PEP.....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-PEP               TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           WRITE WRK-LINHA-RELATORIO-PEP FROM WRK-PEP-SEPARADOR.
           MOVE WRK-CONT-PEP               TO WRK-PTO-VALOR.
           WRITE WRK-LINHA-RELATORIO-PEP FROM WRK-PEP-TOTAL.

           IF NOT WRK-SEM-LISTAS-PLD
               CLOSE LISTA-PLD
           END-IF

           CLOSE CONTA-MASTER
                 CLIENTE-MASTER
                 CONTA-COTITULAR
                 PRODUCAO-AGENCIA
                 TROCA-TITULAR
                 TRANSACAO-CONTA
                 RELATORIO-MANUT
                 RELATORIO-PEP.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
