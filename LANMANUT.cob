      ******************************************************************
      * Program:      LANMANUT
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Aplicacao dos lancamentos de debito/credito do dia no saldo
      * das contas do CONMAST, no mesmo modelo critica/atualizacao do
      * CONMANUT. Le o arquivo ja criticado pelo LANEDIT (LANTRANV)
      * e, para cada lancamento, localiza a conta, confere que esta
      * aberta e (no debito) que o saldo cobre o valor, atualiza o
      * saldo e grava o lancamento aplicado no historico LANHIST,
      * com a data de movimento e o saldo resultante - base do
      * extrato mensal (LANEXTR). O resultado de cada lancamento e
      * um resumo final saem no relatorio LANRPT1.
      * Checkpoint/restart como no CLIBULK: a posicao e os totais sao
      * gravados a cada lancamento no LANMANUC, para que um reinicio
      * apos queda nunca aplique duas vezes o mesmo lancamento. O
      * checkpoint e gravado (com zero) ja no inicio, e e isso que
      * identifica o reinicio. Cada lancamento vai para o LANHIST
      * antes da regravacao do saldo; no reinicio, se o ultimo
      * registro do LANHIST for da data de movimento e da sequencia
      * seguinte a do checkpoint, aquele lancamento ja foi aplicado e
      * so e completado (saldo regravado com o saldo do historico, se
      * a queda foi antes da regravacao), sem novo lancamento.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial - atualizacao do saldo das
      *                   contas pelos lancamentos do dia, historico
      *                   de lancamentos, checkpoint/restart e
      *                   registro no controle de execucao (CLICTRL),
      *                   com o LANEDIT como predecessor.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. LANMANUT.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONTA-MASTER ASSIGN TO "CONMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT LANCAMENTO-VALIDO ASSIGN TO "LANTRANV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANTRANV-STATUS.

           SELECT HISTORICO-LANCAMENTO ASSIGN TO "LANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANHIST-STATUS.

           SELECT CHECKPOINT-LANCAMENTO ASSIGN TO "LANMANUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHECKPOINT-STATUS.

           SELECT RELATORIO-MANUT ASSIGN TO "LANRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANRPT1-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  CONTA-MASTER.
           COPY CONREC.

       FD  LANCAMENTO-VALIDO.
           COPY LANTREC.

       FD  HISTORICO-LANCAMENTO.
           COPY LANHREC.

       FD  CHECKPOINT-LANCAMENTO.
       01  WRK-REG-CHECKPOINT.
           02 WRK-CKPT-CONTADOR            PIC 9(07).
           02 WRK-CKPT-DEBITOS             PIC 9(07).
           02 WRK-CKPT-CREDITOS            PIC 9(07).
           02 WRK-CKPT-REJEITADOS          PIC 9(07).
           02 WRK-CKPT-VALOR-DEBITOS       PIC 9(13)V99.
           02 WRK-CKPT-VALOR-CREDITOS      PIC 9(13)V99.

       FD  RELATORIO-MANUT.
       01  WRK-LINHA-RELATORIO            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CONMAST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-OK                 VALUE "00".
           88 WRK-CONMAST-NAO-CADASTRADO     VALUE "35".

       77  WRK-LANTRANV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LANHIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-LANHIST-NAO-EXISTE         VALUE "35".
       77  WRK-CHECKPOINT-STATUS          PIC X(02) VALUE SPACES.
           88 WRK-CHECKPOINT-NAO-EXISTE      VALUE "35".
       77  WRK-LANRPT1-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-TRAN-FIM                   PIC X(01) VALUE "N".
           88 WRK-TRAN-FIM-ARQUIVO           VALUE "S".

       77  WRK-CONT-LIDOS                 PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-DEBITOS               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-CREDITOS              PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADOS            PIC 9(07) COMP VALUE ZERO.
       77  WRK-VALOR-DEBITOS              PIC 9(13)V99 VALUE ZERO.
       77  WRK-VALOR-CREDITOS             PIC 9(13)V99 VALUE ZERO.

      *Checkpoint/restart: quantidade de lancamentos ja processados
      *na execucao anterior que caiu no meio. Checkpoint presente,
      *mesmo com zero, indica reinicio.
       77  WRK-REINICIO-CONTADOR          PIC 9(07) VALUE ZERO.
       77  WRK-TEM-CHECKPOINT             PIC X(01) VALUE "N".
           88 WRK-EXECUCAO-REINICIADA        VALUE "S".

       77  WRK-FIM-HISTORICO              PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-HISTORICO      VALUE "S".
       77  WRK-TEM-ULTIMO-HISTORICO       PIC X(01) VALUE "N".
           88 WRK-ACHOU-ULTIMO-HISTORICO     VALUE "S".

      *Ultimo registro do LANHIST, conferido no reinicio.
       01  WRK-ULTIMO-HISTORICO.
           02 WRK-ULT-DATA-MOVTO          PIC 9(08).
           02 WRK-ULT-SEQUENCIA           PIC 9(07).
           02 WRK-ULT-CHAVE.
               03 WRK-ULT-AGENCIA         PIC X(04).
               03 WRK-ULT-NUMERO          PIC X(08).
           02 WRK-ULT-NATUREZA            PIC X(01).
           02 WRK-ULT-VALOR               PIC 9(11)V99.
           02 WRK-ULT-HISTORICO           PIC X(20).
           02 WRK-ULT-SALDO-APOS          PIC 9(11)V99.

      *Controle de execucao do job (CLICTRL): inicio e fim limpo na
      *data de movimento corrente, que vai para o historico.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "LANMANUT".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "LANEDIT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-AGENCIA             PIC X(06).
           02 WRK-DET-NUMERO              PIC X(10).
           02 WRK-DET-NATUREZA            PIC X(03).
           02 WRK-DET-VALOR               PIC ZZZZZZZZZZ9.99.
           02 FILLER                      PIC X(02) VALUE SPACES.
           02 WRK-DET-RESULTADO           PIC X(20).
           02 WRK-DET-SALDO               PIC ZZZZZZZZZZ9.99.
           02 FILLER                      PIC X(11) VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(20).
           02 WRK-RES-VALOR                PIC ZZZZZZ9.
           02 FILLER                       PIC X(53) VALUE SPACES.

       01  WRK-LINHA-RESUMO-VALOR.
           02 WRK-RSV-LABEL                PIC X(20).
           02 WRK-RSV-VALOR                PIC ZZZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(44) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESSA-LANC THRU 2000-PROCESSA-LANC-EXIT
               UNTIL WRK-TRAN-FIM-ARQUIVO.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - abre os arquivos, recupera o checkpoint da
      * execucao anterior (se houver) e posiciona a entrada no
      * primeiro lancamento ainda nao processado.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "LANMANUT: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Sem cadastro de contas nao ha onde lancar: o CONMANUT (que cria
      *o arquivo) precisa ter rodado antes.
           OPEN I-O CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               DISPLAY "LANMANUT: cadastro de contas (CONMAST) "
                       "inexistente - nenhum lancamento aplicado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Qualquer outro status (por exemplo um CONMAST ainda no formato
      *de 40 bytes, sem o saldo) tambem impede os lancamentos: o
      *arquivo precisa antes passar pela conversao do CONCONV.
           IF NOT WRK-CONMAST-OK
               DISPLAY "LANMANUT: erro na abertura do CONMAST (status "
                       WRK-CONMAST-STATUS ") - nenhum lancamento "
                       "aplicado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LANCAMENTO-VALIDO.

           PERFORM 1100-LER-CHECKPOINT THRU 1100-LER-CHECKPOINT-EXIT.

           IF WRK-EXECUCAO-REINICIADA
      *        Reinicio: mantem as linhas do relatorio ja gravadas na
      *        execucao anterior, salta os lancamentos ja aplicados e
      *        completa o que caiu entre o historico e o checkpoint.
               OPEN EXTEND RELATORIO-MANUT
               DISPLAY "Reiniciando lancamentos apos o registro "
                       WRK-REINICIO-CONTADOR
               PERFORM 1200-SALTAR-PROCESSADOS
                   THRU 1200-SALTAR-PROCESSADOS-EXIT
                   UNTIL WRK-CONT-LIDOS >= WRK-REINICIO-CONTADOR
                       OR WRK-TRAN-FIM-ARQUIVO
               PERFORM 1300-CONFERIR-HISTORICO
                   THRU 1300-CONFERIR-HISTORICO-EXIT
           ELSE
      *        Inicio normal: o checkpoint zerado marca a execucao em
      *        andamento, para que uma queda ja no primeiro lancamento
      *        tambem seja tratada como reinicio.
               OPEN OUTPUT RELATORIO-MANUT
               PERFORM 7500-GRAVAR-CHECKPOINT
                   THRU 7500-GRAVAR-CHECKPOINT-EXIT
           END-IF

           PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LER-CHECKPOINT - le o checkpoint gravado na execucao
      * anterior, se ela caiu no meio, e retoma os totais.
      *-----------------------------------------------------------------
       1100-LER-CHECKPOINT.

           OPEN INPUT CHECKPOINT-LANCAMENTO.
           IF WRK-CHECKPOINT-NAO-EXISTE
               GO TO 1100-LER-CHECKPOINT-EXIT
           END-IF

           READ CHECKPOINT-LANCAMENTO
               NOT AT END
                   SET WRK-EXECUCAO-REINICIADA TO TRUE
                   MOVE WRK-CKPT-CONTADOR    TO WRK-REINICIO-CONTADOR
                   MOVE WRK-CKPT-DEBITOS     TO WRK-CONT-DEBITOS
                   MOVE WRK-CKPT-CREDITOS    TO WRK-CONT-CREDITOS
                   MOVE WRK-CKPT-REJEITADOS  TO WRK-CONT-REJEITADOS
                   MOVE WRK-CKPT-VALOR-DEBITOS
                       TO WRK-VALOR-DEBITOS
                   MOVE WRK-CKPT-VALOR-CREDITOS
                       TO WRK-VALOR-CREDITOS
           END-READ

           CLOSE CHECKPOINT-LANCAMENTO.

       1100-LER-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-SALTAR-PROCESSADOS - le sem aplicar um lancamento ja
      * processado antes da queda.
      *-----------------------------------------------------------------
       1200-SALTAR-PROCESSADOS.

           READ LANCAMENTO-VALIDO
               AT END
                   SET WRK-TRAN-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CONT-LIDOS
           END-READ.

       1200-SALTAR-PROCESSADOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-CONFERIR-HISTORICO - le o LANHIST ate o fim e guarda o
      * ultimo registro. Se ele for da data de movimento e da
      * sequencia seguinte a do checkpoint, a execucao anterior caiu
      * depois de gravar o historico daquele lancamento: ele e
      * completado em 1400, sem ser aplicado de novo.
      *-----------------------------------------------------------------
       1300-CONFERIR-HISTORICO.

           IF WRK-TRAN-FIM-ARQUIVO
               GO TO 1300-CONFERIR-HISTORICO-EXIT
           END-IF

           OPEN INPUT HISTORICO-LANCAMENTO.
           IF WRK-LANHIST-NAO-EXISTE
               GO TO 1300-CONFERIR-HISTORICO-EXIT
           END-IF

           PERFORM 1310-LER-HISTORICO THRU 1310-LER-HISTORICO-EXIT
               UNTIL WRK-FIM-ARQUIVO-HISTORICO.

           CLOSE HISTORICO-LANCAMENTO.

           IF WRK-ACHOU-ULTIMO-HISTORICO
               AND WRK-ULT-DATA-MOVTO = WRK-CTRL-DATA-MOVTO
               AND WRK-ULT-SEQUENCIA = WRK-REINICIO-CONTADOR + 1
               PERFORM 1400-COMPLETAR-LANCAMENTO
                   THRU 1400-COMPLETAR-LANCAMENTO-EXIT
           END-IF.

       1300-CONFERIR-HISTORICO-EXIT.
           EXIT.

       1310-LER-HISTORICO.

           READ HISTORICO-LANCAMENTO
               AT END
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
               NOT AT END
                   SET WRK-ACHOU-ULTIMO-HISTORICO TO TRUE
                   MOVE WRK-REG-HIST-LANC TO WRK-ULTIMO-HISTORICO
           END-READ.

       1310-LER-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1400-COMPLETAR-LANCAMENTO - le o lancamento que ja esta no
      * historico, regrava o saldo da conta com o saldo do historico
      * se a queda foi antes da regravacao, acumula os totais e grava
      * o relatorio e o checkpoint, sem novo registro no LANHIST.
      *-----------------------------------------------------------------
       1400-COMPLETAR-LANCAMENTO.

           PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT.
           IF WRK-TRAN-FIM-ARQUIVO
               GO TO 1400-COMPLETAR-LANCAMENTO-EXIT
           END-IF

           ADD 1 TO WRK-CONT-LIDOS.

           IF WRK-LAN-AGENCIA NOT = WRK-ULT-AGENCIA
               OR WRK-LAN-NUMERO NOT = WRK-ULT-NUMERO
               OR WRK-LAN-NATUREZA NOT = WRK-ULT-NATUREZA
               OR WRK-LAN-VALOR NOT = WRK-ULT-VALOR
               DISPLAY "LANMANUT: lancamento " WRK-CONT-LIDOS
                       " difere do ultimo registro do LANHIST - "
                       "reinicio interrompido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-LAN-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-LAN-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "LANMANUT: conta " WRK-LAN-AGENCIA "/"
                           WRK-LAN-NUMERO " do LANHIST nao "
                           "encontrada - reinicio interrompido"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF WRK-CONTA-SALDO NOT = WRK-ULT-SALDO-APOS
               MOVE WRK-ULT-SALDO-APOS     TO WRK-CONTA-SALDO
               REWRITE WRK-STRUCT-CONTA
           END-IF

           IF WRK-LAN-DEBITO
               ADD 1 TO WRK-CONT-DEBITOS
               ADD WRK-LAN-VALOR TO WRK-VALOR-DEBITOS
           ELSE
               ADD 1 TO WRK-CONT-CREDITOS
               ADD WRK-LAN-VALOR TO WRK-VALOR-CREDITOS
           END-IF

           MOVE WRK-LAN-AGENCIA            TO WRK-DET-AGENCIA.
           MOVE WRK-LAN-NUMERO             TO WRK-DET-NUMERO.
           MOVE WRK-LAN-NATUREZA           TO WRK-DET-NATUREZA.
           MOVE WRK-LAN-VALOR              TO WRK-DET-VALOR.
           MOVE "APLICADO"                 TO WRK-DET-RESULTADO.
           MOVE WRK-CONTA-SALDO            TO WRK-DET-SALDO.
           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

           PERFORM 7500-GRAVAR-CHECKPOINT
               THRU 7500-GRAVAR-CHECKPOINT-EXIT.

       1400-COMPLETAR-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-LANC - aplica o lancamento corrente no saldo da
      * conta e grava o checkpoint.
      *-----------------------------------------------------------------
       2000-PROCESSA-LANC.

           ADD 1 TO WRK-CONT-LIDOS.

           PERFORM 3000-APLICAR-LANCAMENTO
               THRU 3000-APLICAR-LANCAMENTO-EXIT.

           PERFORM 7500-GRAVAR-CHECKPOINT
               THRU 7500-GRAVAR-CHECKPOINT-EXIT.

           PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT.

       2000-PROCESSA-LANC-EXIT.
           EXIT.

       2100-LER-LANCAMENTO.

           READ LANCAMENTO-VALIDO
               AT END
                   SET WRK-TRAN-FIM-ARQUIVO TO TRUE
           END-READ.

       2100-LER-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-APLICAR-LANCAMENTO - localiza a conta pela chave; conta
      * inexistente ou encerrada nao recebe lancamento, e o debito
      * nao pode deixar o saldo negativo. Aplicado, o lancamento vai
      * primeiro para o historico e so depois o saldo e regravado:
      * uma queda entre os dois e completada no reinicio (1300).
      *-----------------------------------------------------------------
       3000-APLICAR-LANCAMENTO.

           MOVE WRK-LAN-AGENCIA            TO WRK-DET-AGENCIA.
           MOVE WRK-LAN-NUMERO             TO WRK-DET-NUMERO.
           MOVE WRK-LAN-NATUREZA           TO WRK-DET-NATUREZA.
           MOVE WRK-LAN-VALOR              TO WRK-DET-VALOR.
           MOVE ZERO                       TO WRK-DET-SALDO.

           MOVE WRK-LAN-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-LAN-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADOS
                   PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
                   GO TO 3000-APLICAR-LANCAMENTO-EXIT
           END-READ

           IF WRK-CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA"      TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADOS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 3000-APLICAR-LANCAMENTO-EXIT
           END-IF

           IF WRK-LAN-DEBITO
               AND WRK-LAN-VALOR > WRK-CONTA-SALDO
               MOVE "SALDO INSUFICIENTE"   TO WRK-DET-RESULTADO
               MOVE WRK-CONTA-SALDO        TO WRK-DET-SALDO
               ADD 1 TO WRK-CONT-REJEITADOS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 3000-APLICAR-LANCAMENTO-EXIT
           END-IF

           IF WRK-LAN-DEBITO
               SUBTRACT WRK-LAN-VALOR FROM WRK-CONTA-SALDO
               ADD 1 TO WRK-CONT-DEBITOS
               ADD WRK-LAN-VALOR TO WRK-VALOR-DEBITOS
           ELSE
               ADD WRK-LAN-VALOR TO WRK-CONTA-SALDO
               ADD 1 TO WRK-CONT-CREDITOS
               ADD WRK-LAN-VALOR TO WRK-VALOR-CREDITOS
           END-IF

           PERFORM 7600-GRAVAR-HISTORICO
               THRU 7600-GRAVAR-HISTORICO-EXIT.

           REWRITE WRK-STRUCT-CONTA.

           MOVE "APLICADO"                 TO WRK-DET-RESULTADO.
           MOVE WRK-CONTA-SALDO            TO WRK-DET-SALDO.
           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       3000-APLICAR-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-DET - grava uma linha de detalhe no relatorio de
      * manutencao para o lancamento corrente.
      *-----------------------------------------------------------------
       7000-GRAVAR-DET.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

       7000-GRAVAR-DET-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7500-GRAVAR-CHECKPOINT - grava no arquivo de checkpoint a
      * posicao e os totais ate aqui, sobrescrevendo o anterior.
      *-----------------------------------------------------------------
       7500-GRAVAR-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-LANCAMENTO.
           MOVE WRK-CONT-LIDOS      TO WRK-CKPT-CONTADOR.
           MOVE WRK-CONT-DEBITOS    TO WRK-CKPT-DEBITOS.
           MOVE WRK-CONT-CREDITOS   TO WRK-CKPT-CREDITOS.
           MOVE WRK-CONT-REJEITADOS TO WRK-CKPT-REJEITADOS.
           MOVE WRK-VALOR-DEBITOS   TO WRK-CKPT-VALOR-DEBITOS.
           MOVE WRK-VALOR-CREDITOS  TO WRK-CKPT-VALOR-CREDITOS.
           WRITE WRK-REG-CHECKPOINT.
           CLOSE CHECKPOINT-LANCAMENTO.

       7500-GRAVAR-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7600-GRAVAR-HISTORICO - acrescenta o lancamento aplicado ao
      * historico LANHIST. O arquivo e aberto em EXTEND a cada
      * lancamento (como o jornal do CLIJRNL), para que o registro ja
      * esteja em disco se o job cair em seguida.
      *-----------------------------------------------------------------
       7600-GRAVAR-HISTORICO.

           OPEN EXTEND HISTORICO-LANCAMENTO.
           IF WRK-LANHIST-NAO-EXISTE
               OPEN OUTPUT HISTORICO-LANCAMENTO
           END-IF

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-LNH-DATA-MOVTO.
           MOVE WRK-CONT-LIDOS             TO WRK-LNH-SEQUENCIA.
           MOVE WRK-LAN-AGENCIA            TO WRK-LNH-AGENCIA.
           MOVE WRK-LAN-NUMERO             TO WRK-LNH-NUMERO.
           MOVE WRK-LAN-NATUREZA           TO WRK-LNH-NATUREZA.
           MOVE WRK-LAN-VALOR              TO WRK-LNH-VALOR.
           MOVE WRK-LAN-HISTORICO          TO WRK-LNH-HISTORICO.
           MOVE WRK-CONTA-SALDO            TO WRK-LNH-SALDO-APOS.
           WRITE WRK-REG-HIST-LANC.

           CLOSE HISTORICO-LANCAMENTO.

       7600-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo de totais, limpa o checkpoint
      * (a execucao terminou, entao a proxima nao e reinicio) e fecha
      * os arquivos.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           MOVE "LIDOS.............: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIDOS             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "DEBITOS...........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-DEBITOS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "CREDITOS..........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-CREDITOS          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "REJEITADOS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-REJEITADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "VALOR DEBITADO....: "     TO WRK-RSV-LABEL.
           MOVE WRK-VALOR-DEBITOS          TO WRK-RSV-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO-VALOR.

           MOVE "VALOR CREDITADO...: "     TO WRK-RSV-LABEL.
           MOVE WRK-VALOR-CREDITOS         TO WRK-RSV-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO-VALOR.

           DISPLAY "Lancamentos aplicados - debitos: "
                   WRK-CONT-DEBITOS
                   " creditos: " WRK-CONT-CREDITOS
                   " rejeitados: " WRK-CONT-REJEITADOS.

           OPEN OUTPUT CHECKPOINT-LANCAMENTO.
           CLOSE CHECKPOINT-LANCAMENTO.

           CLOSE CONTA-MASTER
                 LANCAMENTO-VALIDO
                 RELATORIO-MANUT.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM LANMANUT.
