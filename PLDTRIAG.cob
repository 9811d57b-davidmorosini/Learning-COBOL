      ******************************************************************
      * Program:      PLDTRIAG
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Triagem mensal do cadastro de clientes contra as listas de
      * prevencao a lavagem de dinheiro. Le o CLIENTE-MASTER inteiro
      * (ativos e inativos) e procura cada CPF no PLDLIST (lista PEP
      * e lista restritiva, carregadas pelo PLDCARGA). O cliente que
      * casa fica marcado no PLDCASA (copybook PLDCREC), que guarda
      * o resultado da rodada anterior; assim o relatorio PLDTRIAR
      * entregue ao compliance traz so o que mudou:
      *   NOVO      - cliente que casou pela primeira vez;
      *   ALTERADO  - cliente que ja casava e mudou de lista (entrou
      *               ou saiu de uma das duas);
      *   SAIU      - cliente que casava e nao casa mais (saiu da
      *               lista, ou o CPF saiu do cadastro).
      * Antes o compliance cruzava as listas com o CLIRELAT no olho.
      * O job entra no controle de execucao (CLICTRL) com o CLIMANUT
      * como predecessor, para pegar as inclusoes do dia; a data de
      * movimento marca os casamentos confirmados na rodada.
      * Rodada refeita na mesma data de movimento (apos queda): o
      * PLDTRIAR e regravado inteiro, entao o que a rodada anterior
      * ja tinha gravado no PLDCASA sai de novo pelas datas do
      * registro - casamento com data de casamento igual a data de
      * movimento sai como NOVO, com data de alteracao igual como
      * ALTERADO, e saida com data de saida igual como SAIU. Por isso
      * a saida so marca o registro (situacao e data); a remocao fica
      * para a rodada de outra data de movimento.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da triagem PEP / lista
      *                   restritiva.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. PLDTRIAG.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-CLIENTE-CPF
               ALTERNATE RECORD KEY IS WRK-CLIENTE-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLIMAST-STATUS.

           SELECT LISTA-PLD ASSIGN TO "PLDLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-PLD-CPF
               FILE STATUS IS WRK-PLDLIST-STATUS.

           SELECT CASAMENTO-PLD ASSIGN TO "PLDCASA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PCS-CPF
               FILE STATUS IS WRK-PLDCASA-STATUS.

           SELECT RELATORIO-TRIAGEM ASSIGN TO "PLDTRIAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLDTRIAR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  CLIENTE-MASTER.
           COPY CLIREC.

       FD  LISTA-PLD.
           COPY PLDREC.

       FD  CASAMENTO-PLD.
           COPY PLDCREC.

       FD  RELATORIO-TRIAGEM.
       01  WRK-LINHA-RELATORIO             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CLIMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-PLDLIST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-PLDLIST-NAO-CADASTRADO       VALUE "35".
       77  WRK-PLDCASA-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-PLDCASA-NAO-CADASTRADO       VALUE "35".
       77  WRK-PLDTRIAR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-CLIENTE                 PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CLIENTE          VALUE "S".

       77  WRK-FIM-CASAMENTO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CASAMENTO        VALUE "S".

       77  WRK-CONT-CLIENTES               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-CASADOS                PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-NOVOS                  PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ALTERADOS              PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-SAIDAS                 PIC 9(07) COMP VALUE ZERO.

      *Controle de execucao do job (CLICTRL): a data de movimento
      *devolvida pela funcao "I" carimba os casamentos confirmados.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "PLDTRIAG".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "CLIMANUT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

      *Linhas do relatorio.
       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(46) VALUE
                  "TRIAGEM PLD - PEP E LISTA RESTRITIVA - MOVTO: ".
           02 WRK-TIT-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(46) VALUE SPACES.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                       PIC X(10) VALUE "OCORRENCIA".
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 FILLER                       PIC X(13) VALUE "CPF".
           02 FILLER                       PIC X(37) VALUE "NOME".
           02 FILLER                       PIC X(11) VALUE "LISTA".
           02 FILLER                       PIC X(27) VALUE
                  "CARGO / MOTIVO".

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-OCORRENCIA           PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-CPF                  PIC X(11).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-NOME                 PIC X(35).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-LISTA                PIC X(09).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-DESCRICAO            PIC X(27).

       01  WRK-LINHA-SEPARADOR             PIC X(100) VALUE ALL "-".

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(20).
           02 WRK-RES-VALOR                PIC ZZZZZZ9.
           02 FILLER                       PIC X(73) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(100) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-TRIAR-CLIENTE    THRU 2000-TRIAR-CLIENTE-EXIT
               UNTIL WRK-FIM-ARQUIVO-CLIENTE.

           PERFORM 3000-APURAR-SAIDAS    THRU 3000-APURAR-SAIDAS-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - registra o inicio no controle de execucao e
      * abre os arquivos. Sem listas carregadas nao ha triagem; o
      * PLDCASA e criado vazio na primeira rodada (todo casamento sai
      * como novo).
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "PLDTRIAG: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LISTA-PLD.
           IF WRK-PLDLIST-NAO-CADASTRADO
               DISPLAY "PLDTRIAG: listas PLD (PLDLIST) nao "
                       "carregadas - rodar o PLDCARGA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTE-MASTER.
           IF WRK-CLIMAST-NAO-CADASTRADO
               DISPLAY "PLDTRIAG: cadastro de clientes (CLIMAST) "
                       "inexistente - triagem abortada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CASAMENTO-PLD.
           IF WRK-PLDCASA-NAO-CADASTRADO
               OPEN OUTPUT CASAMENTO-PLD
               CLOSE CASAMENTO-PLD
               OPEN I-O CASAMENTO-PLD
           END-IF

           OPEN OUTPUT RELATORIO-TRIAGEM.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-TIT-DATA-MOVTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-TRIAR-CLIENTE - le o proximo cliente e o procura nas
      * listas; cliente casado e marcado (ou confirmado) no PLDCASA
      * com a data de movimento.
      *-----------------------------------------------------------------
       2000-TRIAR-CLIENTE.

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CLIENTE TO TRUE
                   GO TO 2000-TRIAR-CLIENTE-EXIT
           END-READ

           ADD 1 TO WRK-CONT-CLIENTES.

           MOVE WRK-CLIENTE-CPF            TO WRK-PLD-CPF.
           READ LISTA-PLD
               INVALID KEY
                   GO TO 2000-TRIAR-CLIENTE-EXIT
           END-READ

           ADD 1 TO WRK-CONT-CASADOS.

           MOVE WRK-CLIENTE-CPF            TO WRK-PCS-CPF.
           READ CASAMENTO-PLD
               INVALID KEY
                   PERFORM 2100-REGISTRAR-NOVO
                       THRU 2100-REGISTRAR-NOVO-EXIT
                   GO TO 2000-TRIAR-CLIENTE-EXIT
           END-READ

      *Cliente que tinha saido da lista e voltou: o registro da saida
      *da lugar a um casamento novo.
           IF WRK-PCS-SAIU
               DELETE CASAMENTO-PLD RECORD
               PERFORM 2100-REGISTRAR-NOVO
                   THRU 2100-REGISTRAR-NOVO-EXIT
               GO TO 2000-TRIAR-CLIENTE-EXIT
           END-IF

      *Casamento ja gravado nesta data de movimento (rodada refeita)
      *sai de novo como NOVO; mudanca de lista, ou mudanca ja gravada
      *nesta data, sai como ALTERADO.
           EVALUATE TRUE
               WHEN WRK-PCS-DATA-CASAMENTO = WRK-CTRL-DATA-MOVTO
                   MOVE "NOVO"             TO WRK-DET-OCORRENCIA
                   ADD 1 TO WRK-CONT-NOVOS
                   MOVE WRK-PLD-PEP        TO WRK-PCS-PEP
                   MOVE WRK-PLD-RESTRITIVA TO WRK-PCS-RESTRITIVA
                   PERFORM 7100-GRAVAR-DET-LISTA
                       THRU 7100-GRAVAR-DET-LISTA-EXIT
               WHEN WRK-PCS-PEP NOT = WRK-PLD-PEP
                   OR WRK-PCS-RESTRITIVA NOT = WRK-PLD-RESTRITIVA
                   OR WRK-PCS-DATA-ALTERACAO = WRK-CTRL-DATA-MOVTO
                   MOVE "ALTERADO"         TO WRK-DET-OCORRENCIA
                   ADD 1 TO WRK-CONT-ALTERADOS
                   MOVE WRK-PLD-PEP        TO WRK-PCS-PEP
                   MOVE WRK-PLD-RESTRITIVA TO WRK-PCS-RESTRITIVA
                   MOVE WRK-CTRL-DATA-MOVTO
                                           TO WRK-PCS-DATA-ALTERACAO
                   PERFORM 7100-GRAVAR-DET-LISTA
                       THRU 7100-GRAVAR-DET-LISTA-EXIT
           END-EVALUATE

           MOVE WRK-CLIENTE-NOME           TO WRK-PCS-NOME.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PCS-DATA-TRIAGEM.
           REWRITE WRK-REG-CASAMENTO-PLD.

       2000-TRIAR-CLIENTE-EXIT.
           EXIT.

       2100-REGISTRAR-NOVO.

           MOVE WRK-CLIENTE-CPF            TO WRK-PCS-CPF.
           MOVE WRK-CLIENTE-NOME           TO WRK-PCS-NOME.
           MOVE WRK-PLD-PEP                TO WRK-PCS-PEP.
           MOVE WRK-PLD-RESTRITIVA         TO WRK-PCS-RESTRITIVA.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PCS-DATA-CASAMENTO
                                              WRK-PCS-DATA-TRIAGEM.
           MOVE ZERO                       TO WRK-PCS-DATA-ALTERACAO
                                              WRK-PCS-DATA-SAIDA.
           SET WRK-PCS-CASADO              TO TRUE.
           WRITE WRK-REG-CASAMENTO-PLD.

           MOVE "NOVO"                     TO WRK-DET-OCORRENCIA.
           ADD 1 TO WRK-CONT-NOVOS.
           PERFORM 7100-GRAVAR-DET-LISTA
               THRU 7100-GRAVAR-DET-LISTA-EXIT.

       2100-REGISTRAR-NOVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-APURAR-SAIDAS - percorre o PLDCASA: casamento que nao
      * foi confirmado nesta rodada saiu da lista (ou o CPF saiu do
      * cadastro) e e impresso e marcado como saida com a data de
      * movimento. Saida marcada nesta mesma data (rodada refeita) e
      * impressa de novo; saida de data anterior, ja entregue, e
      * removida.
      *-----------------------------------------------------------------
       3000-APURAR-SAIDAS.

           MOVE LOW-VALUES                 TO WRK-PCS-CPF.
           START CASAMENTO-PLD
               KEY IS NOT LESS THAN WRK-PCS-CPF
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-CASAMENTO TO TRUE
           END-START

           PERFORM 3100-CONFERIR-CASAMENTO
               THRU 3100-CONFERIR-CASAMENTO-EXIT
               UNTIL WRK-FIM-ARQUIVO-CASAMENTO.

       3000-APURAR-SAIDAS-EXIT.
           EXIT.

       3100-CONFERIR-CASAMENTO.

           READ CASAMENTO-PLD NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CASAMENTO TO TRUE
                   GO TO 3100-CONFERIR-CASAMENTO-EXIT
           END-READ

           IF WRK-PCS-SAIU
               IF WRK-PCS-DATA-SAIDA = WRK-CTRL-DATA-MOVTO
                   PERFORM 3200-GRAVAR-SAIDA
                       THRU 3200-GRAVAR-SAIDA-EXIT
               ELSE
                   DELETE CASAMENTO-PLD RECORD
               END-IF
               GO TO 3100-CONFERIR-CASAMENTO-EXIT
           END-IF

           IF WRK-PCS-DATA-TRIAGEM = WRK-CTRL-DATA-MOVTO
               GO TO 3100-CONFERIR-CASAMENTO-EXIT
           END-IF

           SET WRK-PCS-SAIU                TO TRUE.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-PCS-DATA-SAIDA.
           REWRITE WRK-REG-CASAMENTO-PLD.

           PERFORM 3200-GRAVAR-SAIDA THRU 3200-GRAVAR-SAIDA-EXIT.

       3100-CONFERIR-CASAMENTO-EXIT.
           EXIT.

       3200-GRAVAR-SAIDA.

           MOVE "SAIU"                     TO WRK-DET-OCORRENCIA.
           MOVE WRK-PCS-CPF                TO WRK-DET-CPF.
           MOVE WRK-PCS-NOME               TO WRK-DET-NOME.
           PERFORM 7200-MONTAR-LISTA THRU 7200-MONTAR-LISTA-EXIT.
           MOVE SPACES                     TO WRK-DET-DESCRICAO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-CONT-SAIDAS.

       3200-GRAVAR-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-GRAVAR-DET-LISTA - grava a ocorrencia de um cliente
      * casado, com as listas e o cargo (PEP) ou motivo (restritiva)
      * vindos do PLDLIST.
      *-----------------------------------------------------------------
       7100-GRAVAR-DET-LISTA.

           MOVE WRK-PCS-CPF                TO WRK-DET-CPF.
           MOVE WRK-PCS-NOME               TO WRK-DET-NOME.
           PERFORM 7200-MONTAR-LISTA THRU 7200-MONTAR-LISTA-EXIT.
           IF WRK-PLD-E-RESTRITIVA
               MOVE WRK-PLD-REST-MOTIVO    TO WRK-DET-DESCRICAO
           ELSE
               MOVE WRK-PLD-PEP-DESCRICAO  TO WRK-DET-DESCRICAO
           END-IF
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

       7100-GRAVAR-DET-LISTA-EXIT.
           EXIT.

      *Listas em que o casamento (PLDCASA) esta marcado.
       7200-MONTAR-LISTA.

           EVALUATE TRUE
               WHEN WRK-PCS-E-PEP AND WRK-PCS-E-RESTRITIVA
                   MOVE "PEP+RESTR"        TO WRK-DET-LISTA
               WHEN WRK-PCS-E-PEP
                   MOVE "PEP"              TO WRK-DET-LISTA
               WHEN WRK-PCS-E-RESTRITIVA
                   MOVE "RESTRIT."         TO WRK-DET-LISTA
               WHEN OTHER
                   MOVE SPACES             TO WRK-DET-LISTA
           END-EVALUATE.

       7200-MONTAR-LISTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo, fecha os arquivos e registra
      * o fim no controle de execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           MOVE "CLIENTES LIDOS....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-CLIENTES          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "CASADOS NAS LISTAS: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-CASADOS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "NOVOS CASAMENTOS..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-NOVOS             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "MUDARAM DE LISTA..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ALTERADOS         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "SAIRAM DA LISTA...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-SAIDAS            TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           DISPLAY "Triagem PLD concluida - casados: "
                   WRK-CONT-CASADOS " novos: " WRK-CONT-NOVOS
                   " saidas: " WRK-CONT-SAIDAS.

           CLOSE CLIENTE-MASTER LISTA-PLD CASAMENTO-PLD
                 RELATORIO-TRIAGEM.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PLDTRIAG.
