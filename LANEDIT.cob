      ******************************************************************
      * Program:      LANEDIT
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Critica do arquivo de lancamentos de debito/credito do dia
      * nas contas do CONMAST, no mesmo modelo critica/atualizacao do
      * CONEDIT. Le o arquivo LANTRAN por inteiro ANTES da
      * atualizacao e separa os lancamentos em dois arquivos:
      * LANTRANV (validos, no mesmo layout, que o LANMANUT aplica em
      * seguida) e LANTRANE (rejeitados, com o motivo ao final do
      * registro). Critica a chave agencia/numero, a natureza (D/C),
      * o valor e o historico. A existencia e a situacao da conta e
      * o saldo para o debito so sao conferidos na atualizacao.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial de critica dos lancamentos,
      *                   com registro no controle de execucao
      *                   (CLICTRL); o CONMANUT e o predecessor, para
      *                   que a conta aberta no dia ja possa receber
      *                   o seu primeiro deposito.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. LANEDIT.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTO-ENTRADA ASSIGN TO "LANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANTRAN-STATUS.

           SELECT LANCAMENTO-VALIDO ASSIGN TO "LANTRANV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANTRANV-STATUS.

           SELECT LANCAMENTO-REJEITADO ASSIGN TO "LANTRANE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANTRANE-STATUS.

           SELECT RELATORIO-CRITICA ASSIGN TO "LANEDITR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANEDITR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  LANCAMENTO-ENTRADA.
           COPY LANTREC.

       FD  LANCAMENTO-VALIDO.
       01  WRK-REG-VALIDO                  PIC X(46).

       FD  LANCAMENTO-REJEITADO.
       01  WRK-REG-REJEITO.
           02 WRK-REJ-LANCAMENTO           PIC X(46).
           02 WRK-REJ-MOTIVO               PIC X(20).

       FD  RELATORIO-CRITICA.
       01  WRK-LINHA-RELATORIO             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-LANTRAN-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-LANTRANV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LANTRANE-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LANEDITR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-TRAN-FIM                    PIC X(01) VALUE "N".
           88 WRK-TRAN-FIM-ARQUIVO             VALUE "S".

       77  WRK-CONT-LIDOS                  PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-VALIDOS                PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADOS             PIC 9(05) COMP VALUE ZERO.

      *Controle de execucao do job (CLICTRL): inicio e fim limpo na
      *data de movimento corrente.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "LANEDIT".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "CONMANUT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

      *Motivo da rejeicao do lancamento corrente; espacos = lancamento
      *valido.
       77  WRK-MOTIVO-REJEICAO             PIC X(20) VALUE SPACES.
           88 WRK-LANCAMENTO-VALIDO            VALUE SPACES.

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-AGENCIA             PIC X(06).
           02 WRK-DET-NUMERO              PIC X(10).
           02 WRK-DET-NATUREZA            PIC X(03).
           02 WRK-DET-VALOR               PIC ZZZZZZZZZZ9.99.
           02 FILLER                      PIC X(02) VALUE SPACES.
           02 WRK-DET-RESULTADO           PIC X(20).
           02 FILLER                      PIC X(25) VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(20).
           02 WRK-RES-VALOR                PIC ZZZZ9.
           02 FILLER                       PIC X(55) VALUE SPACES.

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
      * 1000-INICIALIZAR - abre os arquivos e posiciona o primeiro
      * lancamento.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "LANEDIT: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  LANCAMENTO-ENTRADA.
           OPEN OUTPUT LANCAMENTO-VALIDO.
           OPEN OUTPUT LANCAMENTO-REJEITADO.
           OPEN OUTPUT RELATORIO-CRITICA.

           PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-LANC - critica o lancamento corrente e o grava
      * no arquivo de validos ou no de rejeitados, com uma linha de
      * detalhe no relatorio.
      *-----------------------------------------------------------------
       2000-PROCESSA-LANC.

           ADD 1 TO WRK-CONT-LIDOS.

           PERFORM 3000-VALIDAR-LANCAMENTO
               THRU 3000-VALIDAR-LANCAMENTO-EXIT.

           MOVE WRK-LAN-AGENCIA            TO WRK-DET-AGENCIA.
           MOVE WRK-LAN-NUMERO             TO WRK-DET-NUMERO.
           MOVE WRK-LAN-NATUREZA           TO WRK-DET-NATUREZA.
           IF WRK-LAN-VALOR IS NUMERIC
               MOVE WRK-LAN-VALOR          TO WRK-DET-VALOR
           ELSE
               MOVE ZERO                   TO WRK-DET-VALOR
           END-IF

           IF WRK-LANCAMENTO-VALIDO
               WRITE WRK-REG-VALIDO FROM WRK-REG-LANCAMENTO
               MOVE "VALIDO"               TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-VALIDOS
           ELSE
               MOVE WRK-REG-LANCAMENTO     TO WRK-REJ-LANCAMENTO
               MOVE WRK-MOTIVO-REJEICAO    TO WRK-REJ-MOTIVO
               WRITE WRK-REG-REJEITO
               MOVE WRK-MOTIVO-REJEICAO    TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADOS
           END-IF

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

           PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT.

       2000-PROCESSA-LANC-EXIT.
           EXIT.

       2100-LER-LANCAMENTO.

           READ LANCAMENTO-ENTRADA
               AT END
                   SET WRK-TRAN-FIM-ARQUIVO TO TRUE
           END-READ.

       2100-LER-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-VALIDAR-LANCAMENTO - aplica as criticas na ordem: chave
      * agencia/numero, natureza, valor e historico. A primeira
      * critica que falha define o motivo.
      *-----------------------------------------------------------------
       3000-VALIDAR-LANCAMENTO.

           MOVE SPACES TO WRK-MOTIVO-REJEICAO.

           IF WRK-LAN-AGENCIA IS NOT NUMERIC
               OR WRK-LAN-AGENCIA = "0000"
               MOVE "AGENCIA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-LANCAMENTO-EXIT
           END-IF

           IF WRK-LAN-NUMERO IS NOT NUMERIC
               OR WRK-LAN-NUMERO = "00000000"
               MOVE "CONTA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-LANCAMENTO-EXIT
           END-IF

           IF NOT (WRK-LAN-DEBITO OR WRK-LAN-CREDITO)
               MOVE "NATUREZA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-LANCAMENTO-EXIT
           END-IF

           IF WRK-LAN-VALOR IS NOT NUMERIC
               OR WRK-LAN-VALOR = ZERO
               MOVE "VALOR INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-LANCAMENTO-EXIT
           END-IF

      *O historico sai no extrato do cliente: lancamento sem
      *descricao nao entra.
           IF WRK-LAN-HISTORICO = SPACES
               MOVE "HISTORICO EM BRANCO" TO WRK-MOTIVO-REJEICAO
           END-IF.

       3000-VALIDAR-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-DET - grava uma linha de detalhe no relatorio de
      * critica para o lancamento corrente.
      *-----------------------------------------------------------------
       7000-GRAVAR-DET.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

       7000-GRAVAR-DET-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo de totais e fecha os arquivos.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           MOVE "LIDOS.............: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIDOS             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "VALIDOS...........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-VALIDOS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "REJEITADOS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-REJEITADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           DISPLAY "Critica de lancamentos concluida - validos: "
                   WRK-CONT-VALIDOS
                   " rejeitados: " WRK-CONT-REJEITADOS.

           CLOSE LANCAMENTO-ENTRADA
                 LANCAMENTO-VALIDO
                 LANCAMENTO-REJEITADO
                 RELATORIO-CRITICA.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM LANEDIT.
