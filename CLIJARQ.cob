      ******************************************************************
      * Program:      CLIJARQ
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Corte mensal do jornal de auditoria (CLIJRNL) em geracoes. O
      * CLIJRNL so cresce (o CLIJRNL.cob grava em EXTEND) e todos os
      * seus leitores varriam o arquivo inteiro. Este job tira do
      * CLIJRNL os meses ja fechados - anteriores ao mes da data de
      * movimento - e grava cada mes como uma geracao (AAAAMM) do
      * historico indexado CLIJHIST, na ordem cronologica original,
      * com uma entrada por registro no indice por CPF e data
      * (CLIJINDX). O CLIJRNL fica so com a geracao corrente (o mes
      * em curso), que e o que o CLICONF e o CCSGERA leem no dia; a
      * consulta CLIJQRY vai pelo indice direto aos registros
      * arquivados do CPF pedido e depois varre so a geracao
      * corrente, mantendo o historico completo para os pedidos de
      * titulares (LGPD).
      * O corte e conferido antes de o CLIJRNL ser tocado: contagem
      * e hash (soma truncada em 15 digitos do CPF e da data-hora de
      * cada registro) de cada geracao relida do CLIJHIST e da
      * geracao corrente separada no arquivo de trabalho CLIJTRAB
      * tem que bater com os do CLIJRNL original; so entao o CLIJRNL
      * e regravado a partir do CLIJTRAB, com nova conferencia.
      * O andamento fica no controle CLIJARQC (A=corte em andamento,
      * C=corte conferido e regravacao pendente, F=concluido), para
      * que a reexecucao apos uma queda retome do ponto certo:
      * em "A" o corte e refeito (a regravacao no CLIJHIST e
      * idempotente e o CLIJRNL ainda esta inteiro); em "C" so a
      * regravacao do CLIJRNL a partir do CLIJTRAB e refeita.
      * Divergencia termina com RETURN-CODE 8 sem marcar o fim no
      * controle de execucao. O relatorio sai em CLIJARQR.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial do corte do jornal.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. CLIJARQ.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT JORNAL-CLIENTE ASSIGN TO "CLIJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJRNL-STATUS.

           SELECT JORNAL-TRABALHO ASSIGN TO "CLIJTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJTRAB-STATUS.

           SELECT JORNAL-HISTORICO ASSIGN TO "CLIJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-JHS-CHAVE
               FILE STATUS IS WRK-CLIJHIST-STATUS.

           SELECT INDICE-JORNAL ASSIGN TO "CLIJINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-JIX-CHAVE
               FILE STATUS IS WRK-CLIJINDX-STATUS.

           SELECT CONTROLE-CORTE ASSIGN TO "CLIJARQC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJARQC-STATUS.

           SELECT RELATORIO-CORTE ASSIGN TO "CLIJARQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJARQR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  JORNAL-CLIENTE.
           COPY CLIJREC.

       FD  JORNAL-TRABALHO.
       01  WRK-REG-TRABALHO                PIC X(511).

       FD  JORNAL-HISTORICO.
           COPY CLIJHREC.

       FD  INDICE-JORNAL.
           COPY CLIJXREC.

      *Andamento do corte e a posicao conferida da geracao corrente
      *separada no CLIJTRAB.
       FD  CONTROLE-CORTE.
       01  WRK-REG-CONTROLE-CORTE.
           02 WRK-JAC-SITUACAO             PIC X(01).
           02 WRK-JAC-DATA-MOVTO           PIC 9(08).
           02 WRK-JAC-QTD-CORRENTE         PIC 9(09).
           02 WRK-JAC-HASH-CORRENTE        PIC 9(15).

       FD  RELATORIO-CORTE.
       01  WRK-LINHA-RELATORIO             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CLIJRNL-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIJRNL-NAO-EXISTE           VALUE "35".

       77  WRK-CLIJTRAB-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-CLIJHIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJHIST-NAO-CADASTRADO      VALUE "35".

       77  WRK-CLIJINDX-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJINDX-NAO-CADASTRADO      VALUE "35".

       77  WRK-CLIJARQC-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJARQC-NAO-EXISTE          VALUE "35".

       77  WRK-CLIJARQR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-JORNAL           VALUE "S".

       77  WRK-FIM-TRABALHO                PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-TRABALHO         VALUE "S".

       77  WRK-FIM-HISTORICO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-HISTORICO        VALUE "S".

      *Situacao deixada pela execucao anterior no CLIJARQC.
       77  WRK-SITUACAO-ANTERIOR           PIC X(01) VALUE "F".
           88 WRK-CORTE-INTERROMPIDO           VALUE "A".
           88 WRK-COPIA-PENDENTE               VALUE "C".

      *Situacao a gravar no CLIJARQC pelo 6000-GRAVAR-CONTROLE.
       77  WRK-SITUACAO-NOVA               PIC X(01) VALUE SPACE.

       77  WRK-CORTE-COM-ERRO              PIC X(01) VALUE "N".
           88 WRK-DIVERGENCIA                  VALUE "S".

      *Geracao corrente (mes da data de movimento) e geracao do
      *registro em tratamento, no formato AAAAMM.
       77  WRK-GERACAO-CORRENTE            PIC 9(06) VALUE ZERO.
       77  WRK-GERACAO-REGISTRO            PIC 9(06) VALUE ZERO.

      *Hash de um registro: CPF mais data-hora, truncado em 15
      *digitos, como nos demais totais de controle do sistema.
       77  WRK-HASH-REGISTRO               PIC 9(15) VALUE ZERO.
       77  WRK-HASH-PARCELA-CPF            PIC 9(11) VALUE ZERO.
       77  WRK-HASH-PARCELA-DATA           PIC 9(14) VALUE ZERO.

      *Posicao do CLIJRNL original: total e geracao corrente.
       77  WRK-QTD-ORIGINAL                PIC 9(09) COMP VALUE ZERO.
       77  WRK-HASH-ORIGINAL               PIC 9(15) VALUE ZERO.
       77  WRK-QTD-CORRENTE                PIC 9(09) COMP VALUE ZERO.
       77  WRK-HASH-CORRENTE               PIC 9(15) VALUE ZERO.

      *Posicao relida do CLIJTRAB e do CLIJRNL regravado.
       77  WRK-QTD-TRABALHO                PIC 9(09) COMP VALUE ZERO.
       77  WRK-HASH-TRABALHO               PIC 9(15) VALUE ZERO.
       77  WRK-QTD-RESTAURADA              PIC 9(09) COMP VALUE ZERO.
       77  WRK-HASH-RESTAURADA             PIC 9(15) VALUE ZERO.

       77  WRK-QTD-ARQUIVADOS              PIC 9(09) COMP VALUE ZERO.

      *Geracoes encontradas no CLIJRNL, com a posicao original e a
      *relida do CLIJHIST. 240 geracoes sao vinte anos de jornal
      *num primeiro corte.
       77  WRK-QTD-GERACOES                PIC 9(03) COMP VALUE ZERO.
       77  WRK-IND-GERACAO                 PIC 9(03) COMP VALUE ZERO.
       77  WRK-POS-GERACAO                 PIC 9(03) COMP VALUE ZERO.

       01  WRK-TAB-GERACOES.
           02 WRK-GERACAO OCCURS 240 TIMES.
              03 WRK-GER-ANOMES            PIC 9(06).
              03 WRK-GER-QTD-ORIGINAL      PIC 9(09).
              03 WRK-GER-HASH-ORIGINAL     PIC 9(15).
              03 WRK-GER-QTD-ARQUIVO       PIC 9(09).
              03 WRK-GER-HASH-ARQUIVO      PIC 9(15).
              03 WRK-GER-SEQUENCIA         PIC 9(09).

      *Registro do jornal em tratamento, qualquer que seja a origem
      *(CLIJRNL, CLIJTRAB ou CLIJHIST).
           COPY CLIJREC REPLACING LEADING ==WRK== BY ==JAQ==.

      *Controle de execucao do job (CLICTRL): roda depois da
      *conferencia do dia, que le a geracao corrente do jornal.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "CLIJARQ".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "CLICONF".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(46) VALUE
                  "CORTE DO JORNAL CLIJRNL EM GERACOES - MOVTO: ".
           02 WRK-TIT-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(26) VALUE SPACES.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                       PIC X(08) VALUE "GERACAO".
           02 FILLER                       PIC X(10) VALUE "QTD ORIG".
           02 FILLER                       PIC X(17) VALUE
                  "HASH ORIGINAL".
           02 FILLER                       PIC X(10) VALUE "QTD ARQ".
           02 FILLER                       PIC X(17) VALUE
                  "HASH ARQUIVADO".
           02 FILLER                       PIC X(18) VALUE "SITUACAO".

       01  WRK-LINHA-GERACAO.
           02 WRK-DET-GERACAO              PIC 9(06).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-QTD-ORIGINAL         PIC ZZZZZZZZ9.
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WRK-DET-HASH-ORIGINAL        PIC 9(15).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-QTD-ARQUIVO          PIC ZZZZZZZZ9.
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WRK-DET-HASH-ARQUIVO         PIC 9(15).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-SITUACAO             PIC X(10).
           02 FILLER                       PIC X(08) VALUE SPACES.

       01  WRK-LINHA-POSICAO.
           02 WRK-POS-LABEL                PIC X(20).
           02 WRK-POS-QTD                  PIC ZZZZZZZZ9.
           02 FILLER                       PIC X(07) VALUE "  HASH ".
           02 WRK-POS-HASH                 PIC 9(15).
           02 FILLER                       PIC X(29) VALUE SPACES.

       01  WRK-LINHA-SEPARADOR             PIC X(80) VALUE ALL "-".

       01  WRK-LINHA-RESULTADO             PIC X(80) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           IF WRK-COPIA-PENDENTE
               PERFORM 5000-RESTAURAR-CORRENTE
                   THRU 5000-RESTAURAR-CORRENTE-EXIT
           ELSE
               PERFORM 2000-LEVANTAR-ORIGINAL
                   THRU 2000-LEVANTAR-ORIGINAL-EXIT
               IF WRK-QTD-GERACOES > ZERO
                   PERFORM 2500-CONFERIR-HISTORICO
                       THRU 2500-CONFERIR-HISTORICO-EXIT
                   PERFORM 3000-CORTAR-JORNAL
                       THRU 3000-CORTAR-JORNAL-EXIT
                   PERFORM 4000-CONFERIR-CORTE
                       THRU 4000-CONFERIR-CORTE-EXIT
                   PERFORM 5000-RESTAURAR-CORRENTE
                       THRU 5000-RESTAURAR-CORRENTE-EXIT
               ELSE
                   MOVE
                     "NENHUM MES FECHADO NO CLIJRNL - NADA A ARQUIVAR"
                       TO WRK-LINHA-RESULTADO
               END-IF
           END-IF

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - registra o inicio no controle de execucao,
      * le o andamento deixado pela execucao anterior, abre (criando
      * na primeira vez) o historico e o indice e abre o relatorio.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "CLIJARQ: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WRK-GERACAO-CORRENTE = WRK-CTRL-DATA-MOVTO / 100.

      *Contagem e hash da geracao corrente so valem na retomada da
      *regravacao ("C"), que nao le de novo o CLIJRNL; nos demais
      *casos o 2000-LEVANTAR-ORIGINAL os apura a partir de zero.
           OPEN INPUT CONTROLE-CORTE.
           IF NOT WRK-CLIJARQC-NAO-EXISTE
               READ CONTROLE-CORTE
                   NOT AT END
                       MOVE WRK-JAC-SITUACAO TO WRK-SITUACAO-ANTERIOR
                       IF WRK-COPIA-PENDENTE
                           MOVE WRK-JAC-QTD-CORRENTE
                               TO WRK-QTD-CORRENTE
                           MOVE WRK-JAC-HASH-CORRENTE
                               TO WRK-HASH-CORRENTE
                       END-IF
               END-READ
               CLOSE CONTROLE-CORTE
           END-IF

           OPEN I-O JORNAL-HISTORICO.
           IF WRK-CLIJHIST-NAO-CADASTRADO
               OPEN OUTPUT JORNAL-HISTORICO
               CLOSE JORNAL-HISTORICO
               OPEN I-O JORNAL-HISTORICO
           END-IF

           OPEN I-O INDICE-JORNAL.
           IF WRK-CLIJINDX-NAO-CADASTRADO
               OPEN OUTPUT INDICE-JORNAL
               CLOSE INDICE-JORNAL
               OPEN I-O INDICE-JORNAL
           END-IF

           OPEN OUTPUT RELATORIO-CORTE.

           MOVE WRK-CTRL-DATA-MOVTO TO WRK-TIT-DATA-MOVTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           IF WRK-COPIA-PENDENTE
               DISPLAY "CLIJARQ: corte anterior ja conferido - "
                       "retomando a regravacao do CLIJRNL"
           END-IF
           IF WRK-CORTE-INTERROMPIDO
               DISPLAY "CLIJARQ: corte anterior interrompido - "
                       "refazendo o corte"
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-LEVANTAR-ORIGINAL - primeira leitura do CLIJRNL: posicao
      * total, posicao da geracao corrente e, por geracao fechada,
      * contagem e hash originais. Jornal inexistente vale como
      * jornal sem mes fechado.
      *-----------------------------------------------------------------
       2000-LEVANTAR-ORIGINAL.

           OPEN INPUT JORNAL-CLIENTE.
           IF WRK-CLIJRNL-NAO-EXISTE
               GO TO 2000-LEVANTAR-ORIGINAL-EXIT
           END-IF

           MOVE "N" TO WRK-FIM-JORNAL.
           PERFORM 2100-LER-JORNAL THRU 2100-LER-JORNAL-EXIT.

           PERFORM 2200-ACUMULAR-ORIGINAL
               THRU 2200-ACUMULAR-ORIGINAL-EXIT
               UNTIL WRK-FIM-ARQUIVO-JORNAL.

           CLOSE JORNAL-CLIENTE.

       2000-LEVANTAR-ORIGINAL-EXIT.
           EXIT.

       2100-LER-JORNAL.

           READ JORNAL-CLIENTE INTO JAQ-STRUCT-JORNAL
               AT END
                   SET WRK-FIM-ARQUIVO-JORNAL TO TRUE
           END-READ.

       2100-LER-JORNAL-EXIT.
           EXIT.

       2200-ACUMULAR-ORIGINAL.

           PERFORM 7000-CALCULAR-HASH THRU 7000-CALCULAR-HASH-EXIT.

           ADD 1 TO WRK-QTD-ORIGINAL.
           COMPUTE WRK-HASH-ORIGINAL =
               FUNCTION MOD(WRK-HASH-ORIGINAL + WRK-HASH-REGISTRO,
                   1000000000000000).

           COMPUTE WRK-GERACAO-REGISTRO = JAQ-JRN-DATA / 100.

           IF WRK-GERACAO-REGISTRO NOT < WRK-GERACAO-CORRENTE
               ADD 1 TO WRK-QTD-CORRENTE
               COMPUTE WRK-HASH-CORRENTE =
                   FUNCTION MOD(WRK-HASH-CORRENTE + WRK-HASH-REGISTRO,
                       1000000000000000)
           ELSE
               PERFORM 7100-LOCALIZAR-GERACAO
                   THRU 7100-LOCALIZAR-GERACAO-EXIT
               ADD 1 TO WRK-GER-QTD-ORIGINAL(WRK-POS-GERACAO)
               COMPUTE WRK-GER-HASH-ORIGINAL(WRK-POS-GERACAO) =
                   FUNCTION MOD(WRK-GER-HASH-ORIGINAL(WRK-POS-GERACAO)
                       + WRK-HASH-REGISTRO, 1000000000000000)
           END-IF

           PERFORM 2100-LER-JORNAL THRU 2100-LER-JORNAL-EXIT.

       2200-ACUMULAR-ORIGINAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CONFERIR-HISTORICO - num corte novo, nenhuma geracao a
      * arquivar pode ja existir no CLIJHIST (seria movimento com
      * data de um mes ja cortado, e o corte sobrescreveria a geracao
      * arquivada). Na retomada de um corte interrompido a geracao
      * parcial e do proprio corte e e regravada igual.
      *-----------------------------------------------------------------
       2500-CONFERIR-HISTORICO.

           IF WRK-CORTE-INTERROMPIDO
               GO TO 2500-CONFERIR-HISTORICO-EXIT
           END-IF

           PERFORM 2510-PROCURAR-GERACAO
               VARYING WRK-IND-GERACAO FROM 1 BY 1
               UNTIL WRK-IND-GERACAO > WRK-QTD-GERACOES.

           IF WRK-DIVERGENCIA
               MOVE "GERACAO JA ARQUIVADA NO CLIJHIST - CORTE RECUSADO"
                   TO WRK-LINHA-RESULTADO
               PERFORM 8000-ENCERRAR-COM-ERRO
                   THRU 8000-ENCERRAR-COM-ERRO-EXIT
           END-IF.

       2500-CONFERIR-HISTORICO-EXIT.
           EXIT.

       2510-PROCURAR-GERACAO.

           MOVE WRK-GER-ANOMES(WRK-IND-GERACAO) TO WRK-JHS-GERACAO.
           MOVE 1                               TO WRK-JHS-SEQUENCIA.
           READ JORNAL-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CLIJARQ: geracao " WRK-JHS-GERACAO
                           " ja arquivada no CLIJHIST"
                   SET WRK-DIVERGENCIA TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * 3000-CORTAR-JORNAL - segunda leitura do CLIJRNL: registro de
      * mes fechado vai para a sua geracao no CLIJHIST, com a
      * sequencia seguinte da geracao, e ganha a entrada no indice;
      * registro da geracao corrente vai para o CLIJTRAB. O CLIJRNL
      * ainda nao e alterado.
      *-----------------------------------------------------------------
       3000-CORTAR-JORNAL.

           MOVE "A" TO WRK-SITUACAO-NOVA.
           PERFORM 6000-GRAVAR-CONTROLE THRU 6000-GRAVAR-CONTROLE-EXIT.

           OPEN INPUT  JORNAL-CLIENTE.
           OPEN OUTPUT JORNAL-TRABALHO.

           MOVE ZERO TO WRK-POS-GERACAO.
           MOVE "N"  TO WRK-FIM-JORNAL.
           PERFORM 2100-LER-JORNAL THRU 2100-LER-JORNAL-EXIT.

           PERFORM 3100-DISTRIBUIR-REGISTRO
               THRU 3100-DISTRIBUIR-REGISTRO-EXIT
               UNTIL WRK-FIM-ARQUIVO-JORNAL.

           CLOSE JORNAL-CLIENTE JORNAL-TRABALHO.

       3000-CORTAR-JORNAL-EXIT.
           EXIT.

       3100-DISTRIBUIR-REGISTRO.

           COMPUTE WRK-GERACAO-REGISTRO = JAQ-JRN-DATA / 100.

           IF WRK-GERACAO-REGISTRO NOT < WRK-GERACAO-CORRENTE
               WRITE WRK-REG-TRABALHO FROM JAQ-STRUCT-JORNAL
           ELSE
               PERFORM 3200-ARQUIVAR-REGISTRO
                   THRU 3200-ARQUIVAR-REGISTRO-EXIT
           END-IF

           PERFORM 2100-LER-JORNAL THRU 2100-LER-JORNAL-EXIT.

       3100-DISTRIBUIR-REGISTRO-EXIT.
           EXIT.

       3200-ARQUIVAR-REGISTRO.

           PERFORM 7100-LOCALIZAR-GERACAO
               THRU 7100-LOCALIZAR-GERACAO-EXIT.
           ADD 1 TO WRK-GER-SEQUENCIA(WRK-POS-GERACAO).

           MOVE WRK-GERACAO-REGISTRO       TO WRK-JHS-GERACAO.
           MOVE WRK-GER-SEQUENCIA(WRK-POS-GERACAO)
                                           TO WRK-JHS-SEQUENCIA.
           MOVE JAQ-STRUCT-JORNAL          TO WRK-JHS-REGISTRO.

      *    Chave ja gravada so acontece na retomada de um corte
      *    interrompido: o registro e o mesmo e e regravado.
           WRITE WRK-REG-JORNAL-HIST
               INVALID KEY
                   REWRITE WRK-REG-JORNAL-HIST
                       INVALID KEY
                           DISPLAY "CLIJARQ: falha ao arquivar "
                                   WRK-JHS-CHAVE " (status "
                                   WRK-CLIJHIST-STATUS ")"
                           MOVE "FALHA NA GRAVACAO DO CLIJHIST"
                               TO WRK-LINHA-RESULTADO
                           PERFORM 8000-ENCERRAR-COM-ERRO
                               THRU 8000-ENCERRAR-COM-ERRO-EXIT
                   END-REWRITE
           END-WRITE

           MOVE JAQ-JRN-CPF                TO WRK-JIX-CPF.
           MOVE JAQ-JRN-DATA               TO WRK-JIX-DATA.
           MOVE WRK-JHS-GERACAO            TO WRK-JIX-GERACAO.
           MOVE WRK-JHS-SEQUENCIA          TO WRK-JIX-SEQUENCIA.
           WRITE WRK-REG-INDICE-JORNAL
               INVALID KEY
      *            Entrada ja gravada por um corte interrompido.
                   CONTINUE
           END-WRITE.

       3200-ARQUIVAR-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CONFERIR-CORTE - rele cada geracao gravada no CLIJHIST e
      * o CLIJTRAB e confere contagem e hash com o CLIJRNL original.
      * Divergencia encerra sem tocar o CLIJRNL; conferido, o
      * andamento passa a "C".
      *-----------------------------------------------------------------
       4000-CONFERIR-CORTE.

           PERFORM 4100-CONFERIR-GERACAO
               VARYING WRK-IND-GERACAO FROM 1 BY 1
               UNTIL WRK-IND-GERACAO > WRK-QTD-GERACOES.

           OPEN INPUT JORNAL-TRABALHO.
           MOVE "N" TO WRK-FIM-TRABALHO.
           PERFORM 4300-LER-TRABALHO THRU 4300-LER-TRABALHO-EXIT.

           PERFORM 4400-ACUMULAR-TRABALHO
               THRU 4400-ACUMULAR-TRABALHO-EXIT
               UNTIL WRK-FIM-ARQUIVO-TRABALHO.

           CLOSE JORNAL-TRABALHO.

           IF WRK-QTD-TRABALHO NOT = WRK-QTD-CORRENTE
               OR WRK-HASH-TRABALHO NOT = WRK-HASH-CORRENTE
               SET WRK-DIVERGENCIA TO TRUE
           END-IF

           IF WRK-DIVERGENCIA
               MOVE "DIVERGENCIA NO CORTE - CLIJRNL NAO FOI ALTERADO"
                   TO WRK-LINHA-RESULTADO
               PERFORM 8000-ENCERRAR-COM-ERRO
                   THRU 8000-ENCERRAR-COM-ERRO-EXIT
           END-IF

           MOVE "C" TO WRK-SITUACAO-NOVA.
           PERFORM 6000-GRAVAR-CONTROLE THRU 6000-GRAVAR-CONTROLE-EXIT.

       4000-CONFERIR-CORTE-EXIT.
           EXIT.

       4100-CONFERIR-GERACAO.

           MOVE ZERO TO WRK-GER-QTD-ARQUIVO(WRK-IND-GERACAO)
                        WRK-GER-HASH-ARQUIVO(WRK-IND-GERACAO).
           MOVE "N"  TO WRK-FIM-HISTORICO.

           MOVE WRK-GER-ANOMES(WRK-IND-GERACAO) TO WRK-JHS-GERACAO.
           MOVE ZERO                            TO WRK-JHS-SEQUENCIA.
           START JORNAL-HISTORICO KEY IS NOT LESS THAN WRK-JHS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
           END-START

           IF NOT WRK-FIM-ARQUIVO-HISTORICO
               PERFORM 4110-LER-HISTORICO
                   THRU 4110-LER-HISTORICO-EXIT
           END-IF

           PERFORM 4120-ACUMULAR-HISTORICO
               THRU 4120-ACUMULAR-HISTORICO-EXIT
               UNTIL WRK-FIM-ARQUIVO-HISTORICO.

           IF WRK-GER-QTD-ARQUIVO(WRK-IND-GERACAO)
                  NOT = WRK-GER-QTD-ORIGINAL(WRK-IND-GERACAO)
               OR WRK-GER-HASH-ARQUIVO(WRK-IND-GERACAO)
                  NOT = WRK-GER-HASH-ORIGINAL(WRK-IND-GERACAO)
               SET WRK-DIVERGENCIA TO TRUE
           END-IF.

      *Le o proximo registro do historico; fim de arquivo ou registro
      *de outra geracao encerram a geracao em conferencia.
       4110-LER-HISTORICO.

           READ JORNAL-HISTORICO NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
                   GO TO 4110-LER-HISTORICO-EXIT
           END-READ

           IF WRK-JHS-GERACAO NOT = WRK-GER-ANOMES(WRK-IND-GERACAO)
               SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
           END-IF.

       4110-LER-HISTORICO-EXIT.
           EXIT.

       4120-ACUMULAR-HISTORICO.

           MOVE WRK-JHS-REGISTRO TO JAQ-STRUCT-JORNAL.
           PERFORM 7000-CALCULAR-HASH THRU 7000-CALCULAR-HASH-EXIT.

           ADD 1 TO WRK-GER-QTD-ARQUIVO(WRK-IND-GERACAO).
           ADD 1 TO WRK-QTD-ARQUIVADOS.
           COMPUTE WRK-GER-HASH-ARQUIVO(WRK-IND-GERACAO) =
               FUNCTION MOD(WRK-GER-HASH-ARQUIVO(WRK-IND-GERACAO)
                   + WRK-HASH-REGISTRO, 1000000000000000).

           PERFORM 4110-LER-HISTORICO THRU 4110-LER-HISTORICO-EXIT.

       4120-ACUMULAR-HISTORICO-EXIT.
           EXIT.

       4300-LER-TRABALHO.

           READ JORNAL-TRABALHO INTO JAQ-STRUCT-JORNAL
               AT END
                   SET WRK-FIM-ARQUIVO-TRABALHO TO TRUE
           END-READ.

       4300-LER-TRABALHO-EXIT.
           EXIT.

       4400-ACUMULAR-TRABALHO.

           PERFORM 7000-CALCULAR-HASH THRU 7000-CALCULAR-HASH-EXIT.

           ADD 1 TO WRK-QTD-TRABALHO.
           COMPUTE WRK-HASH-TRABALHO =
               FUNCTION MOD(WRK-HASH-TRABALHO + WRK-HASH-REGISTRO,
                   1000000000000000).

           PERFORM 4300-LER-TRABALHO THRU 4300-LER-TRABALHO-EXIT.

       4400-ACUMULAR-TRABALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-RESTAURAR-CORRENTE - regrava o CLIJRNL so com a geracao
      * corrente, a partir do CLIJTRAB, e confere contagem e hash com
      * a posicao conferida no corte (ou gravada no CLIJARQC, na
      * retomada). Conferido, o andamento passa a "F" e o CLIJTRAB
      * e esvaziado.
      *-----------------------------------------------------------------
       5000-RESTAURAR-CORRENTE.

           OPEN INPUT  JORNAL-TRABALHO.
           OPEN OUTPUT JORNAL-CLIENTE.

           MOVE "N" TO WRK-FIM-TRABALHO.
           PERFORM 4300-LER-TRABALHO THRU 4300-LER-TRABALHO-EXIT.

           PERFORM 5100-REGRAVAR-REGISTRO
               THRU 5100-REGRAVAR-REGISTRO-EXIT
               UNTIL WRK-FIM-ARQUIVO-TRABALHO.

           CLOSE JORNAL-TRABALHO JORNAL-CLIENTE.

           IF WRK-QTD-RESTAURADA NOT = WRK-QTD-CORRENTE
               OR WRK-HASH-RESTAURADA NOT = WRK-HASH-CORRENTE
               SET WRK-DIVERGENCIA TO TRUE
               MOVE "DIVERGENCIA NA REGRAVACAO DO CLIJRNL - REEXECUTAR"
                   TO WRK-LINHA-RESULTADO
               PERFORM 8000-ENCERRAR-COM-ERRO
                   THRU 8000-ENCERRAR-COM-ERRO-EXIT
           END-IF

           MOVE "F" TO WRK-SITUACAO-NOVA.
           PERFORM 6000-GRAVAR-CONTROLE THRU 6000-GRAVAR-CONTROLE-EXIT.

           OPEN OUTPUT JORNAL-TRABALHO.
           CLOSE JORNAL-TRABALHO.

           MOVE "CORTE CONFERIDO - CLIJRNL COM A GERACAO CORRENTE"
               TO WRK-LINHA-RESULTADO.

       5000-RESTAURAR-CORRENTE-EXIT.
           EXIT.

       5100-REGRAVAR-REGISTRO.

           WRITE WRK-STRUCT-JORNAL FROM JAQ-STRUCT-JORNAL.

           PERFORM 7000-CALCULAR-HASH THRU 7000-CALCULAR-HASH-EXIT.
           ADD 1 TO WRK-QTD-RESTAURADA.
           COMPUTE WRK-HASH-RESTAURADA =
               FUNCTION MOD(WRK-HASH-RESTAURADA + WRK-HASH-REGISTRO,
                   1000000000000000).

           PERFORM 4300-LER-TRABALHO THRU 4300-LER-TRABALHO-EXIT.

       5100-REGRAVAR-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-GRAVAR-CONTROLE - regrava o CLIJARQC com a situacao em
      * WRK-SITUACAO-NOVA e a posicao da geracao corrente.
      *-----------------------------------------------------------------
       6000-GRAVAR-CONTROLE.

           OPEN OUTPUT CONTROLE-CORTE.
           MOVE WRK-SITUACAO-NOVA          TO WRK-JAC-SITUACAO.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-JAC-DATA-MOVTO.
           MOVE WRK-QTD-CORRENTE           TO WRK-JAC-QTD-CORRENTE.
           MOVE WRK-HASH-CORRENTE          TO WRK-JAC-HASH-CORRENTE.
           WRITE WRK-REG-CONTROLE-CORTE.
           CLOSE CONTROLE-CORTE.

       6000-GRAVAR-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-CALCULAR-HASH - hash do registro em JAQ-STRUCT-JORNAL:
      * CPF (quando numerico) mais data e hora, em 15 digitos.
      *-----------------------------------------------------------------
       7000-CALCULAR-HASH.

           MOVE ZERO TO WRK-HASH-PARCELA-CPF.
           IF JAQ-JRN-CPF IS NUMERIC
               MOVE JAQ-JRN-CPF TO WRK-HASH-PARCELA-CPF
           END-IF

           COMPUTE WRK-HASH-PARCELA-DATA =
               JAQ-JRN-DATA * 1000000 + JAQ-JRN-HORA.

           COMPUTE WRK-HASH-REGISTRO =
               FUNCTION MOD(WRK-HASH-PARCELA-CPF
                   + WRK-HASH-PARCELA-DATA, 1000000000000000).

       7000-CALCULAR-HASH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-LOCALIZAR-GERACAO - posiciona WRK-POS-GERACAO na entrada
      * da tabela da geracao do registro, criando-a na primeira
      * ocorrencia. O jornal e cronologico, entao quase sempre e a
      * mesma entrada do registro anterior.
      *-----------------------------------------------------------------
       7100-LOCALIZAR-GERACAO.

           IF WRK-POS-GERACAO > ZERO
               IF WRK-GER-ANOMES(WRK-POS-GERACAO) = WRK-GERACAO-REGISTRO
                   GO TO 7100-LOCALIZAR-GERACAO-EXIT
               END-IF
           END-IF

           MOVE ZERO TO WRK-POS-GERACAO.

           PERFORM 7110-COMPARAR-GERACAO
               VARYING WRK-IND-GERACAO FROM 1 BY 1
               UNTIL WRK-IND-GERACAO > WRK-QTD-GERACOES.

           IF WRK-POS-GERACAO = ZERO
               IF WRK-QTD-GERACOES >= 240
                   DISPLAY "CLIJARQ: tabela de geracoes cheia - "
                           "aumentar WRK-TAB-GERACOES"
                   MOVE "TABELA DE GERACOES CHEIA - CORTE RECUSADO"
                       TO WRK-LINHA-RESULTADO
                   PERFORM 8000-ENCERRAR-COM-ERRO
                       THRU 8000-ENCERRAR-COM-ERRO-EXIT
               END-IF
               ADD 1 TO WRK-QTD-GERACOES
               MOVE WRK-QTD-GERACOES TO WRK-POS-GERACAO
               MOVE WRK-GERACAO-REGISTRO
                   TO WRK-GER-ANOMES(WRK-POS-GERACAO)
               MOVE ZERO TO WRK-GER-QTD-ORIGINAL(WRK-POS-GERACAO)
                            WRK-GER-HASH-ORIGINAL(WRK-POS-GERACAO)
                            WRK-GER-QTD-ARQUIVO(WRK-POS-GERACAO)
                            WRK-GER-HASH-ARQUIVO(WRK-POS-GERACAO)
                            WRK-GER-SEQUENCIA(WRK-POS-GERACAO)
           END-IF.

       7100-LOCALIZAR-GERACAO-EXIT.
           EXIT.

       7110-COMPARAR-GERACAO.

           IF WRK-GER-ANOMES(WRK-IND-GERACAO) = WRK-GERACAO-REGISTRO
               MOVE WRK-IND-GERACAO TO WRK-POS-GERACAO
           END-IF.

      *-----------------------------------------------------------------
      * 8000-ENCERRAR-COM-ERRO - imprime as posicoes apuradas e o
      * motivo ja posicionado em WRK-LINHA-RESULTADO e termina com
      * RETURN-CODE 8 sem marcar o fim no controle de execucao.
      *-----------------------------------------------------------------
       8000-ENCERRAR-COM-ERRO.

           PERFORM 9100-IMPRIMIR-POSICOES
               THRU 9100-IMPRIMIR-POSICOES-EXIT.

           DISPLAY "CLIJARQ: " WRK-LINHA-RESULTADO.

           CLOSE JORNAL-HISTORICO INDICE-JORNAL RELATORIO-CORTE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       8000-ENCERRAR-COM-ERRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - imprime as posicoes e o resultado, fecha os
      * arquivos e marca o fim no controle de execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           PERFORM 9100-IMPRIMIR-POSICOES
               THRU 9100-IMPRIMIR-POSICOES-EXIT.

           DISPLAY "Corte do jornal concluido - arquivados: "
                   WRK-QTD-ARQUIVADOS
                   " geracao corrente: " WRK-QTD-RESTAURADA.

           CLOSE JORNAL-HISTORICO INDICE-JORNAL RELATORIO-CORTE.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-IMPRIMIR-POSICOES - quadro por geracao (original x
      * arquivada), posicoes do CLIJRNL e a linha de resultado.
      *-----------------------------------------------------------------
       9100-IMPRIMIR-POSICOES.

           IF WRK-QTD-GERACOES > ZERO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CABECALHO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR
               PERFORM 9110-IMPRIMIR-GERACAO
                   VARYING WRK-IND-GERACAO FROM 1 BY 1
                   UNTIL WRK-IND-GERACAO > WRK-QTD-GERACOES
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO
           END-IF

           IF NOT WRK-COPIA-PENDENTE
               MOVE "CLIJRNL ORIGINAL..: " TO WRK-POS-LABEL
               MOVE WRK-QTD-ORIGINAL       TO WRK-POS-QTD
               MOVE WRK-HASH-ORIGINAL      TO WRK-POS-HASH
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-POSICAO
           END-IF

           MOVE "GERACAO CORRENTE..: "     TO WRK-POS-LABEL.
           MOVE WRK-QTD-CORRENTE           TO WRK-POS-QTD.
           MOVE WRK-HASH-CORRENTE          TO WRK-POS-HASH.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-POSICAO.

           MOVE "CLIJRNL REGRAVADO.: "     TO WRK-POS-LABEL.
           MOVE WRK-QTD-RESTAURADA         TO WRK-POS-QTD.
           MOVE WRK-HASH-RESTAURADA        TO WRK-POS-HASH.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-POSICAO.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESULTADO.

       9100-IMPRIMIR-POSICOES-EXIT.
           EXIT.

       9110-IMPRIMIR-GERACAO.

           MOVE WRK-GER-ANOMES(WRK-IND-GERACAO)   TO WRK-DET-GERACAO.
           MOVE WRK-GER-QTD-ORIGINAL(WRK-IND-GERACAO)
                                          TO WRK-DET-QTD-ORIGINAL.
           MOVE WRK-GER-HASH-ORIGINAL(WRK-IND-GERACAO)
                                          TO WRK-DET-HASH-ORIGINAL.
           MOVE WRK-GER-QTD-ARQUIVO(WRK-IND-GERACAO)
                                          TO WRK-DET-QTD-ARQUIVO.
           MOVE WRK-GER-HASH-ARQUIVO(WRK-IND-GERACAO)
                                          TO WRK-DET-HASH-ARQUIVO.

           IF WRK-GER-QTD-ARQUIVO(WRK-IND-GERACAO)
                  = WRK-GER-QTD-ORIGINAL(WRK-IND-GERACAO)
               AND WRK-GER-HASH-ARQUIVO(WRK-IND-GERACAO)
                  = WRK-GER-HASH-ORIGINAL(WRK-IND-GERACAO)
               MOVE "CONFERIDA"            TO WRK-DET-SITUACAO
           ELSE
               MOVE "DIVERGENTE"           TO WRK-DET-SITUACAO
           END-IF

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-GERACAO.

       END PROGRAM CLIJARQ.
