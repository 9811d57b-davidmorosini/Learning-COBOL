      ******************************************************************
      * Program:      COBRETN
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Processamento do arquivo de retorno da cobranca. O banco
      * devolve, para os agendamentos enviados na remessa COBREMES do
      * CLICOBR, um arquivo (COBRETNI) com header "H" (data do
      * movimento do banco), detalhes "D" (CPF, valor e vencimento do
      * agendamento cobrado, ocorrencia L=liquidado ou R=recusado, data
      * da ocorrencia e motivo da recusa) e trailer "T" (quantidade de
      * detalhes e hash-total dos CPFs, soma truncada em 15 digitos,
      * a mesma convencao da remessa e dos lotes do CLIBULK). Antes de
      * tocar na agenda, o arquivo inteiro e conferido contra o
      * trailer; arquivo que nao reconcilia (ou sem header/trailer) e
      * recusado por inteiro, a agenda nao e alterada e o job termina
      * com RETURN-CODE 8 SEM marcar o fim no controle de execucao,
      * para poder rodar de novo com o arquivo reenviado pelo banco.
      * Arquivo conferido: cada detalhe da baixa no agendamento
      * correspondente do COBAGEND (mesmo CPF, vencimento e valor,
      * ainda nao liquidado) - liquidado ou recusado com o motivo - e
      * a agenda e regravada por inteiro (via arquivo de trabalho
      * COBAGENW). Detalhe sem agendamento correspondente sai no
      * relatorio do retorno (COBRETNR). Por fim, o relatorio de
      * inadimplencia (COBINADR) lista, por faixa de atraso em dias
      * uteis (1-30, 31-60, 61-90 e mais de 90), todo agendamento nao
      * liquidado cujo vencimento (rolado para o dia util pelo
      * CALBANC, como na remessa) ja passou na data de movimento.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial do retorno da cobranca (a
      *                   conferencia de quem pagou era feita a mao
      *                   numa planilha), com registro no controle de
      *                   execucao (CLICTRL).
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. COBRETN.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT AGENDA-COBRANCA ASSIGN TO "COBAGEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBAGEND-STATUS.

           SELECT AGENDA-TRABALHO ASSIGN TO "COBAGENW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBAGENW-STATUS.

           SELECT RETORNO-COBRANCA ASSIGN TO "COBRETNI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBRETNI-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "COBORDTMP".

           SELECT RELATORIO-RETORNO ASSIGN TO "COBRETNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBRETNR-STATUS.

           SELECT RELATORIO-INADIMPLENCIA ASSIGN TO "COBINADR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBINADR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  AGENDA-COBRANCA.
           COPY COBAREC.

       FD  AGENDA-TRABALHO.
       01  WRK-REG-AGENDA-TRAB             PIC X(61).

       FD  RETORNO-COBRANCA.
       01  WRK-REG-RETORNO.
           02 WRK-RET-TIPO                 PIC X(01).
               88 WRK-RET-HEADER               VALUE "H".
               88 WRK-RET-DETALHE              VALUE "D".
               88 WRK-RET-TRAILER              VALUE "T".
           02 WRK-RET-CPF                  PIC X(11).
           02 WRK-RET-VALOR                PIC 9(11)V99.
           02 WRK-RET-VENCIMENTO           PIC 9(08).
           02 WRK-RET-OCORRENCIA           PIC X(01).
               88 WRK-RET-LIQUIDADO            VALUE "L".
               88 WRK-RET-RECUSADO             VALUE "R".
           02 WRK-RET-DATA-OCORRENCIA      PIC 9(08).
           02 WRK-RET-MOTIVO               PIC X(20).

      *Visao do header do retorno ("H"): data do movimento do banco.
       01  WRK-REG-RET-HEADER.
           02 FILLER                       PIC X(01).
           02 WRK-RETH-DATA-MOVTO          PIC 9(08).
           02 FILLER                       PIC X(53).

      *Visao do trailer do retorno ("T"): quantidade de detalhes e
      *hash-total dos CPFs (soma, truncada em 15 digitos).
       01  WRK-REG-RET-TRAILER.
           02 FILLER                       PIC X(01).
           02 WRK-RETT-QTD-REGISTROS       PIC 9(07).
           02 WRK-RETT-HASH-CPF            PIC 9(15).
           02 FILLER                       PIC X(39).

      *Agendamento em atraso, ordenado por faixa, CPF e vencimento
      *para o relatorio de inadimplencia.
       SD  ARQUIVO-ORDENACAO.
       01  WRK-REG-ORDENACAO.
           02 WRK-ORD-FAIXA                PIC 9(01).
           02 WRK-ORD-CPF                  PIC X(11).
           02 WRK-ORD-VENCIMENTO           PIC 9(08).
           02 WRK-ORD-VALOR                PIC 9(11)V99.
           02 WRK-ORD-DIAS-ATRASO          PIC 9(03).
           02 WRK-ORD-SITUACAO             PIC X(01).
           02 WRK-ORD-MOTIVO               PIC X(20).

       FD  RELATORIO-RETORNO.
       01  WRK-LINHA-RETORNO               PIC X(80).

       FD  RELATORIO-INADIMPLENCIA.
       01  WRK-LINHA-INADIMPLENCIA         PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-COBAGEND-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-COBAGEND-NAO-EXISTE          VALUE "35".
       77  WRK-COBAGENW-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-COBRETNI-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-COBRETNI-NAO-EXISTE          VALUE "35".
       77  WRK-COBRETNR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-COBINADR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-RETORNO                 PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-RETORNO          VALUE "S".

       77  WRK-FIM-AGENDA                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-AGENDA           VALUE "S".

       77  WRK-FIM-TRABALHO                PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-TRABALHO         VALUE "S".

       77  WRK-FIM-ORDENACAO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-ORDENACAO        VALUE "S".

      *Conferencia do arquivo de retorno contra o trailer, feita por
      *inteiro antes de qualquer baixa na agenda. Motivo em espacos =
      *arquivo conferido.
       77  WRK-RETORNO-MOTIVO              PIC X(16) VALUE SPACES.
           88 WRK-RETORNO-CONFERIDO            VALUE SPACES.

       77  WRK-QTD-HEADERS                 PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-TRAILERS                PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-INFORMADA               PIC 9(07) VALUE ZERO.
       77  WRK-HASH-INFORMADO              PIC 9(15) VALUE ZERO.
       77  WRK-HASH-LIDO                   PIC 9(15) VALUE ZERO.
       77  WRK-HASH-PARCELA                PIC 9(11) VALUE ZERO.
       77  WRK-DATA-MOVTO-BANCO            PIC 9(08) VALUE ZERO.

      *Detalhes do retorno conferido, guardados para a baixa na
      *passada da agenda. O limite de 3000 detalhes por arquivo e
      *operacional: acima disso o job para antes de tocar na agenda.
       77  WRK-QTD-DETALHES                PIC 9(05) COMP VALUE ZERO.
       77  WRK-IND-DETALHE                 PIC 9(05) COMP VALUE ZERO.
       77  WRK-POS-DETALHE                 PIC 9(05) COMP VALUE ZERO.

       01  WRK-TAB-RETORNO.
           02 WRK-DET-RETORNO OCCURS 3000 TIMES.
              03 WRK-TRET-CPF              PIC X(11).
              03 WRK-TRET-VALOR            PIC 9(11)V99.
              03 WRK-TRET-VENCIMENTO       PIC 9(08).
              03 WRK-TRET-OCORRENCIA       PIC X(01).
                 88 WRK-TRET-LIQUIDADO         VALUE "L".
                 88 WRK-TRET-RECUSADO          VALUE "R".
              03 WRK-TRET-DATA-OCORRENCIA  PIC 9(08).
              03 WRK-TRET-MOTIVO           PIC X(20).
              03 WRK-TRET-SITUACAO         PIC X(01).
                 88 WRK-TRET-A-APLICAR         VALUE "A".
                 88 WRK-TRET-APLICADO          VALUE "S".
                 88 WRK-TRET-INVALIDO          VALUE "I".

       77  WRK-CONT-AGENDA                 PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-LIQUIDADOS             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-RECUSADOS              PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-SEM-AGENDA             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-INVALIDOS              PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-SEM-CALENDARIO         PIC 9(07) COMP VALUE ZERO.

      *Contagem do atraso em dias uteis: a partir do vencimento
      *efetivo (rolado pelo CALBANC), cada proximo dia util ate a
      *data de movimento e um dia de atraso. A contagem para em 91:
      *dali em diante o agendamento ja esta na ultima faixa.
       77  WRK-DATA-CONTAGEM               PIC 9(08) VALUE ZERO.
       77  WRK-DATA-SEGUINTE               PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-ATRASO                 PIC 9(03) COMP VALUE ZERO.
       77  WRK-DIAS-EDITADO                PIC ZZZ9.

       77  WRK-CONTAGEM-ERRO               PIC X(01) VALUE "N".
           88 WRK-CONTAGEM-SEM-CALENDARIO      VALUE "S".

      *Totais por faixa de atraso (1=1-30, 2=31-60, 3=61-90, 4=mais
      *de 90 dias uteis).
       77  WRK-IND-FAIXA                   PIC 9(01) COMP VALUE ZERO.
       77  WRK-FAIXA-CORRENTE              PIC 9(01) VALUE ZERO.

       01  WRK-TAB-FAIXAS.
           02 WRK-FAIXA OCCURS 4 TIMES.
              03 WRK-FAI-QTD               PIC 9(07) COMP.
              03 WRK-FAI-VALOR             PIC 9(13)V99.

       01  WRK-TAB-FAIXAS-DESCR-VALORES.
           02 FILLER PIC X(20) VALUE "1 A 30 DIAS UTEIS".
           02 FILLER PIC X(20) VALUE "31 A 60 DIAS UTEIS".
           02 FILLER PIC X(20) VALUE "61 A 90 DIAS UTEIS".
           02 FILLER PIC X(20) VALUE "ACIMA DE 90 DIAS".

       01  WRK-TAB-FAIXAS-DESCR REDEFINES WRK-TAB-FAIXAS-DESCR-VALORES.
           02 WRK-FAIXA-DESCRICAO OCCURS 4 TIMES PIC X(20).

       77  WRK-TOTAL-QTD                   PIC 9(07) COMP VALUE ZERO.
       77  WRK-TOTAL-VALOR                 PIC 9(13)V99 VALUE ZERO.

      *Controle de execucao do job (CLICTRL): a contagem do atraso
      *usa a data de movimento corrente devolvida pela funcao "I".
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "COBRETN".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE SPACES.
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

      *Parametros da chamada ao CALBANC, como no CLICOBR.
       77  WRK-CAL-DIRECAO                 PIC X(01) VALUE "P".
       77  WRK-CAL-DATA-RESULTADO          PIC 9(08) VALUE ZERO.
       77  WRK-CAL-DIA-SEMANA              PIC 9(01) VALUE ZERO.
       77  WRK-CAL-RETORNO                 PIC X(02) VALUE SPACES.
           88 WRK-CAL-OK                       VALUE "00".

       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(36) VALUE
                  "RETORNO DA COBRANCA - MOVTO BANCO: ".
           02 WRK-TIT-DATA-BANCO           PIC 9(08).
           02 FILLER                       PIC X(09) VALUE "  MOVTO: ".
           02 WRK-TIT-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(19) VALUE SPACES.

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-CPF                  PIC X(13).
           02 WRK-DET-VENCIMENTO           PIC 9(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-VALOR                PIC ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-RESULTADO            PIC X(20).
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-DET-MOTIVO               PIC X(20).

       01  WRK-LINHA-DIVERGENCIA.
           02 FILLER                       PIC X(11) VALUE
                  "  QTD INF: ".
           02 WRK-DIV-QTD-INF              PIC ZZZZZZ9.
           02 FILLER                       PIC X(07) VALUE " LIDA: ".
           02 WRK-DIV-QTD-LIDA             PIC ZZZZZZ9.
           02 FILLER                       PIC X(11) VALUE
                  " HASH INF: ".
           02 WRK-DIV-HASH-INF             PIC 9(15).
           02 FILLER                       PIC X(07) VALUE " LIDO: ".
           02 WRK-DIV-HASH-LIDO            PIC 9(15).

       01  WRK-LINHA-MOTIVO.
           02 FILLER                       PIC X(30) VALUE
                  "ARQUIVO DE RETORNO RECUSADO: ".
           02 WRK-MOT-DESCRICAO            PIC X(16).
           02 FILLER                       PIC X(34) VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(20).
           02 WRK-RES-VALOR                PIC ZZZZZZ9.
           02 FILLER                       PIC X(53) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *Linhas do relatorio de inadimplencia.
       01  WRK-LINHA-TIT-INADIMPLENCIA.
           02 FILLER                       PIC X(45) VALUE
                  "INADIMPLENCIA POR FAIXA DE ATRASO - MOVTO: ".
           02 WRK-TIN-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(47) VALUE SPACES.

       01  WRK-LINHA-CAB-FAIXA.
           02 FILLER                       PIC X(07) VALUE "FAIXA: ".
           02 WRK-CFX-DESCRICAO            PIC X(20).
           02 FILLER                       PIC X(73) VALUE SPACES.

       01  WRK-LINHA-CAB-COLUNAS.
           02 FILLER                       PIC X(13) VALUE "CPF".
           02 FILLER                       PIC X(10) VALUE "VENCTO".
           02 FILLER                       PIC X(16) VALUE
                  "          VALOR".
           02 FILLER                       PIC X(07) VALUE "  DIAS".
           02 FILLER                       PIC X(10) VALUE "SITUACAO".
           02 FILLER                       PIC X(44) VALUE "MOTIVO".

       01  WRK-LINHA-ATRASO.
           02 WRK-ATR-CPF                  PIC X(13).
           02 WRK-ATR-VENCIMENTO           PIC 9(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-ATR-VALOR                PIC ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-ATR-DIAS                 PIC X(04).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-ATR-SITUACAO             PIC X(10).
           02 WRK-ATR-MOTIVO               PIC X(20).
           02 FILLER                       PIC X(24) VALUE SPACES.

       01  WRK-LINHA-TOTAL-FAIXA.
           02 WRK-TFX-LABEL                PIC X(27).
           02 WRK-TFX-QTD                  PIC ZZZZZZ9.
           02 FILLER                       PIC X(08) VALUE "  VALOR ".
           02 WRK-TFX-VALOR                PIC ZZZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(42) VALUE SPACES.

       01  WRK-LINHA-BRANCO-INAD           PIC X(100) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-BAIXAR-AGENDA    THRU 2000-BAIXAR-AGENDA-EXIT.

           PERFORM 2500-REGRAVAR-AGENDA  THRU 2500-REGRAVAR-AGENDA-EXIT.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY WRK-ORD-FAIXA
               ON ASCENDING KEY WRK-ORD-CPF
               ON ASCENDING KEY WRK-ORD-VENCIMENTO
               INPUT PROCEDURE IS 3000-SELECIONAR-ATRASOS
                   THRU 3000-SELECIONAR-ATRASOS-EXIT
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-INADIMPLENCIA
                   THRU 4000-IMPRIMIR-INADIMPLENCIA-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - registra o inicio no controle de execucao,
      * abre o relatorio do retorno e confere o arquivo de retorno por
      * inteiro contra o trailer. Arquivo recusado encerra aqui, sem
      * tocar na agenda e sem marcar o fim no controle.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "COBRETN: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RETORNO-COBRANCA.
           IF WRK-COBRETNI-NAO-EXISTE
               DISPLAY "COBRETN: arquivo de retorno do banco "
                       "(COBRETNI) inexistente - nenhuma baixa"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO-RETORNO.

           PERFORM 1300-CONFERIR-RETORNO
               THRU 1300-CONFERIR-RETORNO-EXIT.

           CLOSE RETORNO-COBRANCA.

           MOVE WRK-DATA-MOVTO-BANCO       TO WRK-TIT-DATA-BANCO.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-TIT-DATA-MOVTO.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-BRANCO.

           IF NOT WRK-RETORNO-CONFERIDO
               MOVE WRK-RETORNO-MOTIVO     TO WRK-MOT-DESCRICAO
               WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-MOTIVO
               MOVE WRK-QTD-INFORMADA      TO WRK-DIV-QTD-INF
               MOVE WRK-QTD-DETALHES       TO WRK-DIV-QTD-LIDA
               MOVE WRK-HASH-INFORMADO     TO WRK-DIV-HASH-INF
               MOVE WRK-HASH-LIDO          TO WRK-DIV-HASH-LIDO
               WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-DIVERGENCIA
               CLOSE RELATORIO-RETORNO
               DISPLAY "COBRETN: arquivo de retorno recusado ("
                       WRK-RETORNO-MOTIVO ") - agenda nao alterada; "
                       "pedir o reenvio ao banco"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-CONFERIR-RETORNO - le o arquivo de retorno por inteiro,
      * guarda os detalhes na tabela e reconcilia a quantidade de
      * detalhes e o hash-total dos CPFs com o trailer. O arquivo
      * precisa ter exatamente um header no inicio e um trailer no
      * fim; o primeiro motivo de recusa encontrado e o que fica.
      *-----------------------------------------------------------------
       1300-CONFERIR-RETORNO.

           PERFORM 1310-CLASSIFICAR-REGISTRO
               THRU 1310-CLASSIFICAR-REGISTRO-EXIT
               UNTIL WRK-FIM-ARQUIVO-RETORNO.

           IF WRK-QTD-HEADERS = ZERO
               AND WRK-RETORNO-CONFERIDO
               MOVE "SEM HEADER"           TO WRK-RETORNO-MOTIVO
           END-IF

      *Arquivo terminou sem trailer: transferencia truncada.
           IF WRK-QTD-TRAILERS = ZERO
               AND WRK-RETORNO-CONFERIDO
               MOVE "SEM TRAILER"          TO WRK-RETORNO-MOTIVO
           END-IF

           IF WRK-RETORNO-CONFERIDO
               IF WRK-QTD-INFORMADA NOT = WRK-QTD-DETALHES
                   OR WRK-HASH-INFORMADO NOT = WRK-HASH-LIDO
                   MOVE "NAO RECONCILIA"   TO WRK-RETORNO-MOTIVO
               END-IF
           END-IF.

       1300-CONFERIR-RETORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1310-CLASSIFICAR-REGISTRO - le um registro do retorno: header
      * guarda a data do banco, detalhe entra na tabela e acumula
      * quantidade e hash, trailer guarda os totais informados.
      *-----------------------------------------------------------------
       1310-CLASSIFICAR-REGISTRO.

           READ RETORNO-COBRANCA
               AT END
                   SET WRK-FIM-ARQUIVO-RETORNO TO TRUE
                   GO TO 1310-CLASSIFICAR-REGISTRO-EXIT
           END-READ

      *Nada pode vir depois do trailer.
           IF WRK-QTD-TRAILERS > ZERO
               AND WRK-RETORNO-CONFERIDO
               MOVE "APOS O TRAILER"       TO WRK-RETORNO-MOTIVO
           END-IF

           EVALUATE TRUE
               WHEN WRK-RET-HEADER
                   ADD 1 TO WRK-QTD-HEADERS
                   IF (WRK-QTD-HEADERS > 1 OR WRK-QTD-DETALHES > ZERO)
                       AND WRK-RETORNO-CONFERIDO
                       MOVE "HEADER FORA LUGAR" TO WRK-RETORNO-MOTIVO
                   END-IF
                   IF WRK-RETH-DATA-MOVTO IS NUMERIC
                       MOVE WRK-RETH-DATA-MOVTO
                           TO WRK-DATA-MOVTO-BANCO
                   END-IF
               WHEN WRK-RET-DETALHE
                   IF WRK-QTD-HEADERS = ZERO
                       AND WRK-RETORNO-CONFERIDO
                       MOVE "SEM HEADER"   TO WRK-RETORNO-MOTIVO
                   END-IF
                   PERFORM 1320-GUARDAR-DETALHE
                       THRU 1320-GUARDAR-DETALHE-EXIT
               WHEN WRK-RET-TRAILER
                   ADD 1 TO WRK-QTD-TRAILERS
                   IF WRK-RETT-QTD-REGISTROS IS NOT NUMERIC
                       OR WRK-RETT-HASH-CPF IS NOT NUMERIC
                       IF WRK-RETORNO-CONFERIDO
                           MOVE "TRAILER INVALIDO"
                               TO WRK-RETORNO-MOTIVO
                       END-IF
                   ELSE
                       MOVE WRK-RETT-QTD-REGISTROS
                           TO WRK-QTD-INFORMADA
                       MOVE WRK-RETT-HASH-CPF
                           TO WRK-HASH-INFORMADO
                   END-IF
               WHEN OTHER
                   IF WRK-RETORNO-CONFERIDO
                       MOVE "TIPO INVALIDO" TO WRK-RETORNO-MOTIVO
                   END-IF
           END-EVALUATE.

       1310-CLASSIFICAR-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1320-GUARDAR-DETALHE - acumula quantidade e hash do detalhe
      * corrente e guarda-o na tabela. Detalhe com campos invalidos
      * conta na reconciliacao (ele veio no arquivo), mas fica
      * marcado para sair como invalido em vez de dar baixa.
      *-----------------------------------------------------------------
       1320-GUARDAR-DETALHE.

           IF WRK-QTD-DETALHES >= 3000
               DISPLAY "COBRETN: mais de 3000 detalhes no arquivo de "
                       "retorno - processamento abortado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WRK-QTD-DETALHES.
           IF WRK-RET-CPF IS NUMERIC
               MOVE WRK-RET-CPF TO WRK-HASH-PARCELA
               COMPUTE WRK-HASH-LIDO =
                   FUNCTION MOD(WRK-HASH-LIDO + WRK-HASH-PARCELA,
                       1000000000000000)
           END-IF

           MOVE WRK-RET-CPF
               TO WRK-TRET-CPF(WRK-QTD-DETALHES).
           MOVE WRK-RET-VALOR
               TO WRK-TRET-VALOR(WRK-QTD-DETALHES).
           MOVE WRK-RET-VENCIMENTO
               TO WRK-TRET-VENCIMENTO(WRK-QTD-DETALHES).
           MOVE WRK-RET-OCORRENCIA
               TO WRK-TRET-OCORRENCIA(WRK-QTD-DETALHES).
           MOVE WRK-RET-DATA-OCORRENCIA
               TO WRK-TRET-DATA-OCORRENCIA(WRK-QTD-DETALHES).
           MOVE WRK-RET-MOTIVO
               TO WRK-TRET-MOTIVO(WRK-QTD-DETALHES).
           SET WRK-TRET-A-APLICAR(WRK-QTD-DETALHES) TO TRUE.

           IF WRK-RET-VALOR IS NOT NUMERIC
               OR WRK-RET-VENCIMENTO IS NOT NUMERIC
               OR WRK-RET-DATA-OCORRENCIA IS NOT NUMERIC
               OR NOT (WRK-RET-LIQUIDADO OR WRK-RET-RECUSADO)
               SET WRK-TRET-INVALIDO(WRK-QTD-DETALHES) TO TRUE
           END-IF.

       1320-GUARDAR-DETALHE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-BAIXAR-AGENDA - passada da agenda: cada agendamento ainda
      * nao liquidado procura o seu detalhe no retorno conferido e
      * recebe a baixa; todos os registros (baixados ou nao) sao
      * copiados para o arquivo de trabalho. No fim, detalhe que nao
      * achou agendamento (ou invalido) sai no relatorio.
      *-----------------------------------------------------------------
       2000-BAIXAR-AGENDA.

           OPEN INPUT AGENDA-COBRANCA.
           IF WRK-COBAGEND-NAO-EXISTE
               DISPLAY "COBRETN: agenda de cobranca inexistente - "
                       "nenhuma baixa"
               CLOSE RELATORIO-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGENDA-TRABALHO.

           PERFORM 2100-LER-AGENDA THRU 2100-LER-AGENDA-EXIT.

           PERFORM 2200-PROCESSA-AGENDAMENTO
               THRU 2200-PROCESSA-AGENDAMENTO-EXIT
               UNTIL WRK-FIM-ARQUIVO-AGENDA.

           CLOSE AGENDA-COBRANCA AGENDA-TRABALHO.

           PERFORM 2400-CONFERIR-NAO-APLICADO
               THRU 2400-CONFERIR-NAO-APLICADO-EXIT
               VARYING WRK-IND-DETALHE FROM 1 BY 1
               UNTIL WRK-IND-DETALHE > WRK-QTD-DETALHES.

       2000-BAIXAR-AGENDA-EXIT.
           EXIT.

       2100-LER-AGENDA.

           READ AGENDA-COBRANCA
               AT END
                   SET WRK-FIM-ARQUIVO-AGENDA TO TRUE
           END-READ.

       2100-LER-AGENDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-PROCESSA-AGENDAMENTO - procura o detalhe do retorno do
      * agendamento corrente (mesmo CPF, vencimento e valor, ainda
      * nao aplicado), aplica a baixa e copia o registro para o
      * arquivo de trabalho. Agendamento recusado antes pode ser
      * liquidado agora (o banco cobrou de novo).
      *-----------------------------------------------------------------
       2200-PROCESSA-AGENDAMENTO.

           ADD 1 TO WRK-CONT-AGENDA.

           IF WRK-AGE-LIQUIDADO
               OR WRK-AGE-VENCIMENTO IS NOT NUMERIC
               OR WRK-AGE-VALOR IS NOT NUMERIC
               GO TO 2200-GRAVAR-TRABALHO
           END-IF

           MOVE ZERO TO WRK-POS-DETALHE.
           PERFORM 2210-COMPARAR-DETALHE
               VARYING WRK-IND-DETALHE FROM 1 BY 1
               UNTIL WRK-IND-DETALHE > WRK-QTD-DETALHES
                   OR WRK-POS-DETALHE > ZERO.

           IF WRK-POS-DETALHE > ZERO
               PERFORM 2300-APLICAR-BAIXA
                   THRU 2300-APLICAR-BAIXA-EXIT
           END-IF.

       2200-GRAVAR-TRABALHO.

           WRITE WRK-REG-AGENDA-TRAB FROM WRK-REG-AGENDA.

           PERFORM 2100-LER-AGENDA THRU 2100-LER-AGENDA-EXIT.

       2200-PROCESSA-AGENDAMENTO-EXIT.
           EXIT.

       2210-COMPARAR-DETALHE.

           IF WRK-TRET-A-APLICAR(WRK-IND-DETALHE)
               AND WRK-TRET-CPF(WRK-IND-DETALHE) = WRK-AGE-CPF
               AND WRK-TRET-VENCIMENTO(WRK-IND-DETALHE) =
                   WRK-AGE-VENCIMENTO
               AND WRK-TRET-VALOR(WRK-IND-DETALHE) = WRK-AGE-VALOR
               MOVE WRK-IND-DETALHE TO WRK-POS-DETALHE
           END-IF.

      *-----------------------------------------------------------------
      * 2300-APLICAR-BAIXA - liquidacao: situacao L e a data do
      * pagamento; recusa: situacao R, a data e o motivo informado
      * pelo banco (o agendamento continua em aberto e entra na
      * inadimplencia). A baixa sai no relatorio do retorno.
      *-----------------------------------------------------------------
       2300-APLICAR-BAIXA.

           SET WRK-TRET-APLICADO(WRK-POS-DETALHE) TO TRUE.

           MOVE WRK-AGE-CPF                TO WRK-DET-CPF.
           MOVE WRK-AGE-VENCIMENTO         TO WRK-DET-VENCIMENTO.
           MOVE WRK-AGE-VALOR              TO WRK-DET-VALOR.

           IF WRK-TRET-LIQUIDADO(WRK-POS-DETALHE)
               SET  WRK-AGE-LIQUIDADO      TO TRUE
               MOVE WRK-TRET-DATA-OCORRENCIA(WRK-POS-DETALHE)
                   TO WRK-AGE-DATA-BAIXA
               MOVE SPACES                 TO WRK-AGE-MOTIVO
               ADD 1 TO WRK-CONT-LIQUIDADOS
               MOVE "LIQUIDADO"            TO WRK-DET-RESULTADO
               MOVE SPACES                 TO WRK-DET-MOTIVO
           ELSE
               SET  WRK-AGE-RECUSADO       TO TRUE
               MOVE WRK-TRET-DATA-OCORRENCIA(WRK-POS-DETALHE)
                   TO WRK-AGE-DATA-BAIXA
               MOVE WRK-TRET-MOTIVO(WRK-POS-DETALHE)
                   TO WRK-AGE-MOTIVO
               ADD 1 TO WRK-CONT-RECUSADOS
               MOVE "RECUSADO"             TO WRK-DET-RESULTADO
               MOVE WRK-AGE-MOTIVO         TO WRK-DET-MOTIVO
           END-IF

           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-DETALHE.

       2300-APLICAR-BAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CONFERIR-NAO-APLICADO - detalhe do retorno que nao deu
      * baixa em nenhum agendamento: invalido ou sem agendamento
      * correspondente (ja liquidado, ou nunca agendado).
      *-----------------------------------------------------------------
       2400-CONFERIR-NAO-APLICADO.

           IF WRK-TRET-APLICADO(WRK-IND-DETALHE)
               GO TO 2400-CONFERIR-NAO-APLICADO-EXIT
           END-IF

           MOVE WRK-TRET-CPF(WRK-IND-DETALHE)       TO WRK-DET-CPF.
           MOVE ZERO TO WRK-DET-VALOR WRK-DET-VENCIMENTO.
           MOVE WRK-TRET-MOTIVO(WRK-IND-DETALHE)    TO WRK-DET-MOTIVO.

           IF WRK-TRET-INVALIDO(WRK-IND-DETALHE)
               ADD 1 TO WRK-CONT-INVALIDOS
               MOVE "DETALHE INVALIDO"     TO WRK-DET-RESULTADO
           ELSE
               MOVE WRK-TRET-VALOR(WRK-IND-DETALHE) TO WRK-DET-VALOR
               MOVE WRK-TRET-VENCIMENTO(WRK-IND-DETALHE)
                   TO WRK-DET-VENCIMENTO
               ADD 1 TO WRK-CONT-SEM-AGENDA
               MOVE "SEM AGENDAMENTO"      TO WRK-DET-RESULTADO
           END-IF

           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-DETALHE.

       2400-CONFERIR-NAO-APLICADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-REGRAVAR-AGENDA - regrava o COBAGEND por inteiro a partir
      * do arquivo de trabalho com as baixas aplicadas.
      *-----------------------------------------------------------------
       2500-REGRAVAR-AGENDA.

           OPEN INPUT  AGENDA-TRABALHO.
           OPEN OUTPUT AGENDA-COBRANCA.

           PERFORM 2510-COPIAR-TRABALHO
               THRU 2510-COPIAR-TRABALHO-EXIT
               UNTIL WRK-FIM-ARQUIVO-TRABALHO.

           CLOSE AGENDA-TRABALHO AGENDA-COBRANCA.

       2500-REGRAVAR-AGENDA-EXIT.
           EXIT.

       2510-COPIAR-TRABALHO.

           READ AGENDA-TRABALHO
               AT END
                   SET WRK-FIM-ARQUIVO-TRABALHO TO TRUE
                   GO TO 2510-COPIAR-TRABALHO-EXIT
           END-READ

           WRITE WRK-REG-AGENDA FROM WRK-REG-AGENDA-TRAB.

       2510-COPIAR-TRABALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-SELECIONAR-ATRASOS - le a agenda ja baixada e entrega ao
      * SORT todo agendamento nao liquidado cujo vencimento efetivo
      * (rolado para o dia util pelo CALBANC) ja passou na data de
      * movimento, com o atraso contado em dias uteis e a faixa.
      *-----------------------------------------------------------------
       3000-SELECIONAR-ATRASOS.

           MOVE "N" TO WRK-FIM-AGENDA.
           OPEN INPUT AGENDA-COBRANCA.

           PERFORM 2100-LER-AGENDA THRU 2100-LER-AGENDA-EXIT.

           PERFORM 3100-AVALIAR-ATRASO
               THRU 3100-AVALIAR-ATRASO-EXIT
               UNTIL WRK-FIM-ARQUIVO-AGENDA.

           CLOSE AGENDA-COBRANCA.

       3000-SELECIONAR-ATRASOS-EXIT.
           EXIT.

       3100-AVALIAR-ATRASO.

           IF WRK-AGE-LIQUIDADO
               OR WRK-AGE-VENCIMENTO IS NOT NUMERIC
               OR WRK-AGE-VALOR IS NOT NUMERIC
               GO TO 3100-LER-PROXIMO
           END-IF

           CALL "CALBANC" USING WRK-AGE-VENCIMENTO
                                WRK-CAL-DIRECAO
                                WRK-CAL-DATA-RESULTADO
                                WRK-CAL-DIA-SEMANA
                                WRK-CAL-RETORNO.
           IF NOT WRK-CAL-OK
               ADD 1 TO WRK-CONT-SEM-CALENDARIO
               GO TO 3100-LER-PROXIMO
           END-IF

           IF WRK-CAL-DATA-RESULTADO NOT < WRK-CTRL-DATA-MOVTO
               GO TO 3100-LER-PROXIMO
           END-IF

           PERFORM 3200-CONTAR-DIAS-UTEIS
               THRU 3200-CONTAR-DIAS-UTEIS-EXIT.

           IF WRK-CONTAGEM-SEM-CALENDARIO
               ADD 1 TO WRK-CONT-SEM-CALENDARIO
               GO TO 3100-LER-PROXIMO
           END-IF

           IF WRK-DIAS-ATRASO = ZERO
               GO TO 3100-LER-PROXIMO
           END-IF

           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 1 TO WRK-ORD-FAIXA
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE 2 TO WRK-ORD-FAIXA
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE 3 TO WRK-ORD-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-ORD-FAIXA
           END-EVALUATE

           MOVE WRK-AGE-CPF                TO WRK-ORD-CPF.
           MOVE WRK-AGE-VENCIMENTO         TO WRK-ORD-VENCIMENTO.
           MOVE WRK-AGE-VALOR              TO WRK-ORD-VALOR.
           MOVE WRK-DIAS-ATRASO            TO WRK-ORD-DIAS-ATRASO.
           MOVE WRK-AGE-SITUACAO           TO WRK-ORD-SITUACAO.
           MOVE WRK-AGE-MOTIVO             TO WRK-ORD-MOTIVO.
           RELEASE WRK-REG-ORDENACAO.

       3100-LER-PROXIMO.

           PERFORM 2100-LER-AGENDA THRU 2100-LER-AGENDA-EXIT.

       3100-AVALIAR-ATRASO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-CONTAR-DIAS-UTEIS - conta os dias uteis depois do
      * vencimento efetivo ate a data de movimento (inclusive): a
      * partir do dia seguinte, o CALBANC devolve o proximo dia util;
      * enquanto ele nao passar da data de movimento, e mais um dia de
      * atraso. Para em 91 (ja e a ultima faixa).
      *-----------------------------------------------------------------
       3200-CONTAR-DIAS-UTEIS.

           MOVE ZERO                       TO WRK-DIAS-ATRASO.
           MOVE "N"                        TO WRK-CONTAGEM-ERRO.
           MOVE WRK-CAL-DATA-RESULTADO     TO WRK-DATA-CONTAGEM.

           PERFORM 3210-PROXIMO-DIA-UTIL
               THRU 3210-PROXIMO-DIA-UTIL-EXIT
               UNTIL WRK-DATA-CONTAGEM >= WRK-CTRL-DATA-MOVTO
                   OR WRK-DIAS-ATRASO > 90
                   OR WRK-CONTAGEM-SEM-CALENDARIO.

       3200-CONTAR-DIAS-UTEIS-EXIT.
           EXIT.

       3210-PROXIMO-DIA-UTIL.

           COMPUTE WRK-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CONTAGEM) + 1).

           CALL "CALBANC" USING WRK-DATA-SEGUINTE
                                WRK-CAL-DIRECAO
                                WRK-CAL-DATA-RESULTADO
                                WRK-CAL-DIA-SEMANA
                                WRK-CAL-RETORNO.
           IF NOT WRK-CAL-OK
               SET WRK-CONTAGEM-SEM-CALENDARIO TO TRUE
               GO TO 3210-PROXIMO-DIA-UTIL-EXIT
           END-IF

           MOVE WRK-CAL-DATA-RESULTADO     TO WRK-DATA-CONTAGEM.
           IF WRK-DATA-CONTAGEM <= WRK-CTRL-DATA-MOVTO
               ADD 1 TO WRK-DIAS-ATRASO
           END-IF.

       3210-PROXIMO-DIA-UTIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-IMPRIMIR-INADIMPLENCIA - devolve os atrasos ordenados por
      * faixa e grava o relatorio, com cabecalho e subtotal por faixa
      * e o quadro-resumo das quatro faixas no fim.
      *-----------------------------------------------------------------
       4000-IMPRIMIR-INADIMPLENCIA.

           OPEN OUTPUT RELATORIO-INADIMPLENCIA.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-TIN-DATA-MOVTO.
           WRITE WRK-LINHA-INADIMPLENCIA
               FROM WRK-LINHA-TIT-INADIMPLENCIA.

           PERFORM 4900-ZERAR-FAIXA
               VARYING WRK-IND-FAIXA FROM 1 BY 1
               UNTIL WRK-IND-FAIXA > 4.

           MOVE ZERO TO WRK-FAIXA-CORRENTE.

           PERFORM 4100-DEVOLVER-ORDENADO
               THRU 4100-DEVOLVER-ORDENADO-EXIT.

           PERFORM 4200-IMPRIMIR-ATRASO
               THRU 4200-IMPRIMIR-ATRASO-EXIT
               UNTIL WRK-FIM-ARQUIVO-ORDENACAO.

           IF WRK-FAIXA-CORRENTE > ZERO
               PERFORM 4400-IMPRIMIR-TOTAL-FAIXA
                   THRU 4400-IMPRIMIR-TOTAL-FAIXA-EXIT
           END-IF

           PERFORM 4500-IMPRIMIR-QUADRO
               THRU 4500-IMPRIMIR-QUADRO-EXIT.

           CLOSE RELATORIO-INADIMPLENCIA.

       4000-IMPRIMIR-INADIMPLENCIA-EXIT.
           EXIT.

       4100-DEVOLVER-ORDENADO.

           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET WRK-FIM-ARQUIVO-ORDENACAO TO TRUE
           END-RETURN.

       4100-DEVOLVER-ORDENADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-IMPRIMIR-ATRASO - quebra de faixa (subtotal da anterior e
      * cabecalho da nova), linha do agendamento e acumulo na faixa.
      *-----------------------------------------------------------------
       4200-IMPRIMIR-ATRASO.

           IF WRK-ORD-FAIXA NOT = WRK-FAIXA-CORRENTE
               IF WRK-FAIXA-CORRENTE > ZERO
                   PERFORM 4400-IMPRIMIR-TOTAL-FAIXA
                       THRU 4400-IMPRIMIR-TOTAL-FAIXA-EXIT
               END-IF
               MOVE WRK-ORD-FAIXA          TO WRK-FAIXA-CORRENTE
               PERFORM 4300-IMPRIMIR-CAB-FAIXA
                   THRU 4300-IMPRIMIR-CAB-FAIXA-EXIT
           END-IF

           MOVE WRK-ORD-CPF                TO WRK-ATR-CPF.
           MOVE WRK-ORD-VENCIMENTO         TO WRK-ATR-VENCIMENTO.
           MOVE WRK-ORD-VALOR              TO WRK-ATR-VALOR.
           IF WRK-ORD-DIAS-ATRASO > 90
               MOVE " >90"                 TO WRK-ATR-DIAS
           ELSE
               MOVE WRK-ORD-DIAS-ATRASO    TO WRK-DIAS-EDITADO
               MOVE WRK-DIAS-EDITADO       TO WRK-ATR-DIAS
           END-IF
           IF WRK-ORD-SITUACAO = "R"
               MOVE "RECUSADO"             TO WRK-ATR-SITUACAO
           ELSE
               MOVE "PENDENTE"             TO WRK-ATR-SITUACAO
           END-IF
           MOVE WRK-ORD-MOTIVO             TO WRK-ATR-MOTIVO.
           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-ATRASO.

           ADD 1 TO WRK-FAI-QTD(WRK-ORD-FAIXA).
           ADD WRK-ORD-VALOR TO WRK-FAI-VALOR(WRK-ORD-FAIXA).

           PERFORM 4100-DEVOLVER-ORDENADO
               THRU 4100-DEVOLVER-ORDENADO-EXIT.

       4200-IMPRIMIR-ATRASO-EXIT.
           EXIT.

       4300-IMPRIMIR-CAB-FAIXA.

           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-BRANCO-INAD.
           MOVE WRK-FAIXA-DESCRICAO(WRK-FAIXA-CORRENTE)
               TO WRK-CFX-DESCRICAO.
           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-CAB-FAIXA.
           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-CAB-COLUNAS.

       4300-IMPRIMIR-CAB-FAIXA-EXIT.
           EXIT.

       4400-IMPRIMIR-TOTAL-FAIXA.

           MOVE "  TOTAL DA FAIXA.........: " TO WRK-TFX-LABEL.
           MOVE WRK-FAI-QTD(WRK-FAIXA-CORRENTE)   TO WRK-TFX-QTD.
           MOVE WRK-FAI-VALOR(WRK-FAIXA-CORRENTE) TO WRK-TFX-VALOR.
           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-TOTAL-FAIXA.

       4400-IMPRIMIR-TOTAL-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-IMPRIMIR-QUADRO - quadro-resumo das quatro faixas (mesmo
      * as vazias) e o total geral em atraso.
      *-----------------------------------------------------------------
       4500-IMPRIMIR-QUADRO.

           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-BRANCO-INAD.

           MOVE ZERO TO WRK-TOTAL-QTD WRK-TOTAL-VALOR.

           PERFORM 4510-IMPRIMIR-LINHA-QUADRO
               VARYING WRK-IND-FAIXA FROM 1 BY 1
               UNTIL WRK-IND-FAIXA > 4.

           MOVE "TOTAL EM ATRASO..........: " TO WRK-TFX-LABEL.
           MOVE WRK-TOTAL-QTD              TO WRK-TFX-QTD.
           MOVE WRK-TOTAL-VALOR            TO WRK-TFX-VALOR.
           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-TOTAL-FAIXA.

       4500-IMPRIMIR-QUADRO-EXIT.
           EXIT.

       4510-IMPRIMIR-LINHA-QUADRO.

           MOVE SPACES TO WRK-TFX-LABEL.
           MOVE WRK-FAIXA-DESCRICAO(WRK-IND-FAIXA)
               TO WRK-TFX-LABEL(1:20).
           MOVE ": " TO WRK-TFX-LABEL(26:2).
           MOVE WRK-FAI-QTD(WRK-IND-FAIXA)   TO WRK-TFX-QTD.
           MOVE WRK-FAI-VALOR(WRK-IND-FAIXA) TO WRK-TFX-VALOR.
           WRITE WRK-LINHA-INADIMPLENCIA FROM WRK-LINHA-TOTAL-FAIXA.

           ADD WRK-FAI-QTD(WRK-IND-FAIXA)   TO WRK-TOTAL-QTD.
           ADD WRK-FAI-VALOR(WRK-IND-FAIXA) TO WRK-TOTAL-VALOR.

       4900-ZERAR-FAIXA.

           MOVE ZERO TO WRK-FAI-QTD(WRK-IND-FAIXA)
                        WRK-FAI-VALOR(WRK-IND-FAIXA).

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo do retorno, fecha o relatorio
      * e marca o fim limpo no controle de execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-BRANCO.

           MOVE "DETALHES RETORNO..: "     TO WRK-RES-LABEL.
           MOVE WRK-QTD-DETALHES           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           MOVE "LIQUIDADOS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIQUIDADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           MOVE "RECUSADOS.........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-RECUSADOS         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           MOVE "SEM AGENDAMENTO...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-SEM-AGENDA        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           MOVE "INVALIDOS.........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-INVALIDOS         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           MOVE "AGENDAMENTOS LIDOS: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-AGENDA            TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           MOVE "SEM CALENDARIO....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-SEM-CALENDARIO    TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RETORNO FROM WRK-LINHA-RESUMO.

           DISPLAY "Retorno da cobranca processado - liquidados: "
                   WRK-CONT-LIQUIDADOS
                   " recusados: " WRK-CONT-RECUSADOS
                   " sem agendamento: " WRK-CONT-SEM-AGENDA.

           CLOSE RELATORIO-RETORNO.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM COBRETN.
