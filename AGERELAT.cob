      ******************************************************************
      * Program:      AGERELAT
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Relatorio mensal de producao por agencia. Totaliza, para o
      * mes de referencia, o movimento de producao AGEPROD gravado
      * pela cadeia noturna: clientes incluidos (CLIBULK e CLIMANUT),
      * contas abertas e encerradas (CONMANUT) e lotes rejeitados
      * (CLIBULK), com uma linha por agencia do cadastro AGEMAST e o
      * total geral. Agencia encerrada sem producao no mes nao e
      * listada; producao de agencia que nao consta no cadastro (ou
      * de transacao sem agencia) aparece em linha propria, para nao
      * sumir do total.
      * O mes de referencia segue a regra do extrato mensal
      * (LANEXTR): o da data de movimento quando ela e o ultimo dia
      * util do mes (execucao normal, no fechamento do mes); em
      * qualquer outro dia e reemitido o relatorio do mes anterior.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial do relatorio de producao
      *                   por agencia, com registro no controle de
      *                   execucao (CLICTRL), com o CONMANUT como
      *                   predecessor.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. AGERELAT.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT AGENCIA-MASTER ASSIGN TO "AGEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-AGENCIA-CODIGO
               FILE STATUS IS WRK-AGEMAST-STATUS.

           SELECT PRODUCAO-AGENCIA ASSIGN TO "AGEPROD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGEPROD-STATUS.

           SELECT RELATORIO-PRODUCAO ASSIGN TO "AGERELR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGERELR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  AGENCIA-MASTER.
           COPY AGEREC.

       FD  PRODUCAO-AGENCIA.
           COPY AGEPREC.

       FD  RELATORIO-PRODUCAO.
       01  WRK-LINHA-RELATORIO             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-AGEMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-AGEPROD-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEPROD-NAO-EXISTE           VALUE "35".
       77  WRK-AGERELR-STATUS              PIC X(02) VALUE SPACES.

       77  WRK-FIM-AGENCIA                 PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-AGENCIA          VALUE "S".

       77  WRK-FIM-PRODUCAO                PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-PRODUCAO         VALUE "S".

      *O cadastro de agencias pode ainda nao ter sido carregado pelo
      *AGEMANUT; nesse caso toda a producao sai como agencia nao
      *cadastrada, com aviso no console.
       77  WRK-SEM-ARQ-AGENCIAS            PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-AGENCIAS        VALUE "S".

      *Mes de referencia do relatorio: primeiro e ultimo dia.
       01  WRK-REF-INICIO                  PIC 9(08) VALUE ZERO.
       01  WRK-REF-FIM                     PIC 9(08) VALUE ZERO.

       01  WRK-DATA-TRABALHO.
           02 WRK-TRAB-ANO                 PIC 9(04).
           02 WRK-TRAB-MES                 PIC 9(02).
           02 WRK-TRAB-DIA                 PIC 9(02).
       01  WRK-DATA-TRABALHO-N REDEFINES WRK-DATA-TRABALHO
                                           PIC 9(08).

       77  WRK-DATA-SEGUINTE               PIC 9(08) VALUE ZERO.

      *Tabela das agencias do relatorio: as do cadastro, na ordem do
      *codigo, seguidas das que so aparecem no movimento de producao.
       77  WRK-QTD-AGENCIAS                PIC 9(03) COMP VALUE ZERO.
       77  WRK-IND-AGENCIA                 PIC 9(03) COMP VALUE ZERO.
       77  WRK-POS-AGENCIA                 PIC 9(03) COMP VALUE ZERO.

       01  WRK-TAB-AGENCIAS.
           02 WRK-TAG-ENTRADA OCCURS 500 TIMES.
              03 WRK-TAG-CODIGO            PIC X(04).
              03 WRK-TAG-NOME              PIC X(30).
              03 WRK-TAG-SITUACAO          PIC X(01).
                 88 WRK-TAG-ENCERRADA          VALUE "E".
              03 WRK-TAG-CLIENTES          PIC 9(07) COMP.
              03 WRK-TAG-ABERTAS           PIC 9(07) COMP.
              03 WRK-TAG-ENCERRADAS        PIC 9(07) COMP.
              03 WRK-TAG-LOTES-REJ         PIC 9(07) COMP.

       77  WRK-TOT-CLIENTES                PIC 9(07) COMP VALUE ZERO.
       77  WRK-TOT-ABERTAS                 PIC 9(07) COMP VALUE ZERO.
       77  WRK-TOT-ENCERRADAS              PIC 9(07) COMP VALUE ZERO.
       77  WRK-TOT-LOTES-REJ               PIC 9(07) COMP VALUE ZERO.

       77  WRK-CONT-EVENTOS                PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-LISTADAS               PIC 9(05) COMP VALUE ZERO.

      *Controle de execucao do job (CLICTRL): a data de movimento
      *devolvida pela funcao "I" define o mes de referencia.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "AGERELAT".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "CONMANUT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

      *Parametros da chamada ao CALBANC, como no LANEXTR.
       77  WRK-CAL-DIRECAO                 PIC X(01) VALUE "P".
       77  WRK-CAL-DATA-RESULTADO          PIC 9(08) VALUE ZERO.
       77  WRK-CAL-DIA-SEMANA              PIC 9(01) VALUE ZERO.
       77  WRK-CAL-RETORNO                 PIC X(02) VALUE SPACES.
           88 WRK-CAL-OK                       VALUE "00".

      *Linhas do relatorio.
       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(34) VALUE
                  "PRODUCAO MENSAL POR AGENCIA -    ".
           02 WRK-TIT-MES                  PIC 9(02).
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-TIT-ANO                  PIC 9(04).
           02 FILLER                       PIC X(39) VALUE SPACES.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                       PIC X(06) VALUE "AGEN".
           02 FILLER                       PIC X(31) VALUE
                  "NOME DA AGENCIA".
           02 FILLER                       PIC X(01) VALUE "S".
           02 FILLER                       PIC X(10) VALUE
                  "  CLIENTES".
           02 FILLER                       PIC X(10) VALUE
                  "   ABERTAS".
           02 FILLER                       PIC X(10) VALUE
                  "  ENCERRAD".
           02 FILLER                       PIC X(10) VALUE
                  " LOTES REJ".
           02 FILLER                       PIC X(02) VALUE SPACES.

       01  WRK-LINHA-AGENCIA.
           02 WRK-LAG-CODIGO               PIC X(04).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LAG-NOME                 PIC X(30).
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-SITUACAO             PIC X(01).
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-LAG-CLIENTES             PIC ZZZZZZ9.
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-LAG-ABERTAS              PIC ZZZZZZ9.
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-LAG-ENCERRADAS           PIC ZZZZZZ9.
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-LAG-LOTES-REJ            PIC ZZZZZZ9.
           02 FILLER                       PIC X(02) VALUE SPACES.

       01  WRK-LINHA-SEPARADOR             PIC X(80) VALUE ALL "-".

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(20).
           02 WRK-RES-VALOR                PIC ZZZZZZ9.
           02 FILLER                       PIC X(53) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-TOTALIZAR-PRODUCAO
               THRU 2000-TOTALIZAR-PRODUCAO-EXIT
               UNTIL WRK-FIM-ARQUIVO-PRODUCAO.

           PERFORM 3000-EMITIR-RELATORIO
               THRU 3000-EMITIR-RELATORIO-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - registra o inicio no controle de execucao,
      * define o mes de referencia (mesma regra do LANEXTR), carrega
      * o cadastro de agencias na tabela e abre o movimento de
      * producao.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "AGERELAT: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WRK-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-CTRL-DATA-MOVTO) + 1).
           CALL "CALBANC" USING WRK-DATA-SEGUINTE
                                WRK-CAL-DIRECAO
                                WRK-CAL-DATA-RESULTADO
                                WRK-CAL-DIA-SEMANA
                                WRK-CAL-RETORNO.
           IF NOT WRK-CAL-OK
               DISPLAY "AGERELAT: calendario bancario indisponivel "
                       "(retorno " WRK-CAL-RETORNO ") - relatorio "
                       "nao emitido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-DATA-TRABALHO-N.
           IF WRK-CAL-DATA-RESULTADO(1:6) = WRK-CTRL-DATA-MOVTO(1:6)
               IF WRK-TRAB-MES = 1
                   MOVE 12                 TO WRK-TRAB-MES
                   SUBTRACT 1 FROM WRK-TRAB-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-TRAB-MES
               END-IF
           END-IF
           MOVE 1                          TO WRK-TRAB-DIA.
           MOVE WRK-DATA-TRABALHO-N        TO WRK-REF-INICIO.

      *Ultimo dia do mes = vespera do primeiro dia do mes seguinte.
           IF WRK-TRAB-MES = 12
               MOVE 1                      TO WRK-TRAB-MES
               ADD 1 TO WRK-TRAB-ANO
           ELSE
               ADD 1 TO WRK-TRAB-MES
           END-IF
           COMPUTE WRK-REF-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-TRABALHO-N) - 1).

           OPEN INPUT AGENCIA-MASTER.
           IF WRK-AGEMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-AGENCIAS TO TRUE
               DISPLAY "AGERELAT: cadastro de agencias (AGEMAST) nao "
                       "carregado - producao sem nome de agencia"
           ELSE
               PERFORM 1100-CARREGAR-AGENCIA
                   THRU 1100-CARREGAR-AGENCIA-EXIT
                   UNTIL WRK-FIM-ARQUIVO-AGENCIA
               CLOSE AGENCIA-MASTER
           END-IF

           OPEN INPUT PRODUCAO-AGENCIA.
           IF WRK-AGEPROD-NAO-EXISTE
               SET WRK-FIM-ARQUIVO-PRODUCAO TO TRUE
               DISPLAY "AGERELAT: movimento de producao (AGEPROD) "
                       "inexistente - relatorio sem producao"
           END-IF

           OPEN OUTPUT RELATORIO-PRODUCAO.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-CARREGAR-AGENCIA - le o proximo registro do AGEMAST e o
      * acrescenta a tabela com os contadores zerados.
      *-----------------------------------------------------------------
       1100-CARREGAR-AGENCIA.

           READ AGENCIA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-AGENCIA TO TRUE
                   GO TO 1100-CARREGAR-AGENCIA-EXIT
           END-READ

           PERFORM 2200-ACRESCENTAR-AGENCIA
               THRU 2200-ACRESCENTAR-AGENCIA-EXIT.
           MOVE WRK-AGENCIA-CODIGO   TO WRK-TAG-CODIGO(WRK-POS-AGENCIA).
           MOVE WRK-AGENCIA-NOME     TO WRK-TAG-NOME(WRK-POS-AGENCIA).
           MOVE WRK-AGENCIA-SITUACAO
               TO WRK-TAG-SITUACAO(WRK-POS-AGENCIA).

       1100-CARREGAR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-TOTALIZAR-PRODUCAO - le o proximo evento do AGEPROD e,
      * se a data de movimento cair no mes de referencia, soma o
      * evento na agencia correspondente.
      *-----------------------------------------------------------------
       2000-TOTALIZAR-PRODUCAO.

           READ PRODUCAO-AGENCIA
               AT END
                   SET WRK-FIM-ARQUIVO-PRODUCAO TO TRUE
                   GO TO 2000-TOTALIZAR-PRODUCAO-EXIT
           END-READ

           IF WRK-PRD-DATA-MOVTO < WRK-REF-INICIO
               OR WRK-PRD-DATA-MOVTO > WRK-REF-FIM
               GO TO 2000-TOTALIZAR-PRODUCAO-EXIT
           END-IF

           ADD 1 TO WRK-CONT-EVENTOS.

           MOVE ZERO TO WRK-POS-AGENCIA.
           PERFORM 2100-COMPARAR-AGENCIA
               VARYING WRK-IND-AGENCIA FROM 1 BY 1
               UNTIL WRK-IND-AGENCIA > WRK-QTD-AGENCIAS
                  OR WRK-POS-AGENCIA NOT = ZERO.

      *Agencia fora do cadastro (ou transacao sem agencia): ganha
      *linha propria no fim da tabela.
           IF WRK-POS-AGENCIA = ZERO
               PERFORM 2200-ACRESCENTAR-AGENCIA
                   THRU 2200-ACRESCENTAR-AGENCIA-EXIT
               MOVE WRK-PRD-AGENCIA TO WRK-TAG-CODIGO(WRK-POS-AGENCIA)
               IF WRK-PRD-AGENCIA = SPACES
                   MOVE "SEM AGENCIA INFORMADA"
                       TO WRK-TAG-NOME(WRK-POS-AGENCIA)
               ELSE
                   MOVE "*** NAO CADASTRADA ***"
                       TO WRK-TAG-NOME(WRK-POS-AGENCIA)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WRK-PRD-CLIENTE-INCLUIDO
                   ADD 1 TO WRK-TAG-CLIENTES(WRK-POS-AGENCIA)
               WHEN WRK-PRD-CONTA-ABERTA
                   ADD 1 TO WRK-TAG-ABERTAS(WRK-POS-AGENCIA)
               WHEN WRK-PRD-CONTA-ENCERRADA
                   ADD 1 TO WRK-TAG-ENCERRADAS(WRK-POS-AGENCIA)
               WHEN WRK-PRD-LOTE-REJEITADO
                   ADD 1 TO WRK-TAG-LOTES-REJ(WRK-POS-AGENCIA)
           END-EVALUATE.

       2000-TOTALIZAR-PRODUCAO-EXIT.
           EXIT.

       2100-COMPARAR-AGENCIA.

           IF WRK-TAG-CODIGO(WRK-IND-AGENCIA) = WRK-PRD-AGENCIA
               MOVE WRK-IND-AGENCIA TO WRK-POS-AGENCIA
           END-IF.

      *-----------------------------------------------------------------
      * 2200-ACRESCENTAR-AGENCIA - abre uma nova entrada na tabela,
      * com os contadores zerados; tabela cheia aborta o job.
      *-----------------------------------------------------------------
       2200-ACRESCENTAR-AGENCIA.

           IF WRK-QTD-AGENCIAS >= 500
               DISPLAY "AGERELAT: tabela de agencias cheia - aumentar "
                       "WRK-TAB-AGENCIAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WRK-QTD-AGENCIAS.
           MOVE WRK-QTD-AGENCIAS TO WRK-POS-AGENCIA.
           MOVE SPACES TO WRK-TAG-CODIGO(WRK-POS-AGENCIA)
                          WRK-TAG-NOME(WRK-POS-AGENCIA)
                          WRK-TAG-SITUACAO(WRK-POS-AGENCIA).
           MOVE ZERO   TO WRK-TAG-CLIENTES(WRK-POS-AGENCIA)
                          WRK-TAG-ABERTAS(WRK-POS-AGENCIA)
                          WRK-TAG-ENCERRADAS(WRK-POS-AGENCIA)
                          WRK-TAG-LOTES-REJ(WRK-POS-AGENCIA).

       2200-ACRESCENTAR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMITIR-RELATORIO - titulo com o mes de referencia, uma
      * linha por agencia e a linha de total geral.
      *-----------------------------------------------------------------
       3000-EMITIR-RELATORIO.

           MOVE WRK-REF-INICIO(5:2)        TO WRK-TIT-MES.
           MOVE WRK-REF-INICIO(1:4)        TO WRK-TIT-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           PERFORM 3100-EMITIR-AGENCIA THRU 3100-EMITIR-AGENCIA-EXIT
               VARYING WRK-IND-AGENCIA FROM 1 BY 1
               UNTIL WRK-IND-AGENCIA > WRK-QTD-AGENCIAS.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE SPACES                     TO WRK-LAG-CODIGO
                                              WRK-LAG-SITUACAO.
           MOVE "TOTAL GERAL"              TO WRK-LAG-NOME.
           MOVE WRK-TOT-CLIENTES           TO WRK-LAG-CLIENTES.
           MOVE WRK-TOT-ABERTAS            TO WRK-LAG-ABERTAS.
           MOVE WRK-TOT-ENCERRADAS         TO WRK-LAG-ENCERRADAS.
           MOVE WRK-TOT-LOTES-REJ          TO WRK-LAG-LOTES-REJ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AGENCIA.

       3000-EMITIR-RELATORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-EMITIR-AGENCIA - imprime a linha de uma agencia e soma no
      * total geral; agencia encerrada sem producao no mes e omitida.
      *-----------------------------------------------------------------
       3100-EMITIR-AGENCIA.

           IF WRK-TAG-ENCERRADA(WRK-IND-AGENCIA)
               AND WRK-TAG-CLIENTES(WRK-IND-AGENCIA)   = ZERO
               AND WRK-TAG-ABERTAS(WRK-IND-AGENCIA)    = ZERO
               AND WRK-TAG-ENCERRADAS(WRK-IND-AGENCIA) = ZERO
               AND WRK-TAG-LOTES-REJ(WRK-IND-AGENCIA)  = ZERO
               GO TO 3100-EMITIR-AGENCIA-EXIT
           END-IF

           MOVE WRK-TAG-CODIGO(WRK-IND-AGENCIA)     TO WRK-LAG-CODIGO.
           MOVE WRK-TAG-NOME(WRK-IND-AGENCIA)       TO WRK-LAG-NOME.
           MOVE WRK-TAG-SITUACAO(WRK-IND-AGENCIA)   TO WRK-LAG-SITUACAO.
           MOVE WRK-TAG-CLIENTES(WRK-IND-AGENCIA)   TO WRK-LAG-CLIENTES.
           MOVE WRK-TAG-ABERTAS(WRK-IND-AGENCIA)    TO WRK-LAG-ABERTAS.
           MOVE WRK-TAG-ENCERRADAS(WRK-IND-AGENCIA)
               TO WRK-LAG-ENCERRADAS.
           MOVE WRK-TAG-LOTES-REJ(WRK-IND-AGENCIA)
               TO WRK-LAG-LOTES-REJ.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AGENCIA.

           ADD 1 TO WRK-CONT-LISTADAS.
           ADD WRK-TAG-CLIENTES(WRK-IND-AGENCIA)   TO WRK-TOT-CLIENTES.
           ADD WRK-TAG-ABERTAS(WRK-IND-AGENCIA)    TO WRK-TOT-ABERTAS.
           ADD WRK-TAG-ENCERRADAS(WRK-IND-AGENCIA)
               TO WRK-TOT-ENCERRADAS.
           ADD WRK-TAG-LOTES-REJ(WRK-IND-AGENCIA)  TO WRK-TOT-LOTES-REJ.

       3100-EMITIR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo, fecha os arquivos e registra
      * o fim no controle de execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           MOVE "AGENCIAS LISTADAS.: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LISTADAS          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "EVENTOS NO MES....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-EVENTOS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           DISPLAY "Producao por agencia emitida - mes de "
                   "referencia: " WRK-REF-INICIO(5:2) "/"
                   WRK-REF-INICIO(1:4) " eventos: " WRK-CONT-EVENTOS.

           IF NOT WRK-AGEPROD-NAO-EXISTE
               CLOSE PRODUCAO-AGENCIA
           END-IF
           CLOSE RELATORIO-PRODUCAO.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM AGERELAT.
