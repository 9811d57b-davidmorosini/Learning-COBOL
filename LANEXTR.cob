      ******************************************************************
      * Program:      LANEXTR
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Extrato mensal das contas do CONMAST para o malote ao
      * cliente. Para cada conta aberta no mes de referencia (ou
      * encerrada dentro dele) emite o endereco do titular (no padrao
      * das etiquetas do CLIMALA), o saldo anterior, os lancamentos
      * do mes (historico LANHIST gravado pelo LANMANUT) com o saldo
      * apos cada um, os totais de debitos e creditos e o saldo final.
      * O mes de referencia e o da data de movimento quando ela e o
      * ultimo dia util do mes (execucao normal, no fechamento do
      * mes, depois do LANMANUT); em qualquer outro dia o extrato
      * emitido e o do mes anterior (reemissao). Os saldos sao
      * reconstruidos pelo saldo apos lancamento gravado no
      * historico, entao lancamentos posteriores ao fim do mes nao
      * alteram o extrato reemitido.
      * Historico e cadastro de contas sao casados pela chave
      * agencia/numero: o historico do mes e ordenado por SORT e lido
      * junto com a leitura sequencial do CONMAST.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial do extrato mensal, com
      *                   registro no controle de execucao (CLICTRL),
      *                   com o LANMANUT como predecessor.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. LANEXTR.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONTA-MASTER ASSIGN TO "CONMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CLIENTE-CPF
               ALTERNATE RECORD KEY IS WRK-CLIENTE-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLIMAST-STATUS.

           SELECT HISTORICO-LANCAMENTO ASSIGN TO "LANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANHIST-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "LANORDTMP".

           SELECT EXTRATO-MENSAL ASSIGN TO "LANEXTRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANEXTRR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  CONTA-MASTER.
           COPY CONREC.

       FD  CLIENTE-MASTER.
           COPY CLIREC.

       FD  HISTORICO-LANCAMENTO.
           COPY LANHREC.

       SD  ARQUIVO-ORDENACAO.
           COPY LANHREC REPLACING LEADING ==WRK== BY ==ORD==.

       FD  EXTRATO-MENSAL.
       01  WRK-LINHA-EXTRATO               PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CONMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-CLIMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-LANHIST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-LANHIST-NAO-EXISTE           VALUE "35".
       77  WRK-LANEXTRR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-HISTORICO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-HISTORICO        VALUE "S".

       77  WRK-FIM-CONTA                   PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CONTA            VALUE "S".

       77  WRK-FIM-ORDENACAO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-ORDENACAO        VALUE "S".

       77  WRK-SEM-CADASTRO-CLIENTE        PIC X(01) VALUE "N".
           88 WRK-CLIMAST-AUSENTE              VALUE "S".

      *Mes de referencia do extrato: primeiro e ultimo dia, nas duas
      *visoes (numerica para o calculo, texto para comparar com as
      *datas de abertura/encerramento do CONREC, que sao X).
       01  WRK-REF-INICIO                  PIC 9(08) VALUE ZERO.
       01  WRK-REF-INICIO-X REDEFINES WRK-REF-INICIO PIC X(08).
       01  WRK-REF-FIM                     PIC 9(08) VALUE ZERO.
       01  WRK-REF-FIM-X REDEFINES WRK-REF-FIM PIC X(08).

       01  WRK-DATA-TRABALHO.
           02 WRK-TRAB-ANO                 PIC 9(04).
           02 WRK-TRAB-MES                 PIC 9(02).
           02 WRK-TRAB-DIA                 PIC 9(02).
       01  WRK-DATA-TRABALHO-N REDEFINES WRK-DATA-TRABALHO
                                           PIC 9(08).

       77  WRK-DATA-SEGUINTE               PIC 9(08) VALUE ZERO.

      *Saldos e totais da conta corrente do extrato.
       77  WRK-SALDO-ANTERIOR              PIC 9(11)V99 VALUE ZERO.
       77  WRK-SALDO-CORRENTE              PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOTAL-DEBITOS               PIC 9(13)V99 VALUE ZERO.
       77  WRK-TOTAL-CREDITOS              PIC 9(13)V99 VALUE ZERO.

       77  WRK-CONT-EXTRATOS               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-LANCAMENTOS            PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-SEM-CONTA              PIC 9(07) COMP VALUE ZERO.

      *Controle de execucao do job (CLICTRL): a data de movimento
      *devolvida pela funcao "I" define o mes de referencia.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "LANEXTR".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "LANMANUT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

      *Parametros da chamada ao CALBANC, como no CLICOBR.
       77  WRK-CAL-DIRECAO                 PIC X(01) VALUE "P".
       77  WRK-CAL-DATA-RESULTADO          PIC 9(08) VALUE ZERO.
       77  WRK-CAL-DIA-SEMANA              PIC 9(01) VALUE ZERO.
       77  WRK-CAL-RETORNO                 PIC X(02) VALUE SPACES.
           88 WRK-CAL-OK                       VALUE "00".

      *Linhas do extrato.
       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(28) VALUE
                  "EXTRATO MENSAL DE CONTA -  ".
           02 WRK-TIT-MES                  PIC 9(02).
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-TIT-ANO                  PIC 9(04).
           02 FILLER                       PIC X(45) VALUE SPACES.

       01  WRK-LINHA-CONTA.
           02 FILLER                       PIC X(09) VALUE "AGENCIA: ".
           02 WRK-CTA-AGENCIA              PIC X(04).
           02 FILLER                       PIC X(09) VALUE "  CONTA: ".
           02 WRK-CTA-NUMERO               PIC X(08).
           02 FILLER                       PIC X(08) VALUE "  TIPO: ".
           02 WRK-CTA-TIPO                 PIC X(10).
           02 FILLER                       PIC X(07) VALUE "  CPF: ".
           02 WRK-CTA-CPF                  PIC X(11).
           02 FILLER                       PIC X(14) VALUE SPACES.

       01  WRK-ENDERECO-MONTADO            PIC X(80) VALUE SPACES.
       01  WRK-CEP-FORMATADO               PIC X(09) VALUE SPACES.
       01  WRK-CIDADE-LINHA                PIC X(80) VALUE SPACES.

       01  WRK-LINHA-CAB-LANC.
           02 FILLER                       PIC X(10) VALUE "DATA".
           02 FILLER                       PIC X(22) VALUE "HISTORICO".
           02 FILLER                       PIC X(03) VALUE "D/C".
           02 FILLER                       PIC X(16) VALUE
                  "           VALOR".
           02 FILLER                       PIC X(16) VALUE
                  "           SALDO".
           02 FILLER                       PIC X(13) VALUE SPACES.

       01  WRK-LINHA-LANCAMENTO.
           02 WRK-LLC-DATA                 PIC 9(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LLC-HISTORICO            PIC X(20).
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-LLC-NATUREZA             PIC X(01).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LLC-VALOR                PIC ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LLC-SALDO                PIC ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(14) VALUE SPACES.

       01  WRK-LINHA-SALDO.
           02 WRK-LSD-LABEL                PIC X(35).
           02 FILLER                       PIC X(16) VALUE SPACES.
           02 WRK-LSD-VALOR                PIC ZZZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(13) VALUE SPACES.

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

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-LNH-CHAVE
               ON ASCENDING KEY ORD-LNH-DATA-MOVTO
               ON ASCENDING KEY ORD-LNH-SEQUENCIA
               INPUT PROCEDURE IS 2000-SELECIONAR-HISTORICO
                   THRU 2000-SELECIONAR-HISTORICO-EXIT
               OUTPUT PROCEDURE IS 3000-EMITIR-EXTRATOS
                   THRU 3000-EMITIR-EXTRATOS-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - registra o inicio no controle de execucao e
      * define o mes de referencia: o da data de movimento se o
      * proximo dia util (CALBANC) ja cai no mes seguinte; senao, o
      * mes anterior.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "LANEXTR: nao liberado pelo controle de "
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
               DISPLAY "LANEXTR: calendario bancario indisponivel "
                       "(retorno " WRK-CAL-RETORNO ") - extrato nao "
                       "emitido"
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

           OPEN INPUT CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               DISPLAY "LANEXTR: cadastro de contas (CONMAST) "
                       "inexistente - extrato nao emitido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTE-MASTER.
           IF WRK-CLIMAST-NAO-CADASTRADO
               SET WRK-CLIMAST-AUSENTE TO TRUE
           END-IF

           OPEN OUTPUT EXTRATO-MENSAL.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECIONAR-HISTORICO - entrega ao SORT os lancamentos do
      * historico a partir do inicio do mes de referencia (os
      * posteriores ao fim do mes tambem: o primeiro deles da o
      * saldo no fim do mes de conta sem movimento no mes).
      *-----------------------------------------------------------------
       2000-SELECIONAR-HISTORICO.

           OPEN INPUT HISTORICO-LANCAMENTO.
           IF WRK-LANHIST-NAO-EXISTE
               GO TO 2000-SELECIONAR-HISTORICO-EXIT
           END-IF

           PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT
               UNTIL WRK-FIM-ARQUIVO-HISTORICO.

           CLOSE HISTORICO-LANCAMENTO.

       2000-SELECIONAR-HISTORICO-EXIT.
           EXIT.

       2100-LER-HISTORICO.

           READ HISTORICO-LANCAMENTO
               AT END
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
                   GO TO 2100-LER-HISTORICO-EXIT
           END-READ

           IF WRK-LNH-DATA-MOVTO NOT < WRK-REF-INICIO
               RELEASE ORD-REG-HIST-LANC FROM WRK-REG-HIST-LANC
           END-IF.

       2100-LER-HISTORICO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMITIR-EXTRATOS - le o CONMAST em ordem de chave junto
      * com o historico ordenado e emite o extrato de cada conta.
      *-----------------------------------------------------------------
       3000-EMITIR-EXTRATOS.

           PERFORM 3100-DEVOLVER-ORDENADO
               THRU 3100-DEVOLVER-ORDENADO-EXIT.

           PERFORM 3200-LER-CONTA THRU 3200-LER-CONTA-EXIT.

           PERFORM 3300-PROCESSAR-CONTA THRU 3300-PROCESSAR-CONTA-EXIT
               UNTIL WRK-FIM-ARQUIVO-CONTA.

      *Lancamentos que sobraram no fim nao tem conta no CONMAST.
           PERFORM 3400-DESCARTAR-SEM-CONTA
               UNTIL WRK-FIM-ARQUIVO-ORDENACAO.

       3000-EMITIR-EXTRATOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-DEVOLVER-ORDENADO - devolve o proximo lancamento
      * ordenado; no fim, a chave vai para HIGH-VALUES, o que fecha o
      * casamento com o CONMAST sem testes adicionais.
      *-----------------------------------------------------------------
       3100-DEVOLVER-ORDENADO.

           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET WRK-FIM-ARQUIVO-ORDENACAO TO TRUE
                   MOVE HIGH-VALUES        TO ORD-LNH-CHAVE
           END-RETURN.

       3100-DEVOLVER-ORDENADO-EXIT.
           EXIT.

       3200-LER-CONTA.

           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CONTA TO TRUE
           END-READ.

       3200-LER-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-PROCESSAR-CONTA - casa a conta corrente do CONMAST com os
      * seus lancamentos e emite o extrato, se a conta existiu no mes
      * de referencia (aberta ate o fim do mes e nao encerrada antes
      * do inicio dele).
      *-----------------------------------------------------------------
       3300-PROCESSAR-CONTA.

           PERFORM 3400-DESCARTAR-SEM-CONTA
               UNTIL ORD-LNH-CHAVE NOT < WRK-CONTA-CHAVE.

           IF WRK-CONTA-DATA-ABERTURA > WRK-REF-FIM-X
               GO TO 3300-DESCARTAR-CONTA
           END-IF
           IF WRK-CONTA-ENCERRADA
               AND WRK-CONTA-DATA-ENCERRA < WRK-REF-INICIO-X
               GO TO 3300-DESCARTAR-CONTA
           END-IF

      *Saldo anterior: o saldo antes do primeiro lancamento a partir
      *do inicio do mes; sem lancamento desde entao, o saldo atual.
           IF ORD-LNH-CHAVE = WRK-CONTA-CHAVE
               IF ORD-LNH-DEBITO
                   COMPUTE WRK-SALDO-ANTERIOR =
                       ORD-LNH-SALDO-APOS + ORD-LNH-VALOR
               ELSE
                   COMPUTE WRK-SALDO-ANTERIOR =
                       ORD-LNH-SALDO-APOS - ORD-LNH-VALOR
               END-IF
           ELSE
               MOVE WRK-CONTA-SALDO        TO WRK-SALDO-ANTERIOR
           END-IF

           MOVE WRK-SALDO-ANTERIOR         TO WRK-SALDO-CORRENTE.
           MOVE ZERO TO WRK-TOTAL-DEBITOS WRK-TOTAL-CREDITOS.

           PERFORM 4000-IMPRIMIR-CABECALHO
               THRU 4000-IMPRIMIR-CABECALHO-EXIT.

           PERFORM 4100-IMPRIMIR-LANCAMENTO
               THRU 4100-IMPRIMIR-LANCAMENTO-EXIT
               UNTIL ORD-LNH-CHAVE NOT = WRK-CONTA-CHAVE
                   OR ORD-LNH-DATA-MOVTO > WRK-REF-FIM.

           PERFORM 4200-IMPRIMIR-RODAPE
               THRU 4200-IMPRIMIR-RODAPE-EXIT.

           ADD 1 TO WRK-CONT-EXTRATOS.

       3300-DESCARTAR-CONTA.

      *Lancamentos da conta que nao entram no extrato (posteriores ao
      *fim do mes, ou de conta fora do mes de referencia).
           PERFORM 3100-DEVOLVER-ORDENADO
               THRU 3100-DEVOLVER-ORDENADO-EXIT
               UNTIL ORD-LNH-CHAVE NOT = WRK-CONTA-CHAVE.

           PERFORM 3200-LER-CONTA THRU 3200-LER-CONTA-EXIT.

       3300-PROCESSAR-CONTA-EXIT.
           EXIT.

       3400-DESCARTAR-SEM-CONTA.

           ADD 1 TO WRK-CONT-SEM-CONTA.
           DISPLAY "LANEXTR: lancamento sem conta no CONMAST - "
                   ORD-LNH-AGENCIA "/" ORD-LNH-NUMERO.
           PERFORM 3100-DEVOLVER-ORDENADO
               THRU 3100-DEVOLVER-ORDENADO-EXIT.

      *-----------------------------------------------------------------
      * 4000-IMPRIMIR-CABECALHO - titulo, endereco do titular (no
      * padrao das etiquetas do CLIMALA), dados da conta e saldo
      * anterior.
      *-----------------------------------------------------------------
       4000-IMPRIMIR-CABECALHO.

           MOVE WRK-REF-INICIO(5:2)        TO WRK-TIT-MES.
           MOVE WRK-REF-INICIO(1:4)        TO WRK-TIT-ANO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-BRANCO.

           MOVE SPACES                     TO WRK-STRUCT-CLIENTE.
           IF NOT WRK-CLIMAST-AUSENTE
               MOVE WRK-CONTA-CPF          TO WRK-CLIENTE-CPF
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE SPACES         TO WRK-STRUCT-CLIENTE
               END-READ
           END-IF

           IF WRK-CLIENTE-NOME = SPACES
               MOVE "TITULAR NAO CADASTRADO" TO WRK-LINHA-EXTRATO
               WRITE WRK-LINHA-EXTRATO
           ELSE
               PERFORM 4050-IMPRIMIR-ENDERECO
                   THRU 4050-IMPRIMIR-ENDERECO-EXIT
           END-IF
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-BRANCO.

           MOVE WRK-CONTA-AGENCIA          TO WRK-CTA-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-CTA-NUMERO.
           MOVE WRK-CONTA-CPF              TO WRK-CTA-CPF.
           IF WRK-CONTA-POUPANCA
               MOVE "POUPANCA"             TO WRK-CTA-TIPO
           ELSE
               MOVE "CORRENTE"             TO WRK-CTA-TIPO
           END-IF
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-CONTA.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-BRANCO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-CAB-LANC.

           MOVE "SALDO ANTERIOR"           TO WRK-LSD-LABEL.
           MOVE WRK-SALDO-ANTERIOR         TO WRK-LSD-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SALDO.

       4000-IMPRIMIR-CABECALHO-EXIT.
           EXIT.

       4050-IMPRIMIR-ENDERECO.

           WRITE WRK-LINHA-EXTRATO FROM WRK-CLIENTE-NOME.

           MOVE SPACES TO WRK-ENDERECO-MONTADO.
           STRING FUNCTION TRIM(WRK-CLIENTE-END-LOGRADOURO)
                                                    DELIMITED BY SIZE
                  ", "                              DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CLIENTE-END-NUMERO)
                                                    DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CLIENTE-END-COMPLEMENTO)
                                                    DELIMITED BY SIZE
               INTO WRK-ENDERECO-MONTADO
               ON OVERFLOW
                   MOVE FUNCTION TRIM(WRK-CLIENTE-END-LOGRADOURO)
                       TO WRK-ENDERECO-MONTADO
           END-STRING.
           WRITE WRK-LINHA-EXTRATO FROM WRK-ENDERECO-MONTADO.

           WRITE WRK-LINHA-EXTRATO FROM WRK-CLIENTE-END-BAIRRO.

           MOVE SPACES TO WRK-CEP-FORMATADO.
           STRING WRK-CLIENTE-END-CEP(1:5) DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  WRK-CLIENTE-END-CEP(6:3) DELIMITED BY SIZE
               INTO WRK-CEP-FORMATADO
           END-STRING.
           MOVE SPACES TO WRK-CIDADE-LINHA.
           STRING WRK-CEP-FORMATADO                 DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CLIENTE-END-CIDADE)
                                                    DELIMITED BY SIZE
                  "/"                               DELIMITED BY SIZE
                  WRK-CLIENTE-END-UF                DELIMITED BY SIZE
               INTO WRK-CIDADE-LINHA
               ON OVERFLOW
                   MOVE FUNCTION TRIM(WRK-CLIENTE-END-CIDADE)
                       TO WRK-CIDADE-LINHA
           END-STRING.
           WRITE WRK-LINHA-EXTRATO FROM WRK-CIDADE-LINHA.

       4050-IMPRIMIR-ENDERECO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-IMPRIMIR-LANCAMENTO - uma linha por lancamento do mes,
      * com o saldo apos o lancamento.
      *-----------------------------------------------------------------
       4100-IMPRIMIR-LANCAMENTO.

           MOVE ORD-LNH-DATA-MOVTO         TO WRK-LLC-DATA.
           MOVE ORD-LNH-HISTORICO          TO WRK-LLC-HISTORICO.
           MOVE ORD-LNH-NATUREZA           TO WRK-LLC-NATUREZA.
           MOVE ORD-LNH-VALOR              TO WRK-LLC-VALOR.
           MOVE ORD-LNH-SALDO-APOS         TO WRK-LLC-SALDO.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-LANCAMENTO.

           IF ORD-LNH-DEBITO
               ADD ORD-LNH-VALOR           TO WRK-TOTAL-DEBITOS
           ELSE
               ADD ORD-LNH-VALOR           TO WRK-TOTAL-CREDITOS
           END-IF
           MOVE ORD-LNH-SALDO-APOS         TO WRK-SALDO-CORRENTE.
           ADD 1 TO WRK-CONT-LANCAMENTOS.

           PERFORM 3100-DEVOLVER-ORDENADO
               THRU 3100-DEVOLVER-ORDENADO-EXIT.

       4100-IMPRIMIR-LANCAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-IMPRIMIR-RODAPE - totais do mes e saldo final; o
      * separador marca o fim do extrato da conta.
      *-----------------------------------------------------------------
       4200-IMPRIMIR-RODAPE.

           MOVE "TOTAL DE DEBITOS NO MES"  TO WRK-LSD-LABEL.
           MOVE WRK-TOTAL-DEBITOS          TO WRK-LSD-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SALDO.

           MOVE "TOTAL DE CREDITOS NO MES" TO WRK-LSD-LABEL.
           MOVE WRK-TOTAL-CREDITOS         TO WRK-LSD-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SALDO.

           MOVE "SALDO FINAL"              TO WRK-LSD-LABEL.
           MOVE WRK-SALDO-CORRENTE         TO WRK-LSD-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SALDO.

           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-SEPARADOR.

       4200-IMPRIMIR-RODAPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo da emissao, fecha os arquivos
      * e marca o fim limpo no controle de execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-BRANCO.

           MOVE "EXTRATOS EMITIDOS.: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-EXTRATOS          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-RESUMO.

           MOVE "LANCAMENTOS.......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LANCAMENTOS       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-RESUMO.

           MOVE "SEM CONTA.........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-SEM-CONTA         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-EXTRATO FROM WRK-LINHA-RESUMO.

           DISPLAY "Extrato mensal emitido - mes de referencia: "
                   WRK-REF-INICIO(5:2) "/" WRK-REF-INICIO(1:4)
                   " extratos: " WRK-CONT-EXTRATOS.

           CLOSE CONTA-MASTER
                 EXTRATO-MENSAL.
           IF NOT WRK-CLIMAST-AUSENTE
               CLOSE CLIENTE-MASTER
           END-IF

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM LANEXTR.
