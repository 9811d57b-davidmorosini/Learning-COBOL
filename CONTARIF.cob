      ******************************************************************
      * Program:      CONTARIF
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Tarifa mensal de manutencao de conta. Percorre o CONMAST e
      * acrescenta na agenda de cobranca (COBAGEND) um agendamento
      * por conta aberta, no CPF do titular, com o valor da tabela
      * de tarifas TARIFAS (mantida pelo TARMANUT) pelo tipo da conta
      * (corrente/poupanca) e vencimento no 5o dia util do mes
      * seguinte ao de referencia, apurado pelo calendario bancario
      * (CALBANC). Conta aberta no meio do mes de referencia paga a
      * tarifa proporcional aos dias em que esteve aberta; conta
      * encerrada ate o fim do mes nao e cobrada, e a encerrada
      * depois dele e cobrada como as abertas; conta aberta depois
      * do fim do mes fica para o mes seguinte. Tarifa zero na
      * tabela isenta o tipo de conta. Sem o TARIFAS, ou sem tarifa
      * para um dos tipos, o job termina com RETURN-CODE 8 antes de
      * registrar o inicio no controle de execucao.
      * O mes de referencia segue a regra do extrato mensal
      * (LANEXTR): o da data de movimento quando ela e o ultimo dia
      * util do mes (execucao normal, no fechamento do mes); em
      * qualquer outro dia, o mes anterior.
      * O controle de tarifa CONTARC guarda o ultimo mes gerado: mes
      * ja gerado nao e gerado de novo (o job termina sem gravar
      * nada na agenda), mesmo em outro dia de movimento. O CONTARC
      * e gravado "A" (em andamento) antes do primeiro agendamento,
      * com a quantidade de registros que o COBAGEND tinha antes da
      * geracao, e "F" no fim. Encontrado "A", a geracao anterior foi
      * interrompida e o COBAGEND pode ter parte das tarifas daquele
      * mes: o job devolve a agenda a quantidade guardada, copiando
      * os primeiros registros para o arquivo de trabalho CONTARW e
      * regravando o COBAGEND a partir dele (como o COBRETN com o
      * COBAGENW), e gera o mes de novo. Entre as duas copias o
      * CONTARC fica "R", para que uma nova queda retome so a
      * regravacao. Se o mes interrompido nao for o mes de
      * referencia atual, as tarifas parciais dele sao retiradas e o
      * aviso sai no console e no relatorio. Como tudo o que passa da
      * quantidade guardada e retirado, nada deve ser acrescentado a
      * mao no COBAGEND antes da nova execucao.
      * O relatorio CONTARIR lista cada tarifa gerada e os totais por
      * agencia e por tipo de conta, para conferencia do financeiro
      * antes da remessa do CLICOBR no vencimento.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da tarifa mensal de
      *                   manutencao de conta (antes digitada conta a
      *                   conta no COBAGEND), com registro no controle
      *                   de execucao (CLICTRL), com o CONMANUT como
      *                   predecessor.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. CONTARIF.

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

           SELECT AGENCIA-MASTER ASSIGN TO "AGEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-AGENCIA-CODIGO
               FILE STATUS IS WRK-AGEMAST-STATUS.

           SELECT AGENDA-COBRANCA ASSIGN TO "COBAGEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBAGEND-STATUS.

           SELECT TARIFAS ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TARIFAS-STATUS.

           SELECT AGENDA-TRABALHO ASSIGN TO "CONTARW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTARW-STATUS.

           SELECT CONTROLE-TARIFA ASSIGN TO "CONTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTARC-STATUS.

           SELECT RELATORIO-TARIFA ASSIGN TO "CONTARIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTARIR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  CONTA-MASTER.
           COPY CONREC.

       FD  AGENCIA-MASTER.
           COPY AGEREC.

       FD  AGENDA-COBRANCA.
           COPY COBAREC.

       FD  AGENDA-TRABALHO.
       01  WRK-REG-AGENDA-TRAB             PIC X(61).

       FD  TARIFAS.
           COPY TARREC.

      *Controle da tarifa: situacao e totais do ultimo mes gerado e
      *quantidade de registros do COBAGEND antes da geracao.
       FD  CONTROLE-TARIFA.
       01  WRK-REG-CONTROLE-TARIFA.
           02 WRK-CTA-SITUACAO             PIC X(01).
               88 WRK-CTA-EM-ANDAMENTO         VALUE "A".
               88 WRK-CTA-REGRAVACAO           VALUE "R".
               88 WRK-CTA-CONCLUIDA            VALUE "F".
           02 WRK-CTA-MES-REFERENCIA       PIC 9(06).
           02 WRK-CTA-DATA-MOVTO           PIC 9(08).
           02 WRK-CTA-VENCIMENTO           PIC 9(08).
           02 WRK-CTA-QTD-GERADAS          PIC 9(07).
           02 WRK-CTA-VALOR-GERADO         PIC 9(13)V99.
           02 WRK-CTA-QTD-AGENDA           PIC 9(09).

       FD  RELATORIO-TARIFA.
       01  WRK-LINHA-RELATORIO             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CONMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-AGEMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-COBAGEND-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-COBAGEND-NAO-EXISTE          VALUE "35".
       77  WRK-TARIFAS-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-TARIFAS-NAO-EXISTE           VALUE "35".
       77  WRK-CONTARW-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-CONTARC-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONTARC-NAO-EXISTE           VALUE "35".
       77  WRK-CONTARIR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-CONTA                   PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CONTA            VALUE "S".

       77  WRK-FIM-TARIFA                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-TARIFA           VALUE "S".

      *O cadastro de agencias so da o nome no relatorio; sem ele o
      *total por agencia sai so com o codigo, com aviso no console.
       77  WRK-SEM-ARQ-AGENCIAS            PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-AGENCIAS        VALUE "S".

      *Mes de referencia ja gerado (CONTARC "F" com mes igual ou
      *posterior): nada e gravado na agenda.
       77  WRK-MES-GERADO                  PIC X(01) VALUE "N".
           88 WRK-MES-JA-GERADO                VALUE "S".

      *Recuperacao de geracao interrompida: quantidade de registros
      *da agenda antes da geracao e registros ja copiados.
       77  WRK-FIM-AGENDA                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-AGENDA           VALUE "S".
       77  WRK-FIM-TRABALHO                PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-TRABALHO         VALUE "S".
       77  WRK-QTD-AGENDA-ANTES            PIC 9(09) VALUE ZERO.
       77  WRK-CONT-COPIADOS               PIC 9(09) VALUE ZERO.

      *Mes interrompido que nao e o mes de referencia atual (zero se
      *nao houve): as tarifas parciais dele foram retiradas.
       77  WRK-MES-DESFEITO                PIC 9(06) VALUE ZERO.

      *Tabela de tarifas de manutencao por tipo de conta (valor
      *mensal integral), carregada do TARIFAS: 1 = corrente e 2 =
      *poupanca, a ordem das colunas do relatorio. Tarifa zero isenta
      *o tipo.
       01  WRK-TAB-TARIFAS.
           02 WRK-TAR-ENTRADA OCCURS 2 TIMES.
              03 WRK-TAR-TIPO              PIC X(01).
              03 WRK-TAR-DESCRICAO         PIC X(10).
              03 WRK-TAR-VALOR             PIC 9(05)V99.

       77  WRK-IND-TARIFA                  PIC 9(01) COMP VALUE ZERO.
       77  WRK-POS-TARIFA                  PIC 9(01) COMP VALUE ZERO.

      *Totais gerados por tipo de conta, na ordem da tabela.
       01  WRK-TOTAIS-TIPO.
           02 WRK-TTP-ENTRADA OCCURS 2 TIMES.
              03 WRK-TTP-QTD               PIC 9(07) COMP.
              03 WRK-TTP-VALOR             PIC 9(13)V99.

      *Mes de referencia: primeiro e ultimo dia, quantidade de dias
      *e vencimento das tarifas.
       01  WRK-REF-INICIO                  PIC 9(08) VALUE ZERO.
       01  WRK-REF-FIM                     PIC 9(08) VALUE ZERO.
       77  WRK-MES-REFERENCIA              PIC 9(06) VALUE ZERO.
       77  WRK-DIAS-MES                    PIC 9(02) VALUE ZERO.
       77  WRK-VENCIMENTO                  PIC 9(08) VALUE ZERO.
       77  WRK-CONT-DIAS-UTEIS             PIC 9(01) COMP VALUE ZERO.

       01  WRK-DATA-TRABALHO.
           02 WRK-TRAB-ANO                 PIC 9(04).
           02 WRK-TRAB-MES                 PIC 9(02).
           02 WRK-TRAB-DIA                 PIC 9(02).
       01  WRK-DATA-TRABALHO-N REDEFINES WRK-DATA-TRABALHO
                                           PIC 9(08).

       77  WRK-DATA-SEGUINTE               PIC 9(08) VALUE ZERO.

      *Dados da tarifa da conta corrente.
       01  WRK-DATA-ABERTURA.
           02 WRK-ABER-ANO                 PIC 9(04).
           02 WRK-ABER-MES                 PIC 9(02).
           02 WRK-ABER-DIA                 PIC 9(02).
       01  WRK-DATA-ABERTURA-N REDEFINES WRK-DATA-ABERTURA
                                           PIC 9(08).

       77  WRK-DIAS-COBRADOS               PIC 9(02) VALUE ZERO.
       77  WRK-VALOR-TARIFA                PIC 9(11)V99 VALUE ZERO.

      *Tabela das agencias do relatorio. O CONMAST e lido na ordem da
      *chave (agencia + numero), que agrupa as contas por agencia:
      *uma agencia nova e sempre a ultima da tabela.
       77  WRK-QTD-AGENCIAS                PIC 9(03) COMP VALUE ZERO.
       77  WRK-IND-AGENCIA                 PIC 9(03) COMP VALUE ZERO.

       01  WRK-TAB-AGENCIAS.
           02 WRK-TAG-ENTRADA OCCURS 500 TIMES.
              03 WRK-TAG-CODIGO            PIC X(04).
              03 WRK-TAG-NOME              PIC X(30).
              03 WRK-TAG-QTD-TIPO          PIC 9(07) COMP
                                           OCCURS 2 TIMES.
              03 WRK-TAG-VALOR-TIPO        PIC 9(13)V99
                                           OCCURS 2 TIMES.

       77  WRK-TOT-QTD                     PIC 9(07) COMP VALUE ZERO.
       77  WRK-TOT-VALOR                   PIC 9(13)V99 VALUE ZERO.

       77  WRK-CONT-LIDAS                  PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-PROPORCIONAIS          PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ENCERRADAS-MES         PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ABERTAS-DEPOIS         PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ISENTAS                PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-SEM-TARIFA             PIC 9(07) COMP VALUE ZERO.

      *Controle de execucao do job (CLICTRL): a data de movimento
      *devolvida pela funcao "I" define o mes de referencia.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "CONTARIF".
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
           02 FILLER                       PIC X(39) VALUE
                  "TARIFA MENSAL DE MANUTENCAO DE CONTA - ".
           02 WRK-TIT-MES                  PIC 9(02).
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-TIT-ANO                  PIC 9(04).
           02 FILLER                       PIC X(15) VALUE
                  "   VENCIMENTO: ".
           02 WRK-TIT-VENC-DIA             PIC 9(02).
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-TIT-VENC-MES             PIC 9(02).
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-TIT-VENC-ANO             PIC 9(04).
           02 FILLER                       PIC X(29) VALUE SPACES.

       01  WRK-LINHA-CAB-DETALHE.
           02 FILLER                       PIC X(06) VALUE "AGEN".
           02 FILLER                       PIC X(10) VALUE "CONTA".
           02 FILLER                       PIC X(13) VALUE "CPF".
           02 FILLER                       PIC X(12) VALUE "TIPO".
           02 FILLER                       PIC X(10) VALUE "ABERTURA".
           02 FILLER                       PIC X(07) VALUE "DIAS".
           02 FILLER                       PIC X(14) VALUE
                  "         VALOR".
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 FILLER                       PIC X(26) VALUE
                  "OBSERVACAO".

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-AGENCIA              PIC X(04).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-CONTA                PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-CPF                  PIC X(11).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-TIPO                 PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-ABERTURA             PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-DIAS                 PIC Z9.
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-DET-DIAS-MES             PIC 99.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-VALOR                PIC ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-OBSERVACAO           PIC X(20).
           02 FILLER                       PIC X(06) VALUE SPACES.

       01  WRK-LINHA-CAB-AGENCIA.
           02 FILLER                       PIC X(06) VALUE "AGEN".
           02 FILLER                       PIC X(25) VALUE
                  "NOME DA AGENCIA".
           02 FILLER                       PIC X(22) VALUE
                  "     CORRENTE   VALOR".
           02 FILLER                       PIC X(22) VALUE
                  "     POUPANCA   VALOR".
           02 FILLER                       PIC X(22) VALUE
                  "        TOTAL   VALOR".
           02 FILLER                       PIC X(03) VALUE SPACES.

       01  WRK-LINHA-AGENCIA.
           02 WRK-LAG-CODIGO               PIC X(04).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LAG-NOME                 PIC X(24).
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-QTD-CORRENTE         PIC ZZZZZZ9.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-VALOR-CORRENTE       PIC ZZZZZZZZZ9.99.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-QTD-POUPANCA         PIC ZZZZZZ9.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-VALOR-POUPANCA       PIC ZZZZZZZZZ9.99.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-QTD-TOTAL            PIC ZZZZZZ9.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WRK-LAG-VALOR-TOTAL          PIC ZZZZZZZZZ9.99.
           02 FILLER                       PIC X(04) VALUE SPACES.

       01  WRK-LINHA-CAB-TIPO.
           02 FILLER                       PIC X(12) VALUE "TIPO".
           02 FILLER                       PIC X(15) VALUE
                  "TARIFA MENSAL".
           02 FILLER                       PIC X(10) VALUE
                  "       QTD".
           02 FILLER                       PIC X(19) VALUE
                  "        VALOR TOTAL".
           02 FILLER                       PIC X(44) VALUE SPACES.

       01  WRK-LINHA-TIPO.
           02 WRK-LTP-DESCRICAO            PIC X(12).
           02 WRK-LTP-TARIFA               PIC ZZZZ9.99
                                           BLANK WHEN ZERO.
           02 FILLER                       PIC X(10) VALUE SPACES.
           02 WRK-LTP-QTD                  PIC ZZZZZZ9.
           02 FILLER                       PIC X(03) VALUE SPACES.
           02 WRK-LTP-VALOR                PIC ZZZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(44) VALUE SPACES.

       01  WRK-LINHA-SEPARADOR             PIC X(100) VALUE ALL "-".

       01  WRK-LINHA-RESULTADO             PIC X(100) VALUE SPACES.

       01  WRK-LINHA-MES-DESFEITO.
           02 FILLER                       PIC X(28) VALUE
                  "GERACAO INTERROMPIDA DO MES ".
           02 WRK-DES-MES                  PIC 9(06).
           02 FILLER                       PIC X(46) VALUE
                  " DESFEITA - TARIFAS PARCIAIS RETIRADAS".
           02 FILLER                       PIC X(20) VALUE SPACES.

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

           PERFORM 2000-GERAR-TARIFA     THRU 2000-GERAR-TARIFA-EXIT
               UNTIL WRK-FIM-ARQUIVO-CONTA.

           PERFORM 3000-EMITIR-TOTAIS    THRU 3000-EMITIR-TOTAIS-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - carrega a tabela de tarifas, registra o
      * inicio no controle de execucao, define o mes de referencia
      * (mesma regra do LANEXTR) e o
      * vencimento, confere no CONTARC se o mes ja foi gerado (ou
      * devolve a agenda de uma geracao interrompida) e abre os
      * arquivos da geracao.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           PERFORM 1300-CARREGAR-TARIFAS
               THRU 1300-CARREGAR-TARIFAS-EXIT.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "CONTARIF: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WRK-TOTAIS-TIPO.

           COMPUTE WRK-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-CTRL-DATA-MOVTO) + 1).
           CALL "CALBANC" USING WRK-DATA-SEGUINTE
                                WRK-CAL-DIRECAO
                                WRK-CAL-DATA-RESULTADO
                                WRK-CAL-DIA-SEMANA
                                WRK-CAL-RETORNO.
           IF NOT WRK-CAL-OK
               DISPLAY "CONTARIF: calendario bancario indisponivel "
                       "(retorno " WRK-CAL-RETORNO ") - tarifas "
                       "nao geradas"
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
           COMPUTE WRK-MES-REFERENCIA = WRK-REF-INICIO / 100.

      *Ultimo dia do mes = vespera do primeiro dia do mes seguinte,
      *que e tambem o ponto de partida da contagem do vencimento.
           IF WRK-TRAB-MES = 12
               MOVE 1                      TO WRK-TRAB-MES
               ADD 1 TO WRK-TRAB-ANO
           ELSE
               ADD 1 TO WRK-TRAB-MES
           END-IF
           COMPUTE WRK-REF-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-TRABALHO-N) - 1).
           MOVE WRK-REF-FIM(7:2)           TO WRK-DIAS-MES.

           PERFORM 1100-CALCULAR-VENCIMENTO
               THRU 1100-CALCULAR-VENCIMENTO-EXIT.

           PERFORM 1200-LER-CONTROLE-TARIFA
               THRU 1200-LER-CONTROLE-TARIFA-EXIT.

           OPEN OUTPUT RELATORIO-TARIFA.

           MOVE WRK-REF-INICIO(5:2)        TO WRK-TIT-MES.
           MOVE WRK-REF-INICIO(1:4)        TO WRK-TIT-ANO.
           MOVE WRK-VENCIMENTO(7:2)        TO WRK-TIT-VENC-DIA.
           MOVE WRK-VENCIMENTO(5:2)        TO WRK-TIT-VENC-MES.
           MOVE WRK-VENCIMENTO(1:4)        TO WRK-TIT-VENC-ANO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           IF WRK-MES-DESFEITO NOT = ZERO
               MOVE WRK-MES-DESFEITO       TO WRK-DES-MES
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-MES-DESFEITO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO
           END-IF

           IF WRK-MES-JA-GERADO
               SET WRK-FIM-ARQUIVO-CONTA   TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               DISPLAY "CONTARIF: cadastro de contas (CONMAST) "
                       "inexistente - tarifas nao geradas"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AGENCIA-MASTER.
           IF WRK-AGEMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-AGENCIAS TO TRUE
               DISPLAY "CONTARIF: cadastro de agencias (AGEMAST) nao "
                       "carregado - totais sem nome de agencia"
           END-IF

      *A partir daqui a agenda pode receber tarifas do mes: o
      *CONTARC fica "A" ate o fim da geracao, com a quantidade de
      *registros a que a agenda volta se a geracao for interrompida.
           PERFORM 1400-CONTAR-AGENDA THRU 1400-CONTAR-AGENDA-EXIT.

           OPEN OUTPUT CONTROLE-TARIFA.
           MOVE ZERO                       TO WRK-REG-CONTROLE-TARIFA.
           SET  WRK-CTA-EM-ANDAMENTO       TO TRUE.
           MOVE WRK-MES-REFERENCIA         TO WRK-CTA-MES-REFERENCIA.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-CTA-DATA-MOVTO.
           MOVE WRK-VENCIMENTO             TO WRK-CTA-VENCIMENTO.
           MOVE WRK-QTD-AGENDA-ANTES       TO WRK-CTA-QTD-AGENDA.
           WRITE WRK-REG-CONTROLE-TARIFA.
           CLOSE CONTROLE-TARIFA.

           OPEN EXTEND AGENDA-COBRANCA.
           IF WRK-COBAGEND-NAO-EXISTE
               OPEN OUTPUT AGENDA-COBRANCA
           END-IF

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CAB-DETALHE.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-CALCULAR-VENCIMENTO - 5o dia util do mes seguinte ao de
      * referencia: o CALBANC devolve o 1o dia util a partir do dia
      * 1 (o proprio dia, se ja for util); cada dia util seguinte
      * parte da vespera mais um dia.
      *-----------------------------------------------------------------
       1100-CALCULAR-VENCIMENTO.

           MOVE 1                          TO WRK-TRAB-DIA.
           CALL "CALBANC" USING WRK-DATA-TRABALHO-N
                                WRK-CAL-DIRECAO
                                WRK-CAL-DATA-RESULTADO
                                WRK-CAL-DIA-SEMANA
                                WRK-CAL-RETORNO.
           IF NOT WRK-CAL-OK
               DISPLAY "CONTARIF: calendario bancario sem resposta "
                       "para " WRK-DATA-TRABALHO-N " (retorno "
                       WRK-CAL-RETORNO ") - tarifas nao geradas"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CAL-DATA-RESULTADO     TO WRK-VENCIMENTO.
           MOVE 1                          TO WRK-CONT-DIAS-UTEIS.

           PERFORM 1110-PROXIMO-DIA-UTIL
               THRU 1110-PROXIMO-DIA-UTIL-EXIT
               UNTIL WRK-CONT-DIAS-UTEIS = 5.

       1100-CALCULAR-VENCIMENTO-EXIT.
           EXIT.

       1110-PROXIMO-DIA-UTIL.

           COMPUTE WRK-DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO) + 1).

           CALL "CALBANC" USING WRK-DATA-SEGUINTE
                                WRK-CAL-DIRECAO
                                WRK-CAL-DATA-RESULTADO
                                WRK-CAL-DIA-SEMANA
                                WRK-CAL-RETORNO.
           IF NOT WRK-CAL-OK
               DISPLAY "CONTARIF: calendario bancario sem resposta "
                       "para " WRK-DATA-SEGUINTE " (retorno "
                       WRK-CAL-RETORNO ") - tarifas nao geradas"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CAL-DATA-RESULTADO     TO WRK-VENCIMENTO.
           ADD 1 TO WRK-CONT-DIAS-UTEIS.

       1110-PROXIMO-DIA-UTIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-LER-CONTROLE-TARIFA - sem CONTARC nenhum mes foi gerado
      * ainda. Com "F", o mes de referencia ja gerado (ou anterior ao
      * ultimo gerado) nao e gerado de novo. Com "A" ou "R", a
      * geracao anterior foi interrompida: a agenda volta ao que era
      * antes dela (1500) e o mes e gerado.
      *-----------------------------------------------------------------
       1200-LER-CONTROLE-TARIFA.

           OPEN INPUT CONTROLE-TARIFA.
           IF WRK-CONTARC-NAO-EXISTE
               GO TO 1200-LER-CONTROLE-TARIFA-EXIT
           END-IF

           READ CONTROLE-TARIFA
               AT END
                   CLOSE CONTROLE-TARIFA
                   GO TO 1200-LER-CONTROLE-TARIFA-EXIT
           END-READ

           CLOSE CONTROLE-TARIFA.

           IF WRK-CTA-EM-ANDAMENTO OR WRK-CTA-REGRAVACAO
               DISPLAY "CONTARIF: geracao do mes "
                       WRK-CTA-MES-REFERENCIA " interrompida em "
                       WRK-CTA-DATA-MOVTO " - agenda devolvida a "
                       WRK-CTA-QTD-AGENDA " registros"
               PERFORM 1500-RESTAURAR-AGENDA
                   THRU 1500-RESTAURAR-AGENDA-EXIT
               IF WRK-CTA-MES-REFERENCIA NOT = WRK-MES-REFERENCIA
                   MOVE WRK-CTA-MES-REFERENCIA TO WRK-MES-DESFEITO
                   DISPLAY "CONTARIF: tarifas parciais do mes "
                           WRK-MES-DESFEITO " retiradas do COBAGEND "
                           "- esse mes nao e gerado de novo"
               END-IF
               GO TO 1200-LER-CONTROLE-TARIFA-EXIT
           END-IF

           IF WRK-CTA-CONCLUIDA
               AND WRK-CTA-MES-REFERENCIA >= WRK-MES-REFERENCIA
               SET WRK-MES-JA-GERADO       TO TRUE
               DISPLAY "CONTARIF: tarifa do mes " WRK-MES-REFERENCIA
                       " ja gerada em " WRK-CTA-DATA-MOVTO
                       " - nada gravado no COBAGEND"
           END-IF.

       1200-LER-CONTROLE-TARIFA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-CARREGAR-TARIFAS - carrega o TARIFAS na posicao do tipo
      * de conta. Sem o arquivo, com tipo desconhecido ou valor
      * invalido, ou sem tarifa para um dos tipos, nao ha geracao
      * (RETURN-CODE 8, antes do registro do inicio).
      *-----------------------------------------------------------------
       1300-CARREGAR-TARIFAS.

           INITIALIZE WRK-TAB-TARIFAS.

           OPEN INPUT TARIFAS.
           IF WRK-TARIFAS-NAO-EXISTE
               DISPLAY "CONTARIF: tabela de tarifas (TARIFAS) "
                       "inexistente - tarifas nao geradas"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1310-LER-TARIFA THRU 1310-LER-TARIFA-EXIT
               UNTIL WRK-FIM-ARQUIVO-TARIFA.

           CLOSE TARIFAS.

           IF WRK-TAR-TIPO(1) = SPACE OR WRK-TAR-TIPO(2) = SPACE
               DISPLAY "CONTARIF: tabela de tarifas sem a tarifa da "
                       "conta corrente ou da poupanca - tarifas nao "
                       "geradas"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-CARREGAR-TARIFAS-EXIT.
           EXIT.

       1310-LER-TARIFA.

           READ TARIFAS
               AT END
                   SET WRK-FIM-ARQUIVO-TARIFA TO TRUE
                   GO TO 1310-LER-TARIFA-EXIT
           END-READ

           EVALUATE TRUE
               WHEN WRK-TRF-VALOR IS NOT NUMERIC
                   DISPLAY "CONTARIF: tarifa do tipo " WRK-TRF-TIPO
                           " com valor invalido no TARIFAS - tarifas "
                           "nao geradas"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WRK-TRF-CORRENTE
                   MOVE 1                  TO WRK-POS-TARIFA
               WHEN WRK-TRF-POUPANCA
                   MOVE 2                  TO WRK-POS-TARIFA
               WHEN OTHER
                   DISPLAY "CONTARIF: tipo de conta " WRK-TRF-TIPO
                           " desconhecido no TARIFAS - tarifas nao "
                           "geradas"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE WRK-TRF-TIPO      TO WRK-TAR-TIPO(WRK-POS-TARIFA).
           MOVE WRK-TRF-DESCRICAO TO WRK-TAR-DESCRICAO(WRK-POS-TARIFA).
           MOVE WRK-TRF-VALOR     TO WRK-TAR-VALOR(WRK-POS-TARIFA).

       1310-LER-TARIFA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1400-CONTAR-AGENDA - conta os registros do COBAGEND antes da
      * geracao (zero se a agenda ainda nao existe).
      *-----------------------------------------------------------------
       1400-CONTAR-AGENDA.

           MOVE ZERO                       TO WRK-QTD-AGENDA-ANTES.
           MOVE "N"                        TO WRK-FIM-AGENDA.

           OPEN INPUT AGENDA-COBRANCA.
           IF WRK-COBAGEND-NAO-EXISTE
               GO TO 1400-CONTAR-AGENDA-EXIT
           END-IF

           PERFORM 1410-LER-AGENDA THRU 1410-LER-AGENDA-EXIT
               UNTIL WRK-FIM-ARQUIVO-AGENDA.

           CLOSE AGENDA-COBRANCA.

       1400-CONTAR-AGENDA-EXIT.
           EXIT.

       1410-LER-AGENDA.

           READ AGENDA-COBRANCA
               AT END
                   SET WRK-FIM-ARQUIVO-AGENDA TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-AGENDA-ANTES
           END-READ.

       1410-LER-AGENDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-RESTAURAR-AGENDA - devolve o COBAGEND a quantidade de
      * registros guardada no CONTARC: com "A", copia os primeiros
      * registros para o CONTARW e passa o CONTARC a "R"; com "R" o
      * CONTARW ja esta completo. Depois regrava o COBAGEND a partir
      * do CONTARW. As baixas do COBRETN nesses registros sao
      * mantidas; o que passa da quantidade sao as tarifas parciais.
      *-----------------------------------------------------------------
       1500-RESTAURAR-AGENDA.

           MOVE WRK-CTA-QTD-AGENDA         TO WRK-QTD-AGENDA-ANTES.

           IF WRK-CTA-EM-ANDAMENTO
               PERFORM 1510-COPIAR-AGENDA
                   THRU 1510-COPIAR-AGENDA-EXIT
               OPEN OUTPUT CONTROLE-TARIFA
               SET  WRK-CTA-REGRAVACAO     TO TRUE
               WRITE WRK-REG-CONTROLE-TARIFA
               CLOSE CONTROLE-TARIFA
           END-IF

           OPEN INPUT  AGENDA-TRABALHO.
           OPEN OUTPUT AGENDA-COBRANCA.

           PERFORM 1530-REGRAVAR-AGENDA
               THRU 1530-REGRAVAR-AGENDA-EXIT
               UNTIL WRK-FIM-ARQUIVO-TRABALHO.

           CLOSE AGENDA-TRABALHO AGENDA-COBRANCA.

       1500-RESTAURAR-AGENDA-EXIT.
           EXIT.

       1510-COPIAR-AGENDA.

           MOVE ZERO                       TO WRK-CONT-COPIADOS.
           MOVE "N"                        TO WRK-FIM-AGENDA.

           OPEN OUTPUT AGENDA-TRABALHO.

           OPEN INPUT AGENDA-COBRANCA.
           IF WRK-COBAGEND-NAO-EXISTE
               CLOSE AGENDA-TRABALHO
               GO TO 1510-COPIAR-AGENDA-EXIT
           END-IF

           PERFORM 1520-COPIAR-AGENDAMENTO
               THRU 1520-COPIAR-AGENDAMENTO-EXIT
               UNTIL WRK-FIM-ARQUIVO-AGENDA
                  OR WRK-CONT-COPIADOS >= WRK-QTD-AGENDA-ANTES.

           CLOSE AGENDA-COBRANCA AGENDA-TRABALHO.

       1510-COPIAR-AGENDA-EXIT.
           EXIT.

       1520-COPIAR-AGENDAMENTO.

           READ AGENDA-COBRANCA
               AT END
                   SET WRK-FIM-ARQUIVO-AGENDA TO TRUE
                   GO TO 1520-COPIAR-AGENDAMENTO-EXIT
           END-READ

           WRITE WRK-REG-AGENDA-TRAB FROM WRK-REG-AGENDA.
           ADD 1 TO WRK-CONT-COPIADOS.

       1520-COPIAR-AGENDAMENTO-EXIT.
           EXIT.

       1530-REGRAVAR-AGENDA.

           READ AGENDA-TRABALHO
               AT END
                   SET WRK-FIM-ARQUIVO-TRABALHO TO TRUE
                   GO TO 1530-REGRAVAR-AGENDA-EXIT
           END-READ

           WRITE WRK-REG-AGENDA FROM WRK-REG-AGENDA-TRAB.

       1530-REGRAVAR-AGENDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-GERAR-TARIFA - le a proxima conta do CONMAST e, se ela
      * estiver aberta (ou so tiver sido encerrada depois do fim do
      * mes de referencia) e ja existir no mes, grava o agendamento
      * da tarifa (integral ou proporcional) na agenda.
      *-----------------------------------------------------------------
       2000-GERAR-TARIFA.

           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CONTA TO TRUE
                   GO TO 2000-GERAR-TARIFA-EXIT
           END-READ

           ADD 1 TO WRK-CONT-LIDAS.

      *Conta encerrada ate o fim do mes de referencia (ou sem data
      *de encerramento valida) nao e cobrada; a encerrada dentro do
      *mes e contada a parte no resumo. A encerrada depois do fim do
      *mes ficou aberta no mes e e cobrada como as abertas.
           IF WRK-CONTA-ENCERRADA
               IF WRK-CONTA-DATA-ENCERRA IS NOT NUMERIC
                   GO TO 2000-GERAR-TARIFA-EXIT
               END-IF
               IF WRK-CONTA-DATA-ENCERRA NOT > WRK-REF-FIM
                   IF WRK-CONTA-DATA-ENCERRA(1:6) = WRK-REF-INICIO(1:6)
                       ADD 1 TO WRK-CONT-ENCERRADAS-MES
                   END-IF
                   GO TO 2000-GERAR-TARIFA-EXIT
               END-IF
           ELSE
               IF NOT WRK-CONTA-ABERTA
                   GO TO 2000-GERAR-TARIFA-EXIT
               END-IF
           END-IF

      *Conta sem data de abertura valida (cadastro antigo) e cobrada
      *pelo mes inteiro.
           IF WRK-CONTA-DATA-ABERTURA IS NUMERIC
               MOVE WRK-CONTA-DATA-ABERTURA TO WRK-DATA-ABERTURA
           ELSE
               MOVE ZERO                   TO WRK-DATA-ABERTURA-N
           END-IF

           IF WRK-DATA-ABERTURA-N > WRK-REF-FIM
               ADD 1 TO WRK-CONT-ABERTAS-DEPOIS
               GO TO 2000-GERAR-TARIFA-EXIT
           END-IF

           MOVE WRK-CONTA-AGENCIA          TO WRK-DET-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-DET-CONTA.
           MOVE WRK-CONTA-CPF              TO WRK-DET-CPF.
           MOVE WRK-CONTA-DATA-ABERTURA    TO WRK-DET-ABERTURA.
           MOVE WRK-DIAS-MES               TO WRK-DET-DIAS-MES.

           MOVE ZERO TO WRK-POS-TARIFA.
           PERFORM 2100-COMPARAR-TARIFA
               VARYING WRK-IND-TARIFA FROM 1 BY 1
               UNTIL WRK-IND-TARIFA > 2
                  OR WRK-POS-TARIFA NOT = ZERO.

           IF WRK-POS-TARIFA = ZERO
               ADD 1 TO WRK-CONT-SEM-TARIFA
               MOVE WRK-CONTA-TIPO         TO WRK-DET-TIPO
               MOVE ZERO                   TO WRK-DET-DIAS
                                              WRK-DET-VALOR
               MOVE "TIPO SEM TARIFA"      TO WRK-DET-OBSERVACAO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE
               GO TO 2000-GERAR-TARIFA-EXIT
           END-IF

           IF WRK-TAR-VALOR(WRK-POS-TARIFA) = ZERO
               ADD 1 TO WRK-CONT-ISENTAS
               GO TO 2000-GERAR-TARIFA-EXIT
           END-IF

      *Aberta depois do dia 1 do mes de referencia: paga os dias do
      *dia da abertura ate o fim do mes, inclusive.
           IF WRK-DATA-ABERTURA-N > WRK-REF-INICIO
               COMPUTE WRK-DIAS-COBRADOS =
                   WRK-DIAS-MES - WRK-ABER-DIA + 1
               COMPUTE WRK-VALOR-TARIFA ROUNDED =
                   WRK-TAR-VALOR(WRK-POS-TARIFA) * WRK-DIAS-COBRADOS
                       / WRK-DIAS-MES
               ADD 1 TO WRK-CONT-PROPORCIONAIS
               MOVE "PROPORCIONAL"         TO WRK-DET-OBSERVACAO
           ELSE
               MOVE WRK-DIAS-MES           TO WRK-DIAS-COBRADOS
               MOVE WRK-TAR-VALOR(WRK-POS-TARIFA) TO WRK-VALOR-TARIFA
               MOVE "INTEGRAL"             TO WRK-DET-OBSERVACAO
           END-IF

           PERFORM 2200-GRAVAR-AGENDAMENTO
               THRU 2200-GRAVAR-AGENDAMENTO-EXIT.

       2000-GERAR-TARIFA-EXIT.
           EXIT.

       2100-COMPARAR-TARIFA.

           IF WRK-TAR-TIPO(WRK-IND-TARIFA) = WRK-CONTA-TIPO
               MOVE WRK-IND-TARIFA TO WRK-POS-TARIFA
           END-IF.

      *-----------------------------------------------------------------
      * 2200-GRAVAR-AGENDAMENTO - grava o agendamento pendente da
      * tarifa no COBAGEND, soma nos totais por tipo e por agencia e
      * lista a conta no relatorio.
      *-----------------------------------------------------------------
       2200-GRAVAR-AGENDAMENTO.

           MOVE SPACES                     TO WRK-REG-AGENDA.
           MOVE WRK-CONTA-CPF              TO WRK-AGE-CPF.
           MOVE WRK-VALOR-TARIFA           TO WRK-AGE-VALOR.
           MOVE WRK-VENCIMENTO             TO WRK-AGE-VENCIMENTO.
           MOVE "P"                        TO WRK-AGE-SITUACAO.
           MOVE ZERO                       TO WRK-AGE-DATA-BAIXA.
           WRITE WRK-REG-AGENDA.

           ADD 1                TO WRK-TTP-QTD(WRK-POS-TARIFA)
                                   WRK-TOT-QTD.
           ADD WRK-VALOR-TARIFA TO WRK-TTP-VALOR(WRK-POS-TARIFA)
                                   WRK-TOT-VALOR.

           IF WRK-QTD-AGENCIAS = ZERO
               OR WRK-TAG-CODIGO(WRK-QTD-AGENCIAS)
                   NOT = WRK-CONTA-AGENCIA
               PERFORM 2300-ACRESCENTAR-AGENCIA
                   THRU 2300-ACRESCENTAR-AGENCIA-EXIT
           END-IF

           ADD 1 TO WRK-TAG-QTD-TIPO(WRK-QTD-AGENCIAS WRK-POS-TARIFA).
           ADD WRK-VALOR-TARIFA
               TO WRK-TAG-VALOR-TIPO(WRK-QTD-AGENCIAS WRK-POS-TARIFA).

           MOVE WRK-TAR-DESCRICAO(WRK-POS-TARIFA) TO WRK-DET-TIPO.
           MOVE WRK-DIAS-COBRADOS          TO WRK-DET-DIAS.
           MOVE WRK-VALOR-TARIFA           TO WRK-DET-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

       2200-GRAVAR-AGENDAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-ACRESCENTAR-AGENCIA - abre a entrada da agencia da conta
      * corrente no fim da tabela, com o nome do AGEMAST; tabela
      * cheia aborta o job.
      *-----------------------------------------------------------------
       2300-ACRESCENTAR-AGENCIA.

           IF WRK-QTD-AGENCIAS >= 500
               DISPLAY "CONTARIF: tabela de agencias cheia - aumentar "
                       "WRK-TAB-AGENCIAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WRK-QTD-AGENCIAS.
           MOVE WRK-CONTA-AGENCIA TO WRK-TAG-CODIGO(WRK-QTD-AGENCIAS).
           MOVE SPACES            TO WRK-TAG-NOME(WRK-QTD-AGENCIAS).
           MOVE ZERO TO WRK-TAG-QTD-TIPO(WRK-QTD-AGENCIAS 1)
                        WRK-TAG-QTD-TIPO(WRK-QTD-AGENCIAS 2)
                        WRK-TAG-VALOR-TIPO(WRK-QTD-AGENCIAS 1)
                        WRK-TAG-VALOR-TIPO(WRK-QTD-AGENCIAS 2).

           IF WRK-SEM-CADASTRO-AGENCIAS
               GO TO 2300-ACRESCENTAR-AGENCIA-EXIT
           END-IF

           MOVE WRK-CONTA-AGENCIA          TO WRK-AGENCIA-CODIGO.
           READ AGENCIA-MASTER
               INVALID KEY
                   MOVE "*** NAO CADASTRADA ***"
                       TO WRK-TAG-NOME(WRK-QTD-AGENCIAS)
               NOT INVALID KEY
                   MOVE WRK-AGENCIA-NOME
                       TO WRK-TAG-NOME(WRK-QTD-AGENCIAS)
           END-READ.

       2300-ACRESCENTAR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMITIR-TOTAIS - quadro dos totais gerados por agencia e
      * por tipo de conta; mes ja gerado sai so com o aviso.
      *-----------------------------------------------------------------
       3000-EMITIR-TOTAIS.

           IF WRK-MES-JA-GERADO
               MOVE
                 "TARIFA DO MES JA GERADA - NADA GRAVADO NO COBAGEND"
                   TO WRK-LINHA-RESULTADO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESULTADO
               GO TO 3000-EMITIR-TOTAIS-EXIT
           END-IF

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           MOVE "TOTAL GERADO POR AGENCIA" TO WRK-LINHA-RESULTADO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESULTADO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CAB-AGENCIA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           PERFORM 3100-EMITIR-AGENCIA THRU 3100-EMITIR-AGENCIA-EXIT
               VARYING WRK-IND-AGENCIA FROM 1 BY 1
               UNTIL WRK-IND-AGENCIA > WRK-QTD-AGENCIAS.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE SPACES                     TO WRK-LAG-CODIGO.
           MOVE "TOTAL GERAL"              TO WRK-LAG-NOME.
           MOVE WRK-TTP-QTD(1)             TO WRK-LAG-QTD-CORRENTE.
           MOVE WRK-TTP-VALOR(1)           TO WRK-LAG-VALOR-CORRENTE.
           MOVE WRK-TTP-QTD(2)             TO WRK-LAG-QTD-POUPANCA.
           MOVE WRK-TTP-VALOR(2)           TO WRK-LAG-VALOR-POUPANCA.
           MOVE WRK-TOT-QTD                TO WRK-LAG-QTD-TOTAL.
           MOVE WRK-TOT-VALOR              TO WRK-LAG-VALOR-TOTAL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AGENCIA.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           MOVE "TOTAL GERADO POR TIPO DE CONTA"
               TO WRK-LINHA-RESULTADO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESULTADO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CAB-TIPO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           PERFORM 3200-EMITIR-TIPO THRU 3200-EMITIR-TIPO-EXIT
               VARYING WRK-IND-TARIFA FROM 1 BY 1
               UNTIL WRK-IND-TARIFA > 2.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.
           MOVE "TOTAL GERAL"              TO WRK-LTP-DESCRICAO.
           MOVE ZERO                       TO WRK-LTP-TARIFA.
           MOVE WRK-TOT-QTD                TO WRK-LTP-QTD.
           MOVE WRK-TOT-VALOR              TO WRK-LTP-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TIPO.

       3000-EMITIR-TOTAIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-EMITIR-AGENCIA - imprime os totais de uma agencia.
      *-----------------------------------------------------------------
       3100-EMITIR-AGENCIA.

           MOVE WRK-TAG-CODIGO(WRK-IND-AGENCIA)  TO WRK-LAG-CODIGO.
           MOVE WRK-TAG-NOME(WRK-IND-AGENCIA)    TO WRK-LAG-NOME.
           MOVE WRK-TAG-QTD-TIPO(WRK-IND-AGENCIA 1)
               TO WRK-LAG-QTD-CORRENTE.
           MOVE WRK-TAG-VALOR-TIPO(WRK-IND-AGENCIA 1)
               TO WRK-LAG-VALOR-CORRENTE.
           MOVE WRK-TAG-QTD-TIPO(WRK-IND-AGENCIA 2)
               TO WRK-LAG-QTD-POUPANCA.
           MOVE WRK-TAG-VALOR-TIPO(WRK-IND-AGENCIA 2)
               TO WRK-LAG-VALOR-POUPANCA.
           COMPUTE WRK-LAG-QTD-TOTAL =
               WRK-TAG-QTD-TIPO(WRK-IND-AGENCIA 1)
             + WRK-TAG-QTD-TIPO(WRK-IND-AGENCIA 2).
           COMPUTE WRK-LAG-VALOR-TOTAL =
               WRK-TAG-VALOR-TIPO(WRK-IND-AGENCIA 1)
             + WRK-TAG-VALOR-TIPO(WRK-IND-AGENCIA 2).
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AGENCIA.

       3100-EMITIR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-EMITIR-TIPO - imprime a tarifa e o total de um tipo de
      * conta da tabela.
      *-----------------------------------------------------------------
       3200-EMITIR-TIPO.

           MOVE WRK-TAR-DESCRICAO(WRK-IND-TARIFA) TO WRK-LTP-DESCRICAO.
           MOVE WRK-TAR-VALOR(WRK-IND-TARIFA)     TO WRK-LTP-TARIFA.
           MOVE WRK-TTP-QTD(WRK-IND-TARIFA)       TO WRK-LTP-QTD.
           MOVE WRK-TTP-VALOR(WRK-IND-TARIFA)     TO WRK-LTP-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TIPO.

       3200-EMITIR-TIPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo, fecha os arquivos, marca o
      * mes como gerado no CONTARC e registra o fim no controle de
      * execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           MOVE "CONTAS LIDAS......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIDAS             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "TARIFAS GERADAS...: "     TO WRK-RES-LABEL.
           MOVE WRK-TOT-QTD                TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "PROPORCIONAIS.....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-PROPORCIONAIS     TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ENCERRADAS NO MES.: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ENCERRADAS-MES    TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ABERTAS APOS O MES: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ABERTAS-DEPOIS    TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ISENTAS...........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ISENTAS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "TIPO SEM TARIFA...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-SEM-TARIFA        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           CLOSE RELATORIO-TARIFA.

           IF NOT WRK-MES-JA-GERADO
               CLOSE CONTA-MASTER
                     AGENDA-COBRANCA
               IF NOT WRK-SEM-CADASTRO-AGENCIAS
                   CLOSE AGENCIA-MASTER
               END-IF

               OPEN OUTPUT CONTROLE-TARIFA
               SET  WRK-CTA-CONCLUIDA      TO TRUE
               MOVE WRK-MES-REFERENCIA     TO WRK-CTA-MES-REFERENCIA
               MOVE WRK-CTRL-DATA-MOVTO    TO WRK-CTA-DATA-MOVTO
               MOVE WRK-VENCIMENTO         TO WRK-CTA-VENCIMENTO
               MOVE WRK-TOT-QTD            TO WRK-CTA-QTD-GERADAS
               MOVE WRK-TOT-VALOR          TO WRK-CTA-VALOR-GERADO
               MOVE WRK-QTD-AGENDA-ANTES   TO WRK-CTA-QTD-AGENDA
               WRITE WRK-REG-CONTROLE-TARIFA
               CLOSE CONTROLE-TARIFA

               DISPLAY "Tarifa de manutencao gerada - mes de "
                       "referencia: " WRK-REF-INICIO(5:2) "/"
                       WRK-REF-INICIO(1:4) " vencimento: "
                       WRK-VENCIMENTO " agendamentos: " WRK-TOT-QTD
           END-IF

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CONTARIF.
