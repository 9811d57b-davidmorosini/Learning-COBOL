      ******************************************************************
      * Program:      CCSGERA
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Geracao da remessa ao Cadastro de Clientes do SFN (CCS) do
      * Banco Central: o relacionamento de cada CPF com as nossas
      * contas - inicio, fim, agencia e numero - no layout
      * posicional do copybook CCSREC, com header e trailer de
      * contagem (arquivo CCSREM). Antes a remessa era montada a mao
      * a partir do CONMAST e saia sempre atrasada.
      *   - Primeira execucao (CCSCTRL ainda sem remessa): carga
      *     inicial com todos os relacionamentos vigentes - titular
      *     de cada conta aberta e cada co-titular ativo de conta
      *     aberta.
      *   - Demais execucoes: movimento com os relacionamentos
      *     iniciados e encerrados depois da data da ultima remessa
      *     ate a data de movimento do CLIRUNCT (dia que ficou sem
      *     remessa entra na seguinte), pelas datas de abertura e
      *     encerramento do CONMAST e de inclusao e exclusao do
      *     CONCOTIT (conta encerrada encerra tambem os co-titulares
      *     ativos), pela troca de titular gravada pelo CONMANUT no
      *     CONTITTR (fim do titular anterior e inicio do novo na
      *     mesma conta) e pela troca de CPF gravada no jornal
      *     (fim do relacionamento do CPF antigo e inicio do novo,
      *     como cliente sem conta: o CLIMANUT so troca o CPF de
      *     quem nao tem conta aberta). Os meses do periodo ja
      *     cortados pelo CLIJARQ sao lidos do historico CLIJHIST e
      *     o mes corrente do CLIJRNL, como no CLIRFWD.
      * Em qualquer dos dois casos o inicio do relacionamento do
      * titular atual e a data da ultima troca de titular da conta no
      * CONTITTR (na falta dela, a abertura). O encerramento de conta
      * que trocou de titular no periodo so e enviado depois das
      * trocas, para que o CCS receba o fim do titular que estava na
      * conta ao encerrar depois do inicio dele.
      * O CCSCTRL e preparado antes da primeira execucao com o CNPJ
      * base da instituicao informante (data e numero da ultima
      * remessa zerados); sem ele, ou com o CNPJ zerado, o job
      * termina com RETURN-CODE 8 sem gerar remessa.
      * O job roda depois do CONMANUT (predecessor no CLICTRL) e do
      * CLIMANUT; como o CLICTRL aceita um so predecessor, a
      * conclusao do CLIMANUT na data e conferida aqui, direto no
      * CLIRUNCT, antes do registro do inicio. O numero da remessa e
      * a data da ultima remessa ficam no CCSCTRL, regravado no fim
      * limpo. Tudo o que foi enviado sai no relatorio de conferencia
      * CCSGERAR.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da remessa do CCS.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. CCSGERA.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-EXECUCAO ASSIGN TO "CLIRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIRUNCT-STATUS.

           SELECT CONTROLE-CCS ASSIGN TO "CCSCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCSCTRL-STATUS.

           SELECT CONTA-MASTER ASSIGN TO "CONMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT CONTA-COTITULAR ASSIGN TO "CONCOTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-COT-CHAVE
               ALTERNATE RECORD KEY IS WRK-COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONCOTIT-STATUS.

           SELECT TROCA-TITULAR ASSIGN TO "CONTITTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTITTR-STATUS.

           SELECT JORNAL-HISTORICO ASSIGN TO "CLIJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-JHS-CHAVE
               FILE STATUS IS WRK-CLIJHIST-STATUS.

           SELECT JORNAL-CLIENTE ASSIGN TO "CLIJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIJRNL-STATUS.

           SELECT REMESSA-CCS ASSIGN TO "CCSREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCSREM-STATUS.

           SELECT RELATORIO-CCS ASSIGN TO "CCSGERAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCSGERAR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  CONTROLE-EXECUCAO.
           COPY CLICREC.

      *Controle da remessa: data e numero da ultima remessa gerada
      *(zerados antes da primeira) e CNPJ base da instituicao.
       FD  CONTROLE-CCS.
       01  WRK-REG-CONTROLE-CCS.
           02 WRK-CCC-DATA-ULTIMA          PIC 9(08).
           02 WRK-CCC-NUMERO-REMESSA       PIC 9(06).
           02 WRK-CCC-CNPJ-BASE            PIC 9(08).

       FD  CONTA-MASTER.
           COPY CONREC.

       FD  CONTA-COTITULAR.
           COPY COTREC.

       FD  TROCA-TITULAR.
           COPY CONTTREC.

       FD  JORNAL-HISTORICO.
           COPY CLIJHREC.

       FD  JORNAL-CLIENTE.
           COPY CLIJREC.

       FD  REMESSA-CCS.
           COPY CCSREC.

       FD  RELATORIO-CCS.
       01  WRK-LINHA-RELATORIO             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CLIRUNCT-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIRUNCT-NAO-EXISTE          VALUE "35".

       77  WRK-CCSCTRL-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CCSCTRL-NAO-EXISTE           VALUE "35".

       77  WRK-CONMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-NAO-CADASTRADO       VALUE "35".

       77  WRK-CONCOTIT-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONCOTIT-NAO-CADASTRADO      VALUE "35".

       77  WRK-CONTITTR-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONTITTR-NAO-EXISTE          VALUE "35".

       77  WRK-CLIJHIST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIJHIST-NAO-CADASTRADO      VALUE "35".

       77  WRK-CLIJRNL-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIJRNL-NAO-EXISTE           VALUE "35".

       77  WRK-CCSREM-STATUS               PIC X(02) VALUE SPACES.
       77  WRK-CCSGERAR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-CONTROLE                PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CONTROLE         VALUE "S".

       77  WRK-FIM-CONTA                   PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CONTA            VALUE "S".

       77  WRK-FIM-COTITULAR               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-COTITULAR        VALUE "S".

       77  WRK-FIM-JORNAL                  PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-JORNAL           VALUE "S".

       77  WRK-FIM-HISTORICO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-HISTORICO        VALUE "S".

      *Geracoes (AAAAMM) do jornal: a do inicio do periodo, a ultima
      *lida do CLIJHIST (o CLIJRNL so vale depois dela, pois o
      *CLIJARQ arquiva o mes inteiro) e a do registro em tratamento.
       77  WRK-GERACAO-INICIAL             PIC 9(06) VALUE ZERO.
       77  WRK-GERACAO-ARQUIVADA           PIC 9(06) VALUE ZERO.
       77  WRK-GERACAO-REGISTRO            PIC 9(06) VALUE ZERO.

       77  WRK-FIM-TROCA                   PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-TROCA            VALUE "S".

      *Situacao do CLIMANUT no CLIRUNCT: concluido na data de
      *movimento corrente ou nao.
       77  WRK-CLIMANUT-SITUACAO           PIC X(01) VALUE "N".
           88 WRK-CLIMANUT-CONCLUIDO           VALUE "S".

      *Data de movimento lida do cabecalho do CLIRUNCT.
       77  WRK-DATA-MOVTO-CONTROLE         PIC 9(08) VALUE ZERO.

      *Tipo da remessa: CCSCTRL sem remessa (nunca enviada) e carga
      *inicial.
       77  WRK-TIPO-REMESSA                PIC X(01) VALUE "C".
           88 WRK-CARGA-INICIAL                VALUE "C".
           88 WRK-MOVIMENTO-DIARIO             VALUE "D".

       77  WRK-NUMERO-REMESSA              PIC 9(06) VALUE ZERO.

      *CNPJ base (oito primeiros digitos) da instituicao informante,
      *lido do CCSCTRL.
       77  WRK-CNPJ-BASE                   PIC 9(08) VALUE ZERO.

      *Periodo do movimento: depois da data da ultima remessa ate a
      *data de movimento, no formato AAAAMMDD alfanumerico, para
      *comparar com as datas do CONMAST e do CONCOTIT.
       77  WRK-DATA-ULTIMA-REMESSA         PIC X(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA             PIC X(08) VALUE SPACES.

      *Trocas de titular do periodo, na ordem do CONTITTR (ordem
      *cronologica), com a data de inicio do titular anterior na
      *conta: a da troca anterior da mesma conta, quando houver.
       77  WRK-QTD-TROCAS                  PIC 9(04) COMP VALUE ZERO.
       77  WRK-IND-TROCA                   PIC 9(04) COMP VALUE ZERO.
       77  WRK-IND-ANTERIOR                PIC 9(04) COMP VALUE ZERO.
       77  WRK-POS-TROCA                   PIC 9(04) COMP VALUE ZERO.

       01  WRK-TAB-TROCAS.
           02 WRK-TTR-ENTRADA OCCURS 2000 TIMES.
              03 WRK-TTR-DATA              PIC 9(08).
              03 WRK-TTR-CONTA             PIC X(12).
              03 WRK-TTR-CPF-ANTERIOR      PIC X(11).
              03 WRK-TTR-CPF-NOVO          PIC X(11).
              03 WRK-TTR-DATA-INICIO       PIC 9(08).

      *Data da ultima troca de titular de cada conta que ja trocou
      *(todo o CONTITTR ate a data de movimento): e o inicio do
      *relacionamento do titular atual.
       77  WRK-QTD-ULTIMAS                 PIC 9(04) COMP VALUE ZERO.
       77  WRK-CONTA-PROCURADA             PIC X(12) VALUE SPACES.
       77  WRK-IND-ULTIMA                  PIC 9(04) COMP VALUE ZERO.
       77  WRK-POS-ULTIMA                  PIC 9(04) COMP VALUE ZERO.

       01  WRK-TAB-ULTIMAS-TROCAS.
           02 WRK-ULT-ENTRADA OCCURS 5000 TIMES.
              03 WRK-ULT-CONTA             PIC X(12).
              03 WRK-ULT-DATA              PIC 9(08).

       77  WRK-DATA-INICIO-TITULAR         PIC 9(08) VALUE ZERO.

      *Fins de titular de conta encerrada no periodo que tambem
      *trocou de titular no periodo, guardados para depois das
      *trocas (no maximo um por troca do periodo).
       77  WRK-QTD-ADIADOS                 PIC 9(04) COMP VALUE ZERO.
       77  WRK-IND-ADIADO                  PIC 9(04) COMP VALUE ZERO.

       01  WRK-TAB-ADIADOS.
           02 WRK-ADI-RELACIONAMENTO OCCURS 2000 TIMES
                                           PIC X(41).

       77  WRK-CONT-DETALHES               PIC 9(09) COMP VALUE ZERO.
       77  WRK-CONT-INICIOS                PIC 9(09) COMP VALUE ZERO.
       77  WRK-CONT-FINS                   PIC 9(09) COMP VALUE ZERO.
       77  WRK-CONT-INI-TITULAR            PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-FIM-TITULAR            PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-INI-COTITULAR          PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-FIM-COTITULAR          PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-INI-CLIENTE            PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-TROCAS-TITULAR         PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-FIM-CLIENTE            PIC 9(07) COMP VALUE ZERO.

      *Relacionamento a enviar, montado pelas rotinas de apuracao e
      *gravado pelo 7000-GRAVAR-RELACIONAMENTO.
       01  WRK-RELACIONAMENTO.
           02 WRK-REL-CPF                  PIC X(11).
           02 WRK-REL-OPERACAO             PIC X(01).
               88 WRK-REL-INICIO               VALUE "I".
               88 WRK-REL-FIM                  VALUE "F".
           02 WRK-REL-VINCULO              PIC X(01).
               88 WRK-REL-TITULAR              VALUE "T".
               88 WRK-REL-COTITULAR            VALUE "C".
               88 WRK-REL-CLIENTE              VALUE "R".
           02 WRK-REL-AGENCIA              PIC X(04).
           02 WRK-REL-CONTA                PIC X(08).
           02 WRK-REL-DATA-INICIO          PIC 9(08).
           02 WRK-REL-DATA-FIM             PIC 9(08).

      *Controle de execucao do job (CLICTRL): o CONMANUT e o
      *predecessor registrado; o CLIMANUT e conferido no CLIRUNCT.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "CCSGERA".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "CONMANUT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(46) VALUE
                  "REMESSA CCS - CONFERENCIA DO ENVIO - MOVTO: ".
           02 WRK-TIT-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(26) VALUE SPACES.

       01  WRK-LINHA-REMESSA.
           02 FILLER                       PIC X(16) VALUE
                  "REMESSA NUMERO: ".
           02 WRK-REM-NUMERO               PIC 9(06).
           02 FILLER                       PIC X(08) VALUE "  TIPO: ".
           02 WRK-REM-TIPO                 PIC X(16).
           02 FILLER                       PIC X(34) VALUE SPACES.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                       PIC X(13) VALUE "CPF".
           02 FILLER                       PIC X(08) VALUE "OPER".
           02 FILLER                       PIC X(12) VALUE "VINCULO".
           02 FILLER                       PIC X(06) VALUE "AGEN".
           02 FILLER                       PIC X(10) VALUE "CONTA".
           02 FILLER                       PIC X(10) VALUE "INICIO".
           02 FILLER                       PIC X(21) VALUE "FIM".

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-CPF                  PIC X(11).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-OPERACAO             PIC X(06).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-VINCULO              PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-AGENCIA              PIC X(04).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-CONTA                PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-DATA-INICIO          PIC 9(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-DET-DATA-FIM             PIC 9(08).
           02 FILLER                       PIC X(13) VALUE SPACES.

       01  WRK-LINHA-SEPARADOR             PIC X(80) VALUE ALL "-".

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(20).
           02 WRK-RES-VALOR                PIC ZZZZZZZZ9.
           02 FILLER                       PIC X(51) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-APURAR-CONTAS    THRU 2000-APURAR-CONTAS-EXIT.

           PERFORM 3000-APURAR-COTITULARES
               THRU 3000-APURAR-COTITULARES-EXIT.

           IF WRK-MOVIMENTO-DIARIO
               PERFORM 4000-APURAR-JORNAL
                   THRU 4000-APURAR-JORNAL-EXIT
               PERFORM 5000-APURAR-TROCAS
                   THRU 5000-APURAR-TROCAS-EXIT
               PERFORM 6000-ENCERRAR-ADIADOS
                   THRU 6000-ENCERRAR-ADIADOS-EXIT
           END-IF

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - confere o CLIMANUT no CLIRUNCT e o CCSCTRL
      * (CNPJ base; carga inicial ou movimento), registra o inicio no
      * controle de execucao, carrega as trocas de titular, abre os
      * arquivos e grava o header da remessa e o
      * titulo do relatorio.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           PERFORM 1100-CONFERIR-CLIMANUT
               THRU 1100-CONFERIR-CLIMANUT-EXIT.
           IF NOT WRK-CLIMANUT-CONCLUIDO
               DISPLAY "CCSGERA: CLIMANUT nao concluido na data de "
                       "movimento " WRK-DATA-MOVTO-CONTROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LER-CONTROLE-CCS
               THRU 1200-LER-CONTROLE-CCS-EXIT.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "CCSGERA: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-DATA-REFERENCIA.

           PERFORM 1300-CARREGAR-TROCAS THRU 1300-CARREGAR-TROCAS-EXIT.

           OPEN INPUT CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               DISPLAY "CCSGERA: CONTA-MASTER inexistente - nada a "
                       "informar"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CONTA-COTITULAR.
           IF WRK-CONCOTIT-NAO-CADASTRADO
               DISPLAY "CCSGERA: CONTA-COTITULAR inexistente - rodar "
                       "o CONMANUT"
               CLOSE CONTA-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REMESSA-CCS.
           OPEN OUTPUT RELATORIO-CCS.

           MOVE SPACES                     TO WRK-REG-CCS.
           SET  WRK-CCS-HEADER             TO TRUE.
           MOVE "CCSCLI"                   TO WRK-CCSH-ARQUIVO.
           MOVE WRK-CNPJ-BASE              TO WRK-CCSH-CNPJ-BASE.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-CCSH-DATA-MOVTO.
           MOVE WRK-TIPO-REMESSA           TO WRK-CCSH-TIPO-REMESSA.
           MOVE WRK-NUMERO-REMESSA         TO WRK-CCSH-NUMERO-REMESSA.
           WRITE WRK-REG-CCS.

           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-TIT-DATA-MOVTO.
           MOVE WRK-NUMERO-REMESSA         TO WRK-REM-NUMERO.
           IF WRK-CARGA-INICIAL
               MOVE "CARGA INICIAL"        TO WRK-REM-TIPO
           ELSE
               MOVE "MOVIMENTO DIARIO"     TO WRK-REM-TIPO
           END-IF
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-REMESSA.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CABECALHO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-CONFERIR-CLIMANUT - le o CLIRUNCT (somente leitura; quem
      * regrava o arquivo e o CLICTRL) e verifica se o CLIMANUT esta
      * concluido na data de movimento do cabecalho.
      *-----------------------------------------------------------------
       1100-CONFERIR-CLIMANUT.

           MOVE "N" TO WRK-CLIMANUT-SITUACAO.

           OPEN INPUT CONTROLE-EXECUCAO.
           IF WRK-CLIRUNCT-NAO-EXISTE
               GO TO 1100-CONFERIR-CLIMANUT-EXIT
           END-IF

           PERFORM 1110-LER-CONTROLE-EXEC
               THRU 1110-LER-CONTROLE-EXEC-EXIT
               UNTIL WRK-FIM-ARQUIVO-CONTROLE.

           CLOSE CONTROLE-EXECUCAO.

       1100-CONFERIR-CLIMANUT-EXIT.
           EXIT.

      *O cabecalho vem antes dos jobs no CLIRUNCT (ordem em que o
      *CLICTRL regrava o arquivo), entao a data ja esta posicionada
      *quando a entrada do CLIMANUT e lida.
       1110-LER-CONTROLE-EXEC.

           READ CONTROLE-EXECUCAO
               AT END
                   SET WRK-FIM-ARQUIVO-CONTROLE TO TRUE
                   GO TO 1110-LER-CONTROLE-EXEC-EXIT
           END-READ

           EVALUATE TRUE
               WHEN WRK-CTL-CABECALHO
                   MOVE WRK-CTLC-DATA-MOVTO TO WRK-DATA-MOVTO-CONTROLE
               WHEN WRK-CTL-JOB
                   IF WRK-CTLJ-NOME = "CLIMANUT"
                       AND WRK-CTLJ-SITUACAO = "C"
                       AND WRK-CTLJ-DATA-CONCLUSAO =
                           WRK-DATA-MOVTO-CONTROLE
                       SET WRK-CLIMANUT-CONCLUIDO TO TRUE
                   END-IF
           END-EVALUATE.

       1110-LER-CONTROLE-EXEC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-LER-CONTROLE-CCS - le o CNPJ base do CCSCTRL; sem o
      * arquivo ou com o CNPJ zerado nao ha remessa (RETURN-CODE 8,
      * antes do registro do inicio). Sem remessa anterior, e a
      * carga inicial numero 1; com ela, e o movimento com o numero
      * seguinte, a partir do dia seguinte ao da ultima remessa.
      *-----------------------------------------------------------------
       1200-LER-CONTROLE-CCS.

           OPEN INPUT CONTROLE-CCS.
           IF WRK-CCSCTRL-NAO-EXISTE
               DISPLAY "CCSGERA: controle CCSCTRL inexistente - "
                       "cadastrar o CNPJ base da instituicao"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS                      TO WRK-REG-CONTROLE-CCS.
           READ CONTROLE-CCS
               AT END
                   MOVE ZEROS              TO WRK-REG-CONTROLE-CCS
           END-READ.

           CLOSE CONTROLE-CCS.

           IF WRK-CCC-CNPJ-BASE IS NOT NUMERIC
               OR WRK-CCC-CNPJ-BASE = ZERO
               DISPLAY "CCSGERA: CNPJ base nao informado no CCSCTRL - "
                       "remessa nao gerada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CCC-CNPJ-BASE          TO WRK-CNPJ-BASE.

           IF WRK-CCC-NUMERO-REMESSA IS NOT NUMERIC
               OR WRK-CCC-NUMERO-REMESSA = ZERO
               SET  WRK-CARGA-INICIAL      TO TRUE
               MOVE 1                      TO WRK-NUMERO-REMESSA
           ELSE
               SET  WRK-MOVIMENTO-DIARIO   TO TRUE
               COMPUTE WRK-NUMERO-REMESSA =
                   WRK-CCC-NUMERO-REMESSA + 1
               MOVE WRK-CCC-DATA-ULTIMA    TO WRK-DATA-ULTIMA-REMESSA
           END-IF.

       1200-LER-CONTROLE-CCS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-CARREGAR-TROCAS - guarda a data da ultima troca de
      * titular de cada conta e, no movimento, carrega na tabela as
      * trocas de titular do periodo; numa segunda leitura do
      * CONTITTR, data o inicio do titular anterior pela ultima troca
      * da mesma conta antes do periodo. Sem CONTITTR nao houve
      * troca.
      *-----------------------------------------------------------------
       1300-CARREGAR-TROCAS.

           OPEN INPUT TROCA-TITULAR.
           IF WRK-CONTITTR-NAO-EXISTE
               GO TO 1300-CARREGAR-TROCAS-EXIT
           END-IF

           PERFORM 1310-LER-TROCA THRU 1310-LER-TROCA-EXIT
               UNTIL WRK-FIM-ARQUIVO-TROCA.

           CLOSE TROCA-TITULAR.

           IF WRK-QTD-TROCAS = ZERO
               GO TO 1300-CARREGAR-TROCAS-EXIT
           END-IF

           MOVE "N"                        TO WRK-FIM-TROCA.
           OPEN INPUT TROCA-TITULAR.

           PERFORM 1320-DATAR-TROCA THRU 1320-DATAR-TROCA-EXIT
               UNTIL WRK-FIM-ARQUIVO-TROCA.

           CLOSE TROCA-TITULAR.

       1300-CARREGAR-TROCAS-EXIT.
           EXIT.

       1310-LER-TROCA.

           READ TROCA-TITULAR
               AT END
                   SET WRK-FIM-ARQUIVO-TROCA TO TRUE
                   GO TO 1310-LER-TROCA-EXIT
           END-READ

           IF WRK-TRT-DATA-MOVTO > WRK-CTRL-DATA-MOVTO
               GO TO 1310-LER-TROCA-EXIT
           END-IF

           PERFORM 1340-GUARDAR-ULTIMA-TROCA
               THRU 1340-GUARDAR-ULTIMA-TROCA-EXIT.

           IF WRK-CARGA-INICIAL
               OR WRK-TRT-DATA-MOVTO NOT > WRK-DATA-ULTIMA-REMESSA
               GO TO 1310-LER-TROCA-EXIT
           END-IF

           IF WRK-QTD-TROCAS >= 2000
               DISPLAY "CCSGERA: tabela de trocas de titular cheia - "
                       "aumentar WRK-TAB-TROCAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WRK-QTD-TROCAS.
           MOVE WRK-TRT-DATA-MOVTO   TO WRK-TTR-DATA(WRK-QTD-TROCAS).
           MOVE WRK-TRT-CONTA        TO WRK-TTR-CONTA(WRK-QTD-TROCAS).
           MOVE WRK-TRT-CPF-ANTERIOR
               TO WRK-TTR-CPF-ANTERIOR(WRK-QTD-TROCAS).
           MOVE WRK-TRT-CPF-NOVO
               TO WRK-TTR-CPF-NOVO(WRK-QTD-TROCAS).
           MOVE ZERO          TO WRK-TTR-DATA-INICIO(WRK-QTD-TROCAS).

       1310-LER-TROCA-EXIT.
           EXIT.

      *Troca anterior ao periodo: passa a ser o inicio do titular
      *anterior de cada troca do periodo na mesma conta (a ultima
      *lida prevalece).
       1320-DATAR-TROCA.

           READ TROCA-TITULAR
               AT END
                   SET WRK-FIM-ARQUIVO-TROCA TO TRUE
                   GO TO 1320-DATAR-TROCA-EXIT
           END-READ

           IF WRK-TRT-DATA-MOVTO > WRK-DATA-ULTIMA-REMESSA
               GO TO 1320-DATAR-TROCA-EXIT
           END-IF

           PERFORM 1330-COMPARAR-CONTA-TROCA
               VARYING WRK-IND-TROCA FROM 1 BY 1
               UNTIL WRK-IND-TROCA > WRK-QTD-TROCAS.

       1320-DATAR-TROCA-EXIT.
           EXIT.

       1330-COMPARAR-CONTA-TROCA.

           IF WRK-TTR-CONTA(WRK-IND-TROCA) = WRK-TRT-CONTA
               MOVE WRK-TRT-DATA-MOVTO
                   TO WRK-TTR-DATA-INICIO(WRK-IND-TROCA)
           END-IF.

      *O CONTITTR esta em ordem cronologica: a troca lida por ultimo
      *prevalece como inicio do titular atual da conta.
       1340-GUARDAR-ULTIMA-TROCA.

           MOVE WRK-TRT-CONTA              TO WRK-CONTA-PROCURADA.
           PERFORM 1350-PROCURAR-ULTIMA-TROCA
               THRU 1350-PROCURAR-ULTIMA-TROCA-EXIT.

           IF WRK-POS-ULTIMA = ZERO
               IF WRK-QTD-ULTIMAS >= 5000
                   DISPLAY "CCSGERA: tabela de ultimas trocas de "
                           "titular cheia - aumentar "
                           "WRK-TAB-ULTIMAS-TROCAS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-ULTIMAS
               MOVE WRK-QTD-ULTIMAS        TO WRK-POS-ULTIMA
               MOVE WRK-TRT-CONTA  TO WRK-ULT-CONTA(WRK-POS-ULTIMA)
           END-IF

           MOVE WRK-TRT-DATA-MOVTO TO WRK-ULT-DATA(WRK-POS-ULTIMA).

       1340-GUARDAR-ULTIMA-TROCA-EXIT.
           EXIT.

      *Procura a WRK-CONTA-PROCURADA na tabela de ultimas trocas;
      *WRK-POS-ULTIMA fica zero se a conta nunca trocou de titular.
       1350-PROCURAR-ULTIMA-TROCA.

           MOVE ZERO                       TO WRK-POS-ULTIMA.
           PERFORM 1360-COMPARAR-ULTIMA-TROCA
               VARYING WRK-IND-ULTIMA FROM 1 BY 1
               UNTIL WRK-IND-ULTIMA > WRK-QTD-ULTIMAS
                  OR WRK-POS-ULTIMA NOT = ZERO.

       1350-PROCURAR-ULTIMA-TROCA-EXIT.
           EXIT.

       1360-COMPARAR-ULTIMA-TROCA.

           IF WRK-ULT-CONTA(WRK-IND-ULTIMA) = WRK-CONTA-PROCURADA
               MOVE WRK-IND-ULTIMA TO WRK-POS-ULTIMA
           END-IF.

      *-----------------------------------------------------------------
      * 2000-APURAR-CONTAS - varre o CONTA-MASTER e envia o
      * relacionamento do titular de cada conta: na carga inicial,
      * o inicio de toda conta aberta; no movimento, o inicio da
      * conta aberta no periodo e o fim da conta encerrada no
      * periodo (conta aberta e encerrada no periodo gera os dois).
      * Conta aberta no periodo e que ja trocou de titular comeca no
      * titular da abertura (CPF anterior da primeira troca); as
      * trocas saem depois, no 5000-APURAR-TROCAS. O inicio do
      * titular atual (carga inicial e fim por encerramento) e a
      * ultima troca de titular da conta, ou a abertura. O fim por
      * encerramento de conta que trocou de titular no periodo fica
      * para o 6000-ENCERRAR-ADIADOS, depois das trocas.
      *-----------------------------------------------------------------
       2000-APURAR-CONTAS.

           PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT.

           PERFORM 2200-TRATAR-CONTA THRU 2200-TRATAR-CONTA-EXIT
               UNTIL WRK-FIM-ARQUIVO-CONTA.

       2000-APURAR-CONTAS-EXIT.
           EXIT.

       2100-LER-CONTA.

           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CONTA TO TRUE
           END-READ.

       2100-LER-CONTA-EXIT.
           EXIT.

       2200-TRATAR-CONTA.

           MOVE WRK-CONTA-CPF              TO WRK-REL-CPF.
           SET  WRK-REL-TITULAR            TO TRUE.
           MOVE WRK-CONTA-AGENCIA          TO WRK-REL-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-REL-CONTA.

           MOVE WRK-CONTA-DATA-ABERTURA    TO WRK-DATA-INICIO-TITULAR.
           MOVE WRK-CONTA-CHAVE            TO WRK-CONTA-PROCURADA.
           PERFORM 1350-PROCURAR-ULTIMA-TROCA
               THRU 1350-PROCURAR-ULTIMA-TROCA-EXIT.
           IF WRK-POS-ULTIMA NOT = ZERO
               MOVE WRK-ULT-DATA(WRK-POS-ULTIMA)
                   TO WRK-DATA-INICIO-TITULAR
           END-IF

           IF WRK-CARGA-INICIAL
               IF WRK-CONTA-ABERTA
                   SET  WRK-REL-INICIO     TO TRUE
                   MOVE WRK-DATA-INICIO-TITULAR
                                           TO WRK-REL-DATA-INICIO
                   MOVE ZERO               TO WRK-REL-DATA-FIM
                   PERFORM 7000-GRAVAR-RELACIONAMENTO
                       THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
               END-IF
               GO TO 2200-PROXIMA-CONTA
           END-IF

           MOVE ZERO                       TO WRK-POS-TROCA.
           PERFORM 2210-PROCURAR-TROCA
               VARYING WRK-IND-TROCA FROM 1 BY 1
               UNTIL WRK-IND-TROCA > WRK-QTD-TROCAS
                  OR WRK-POS-TROCA NOT = ZERO.

           IF WRK-CONTA-DATA-ABERTURA > WRK-DATA-ULTIMA-REMESSA
               AND WRK-CONTA-DATA-ABERTURA NOT > WRK-DATA-REFERENCIA
               IF WRK-POS-TROCA NOT = ZERO
                   MOVE WRK-TTR-CPF-ANTERIOR(WRK-POS-TROCA)
                       TO WRK-REL-CPF
               END-IF
               SET  WRK-REL-INICIO         TO TRUE
               MOVE WRK-CONTA-DATA-ABERTURA TO WRK-REL-DATA-INICIO
               MOVE ZERO                   TO WRK-REL-DATA-FIM
               PERFORM 7000-GRAVAR-RELACIONAMENTO
                   THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
               MOVE WRK-CONTA-CPF          TO WRK-REL-CPF
           END-IF

           IF WRK-CONTA-ENCERRADA
               AND WRK-CONTA-DATA-ENCERRA > WRK-DATA-ULTIMA-REMESSA
               AND WRK-CONTA-DATA-ENCERRA NOT > WRK-DATA-REFERENCIA
               SET  WRK-REL-FIM            TO TRUE
               MOVE WRK-DATA-INICIO-TITULAR TO WRK-REL-DATA-INICIO
               MOVE WRK-CONTA-DATA-ENCERRA TO WRK-REL-DATA-FIM
               IF WRK-POS-TROCA NOT = ZERO
                   ADD 1 TO WRK-QTD-ADIADOS
                   MOVE WRK-RELACIONAMENTO
                       TO WRK-ADI-RELACIONAMENTO(WRK-QTD-ADIADOS)
               ELSE
                   PERFORM 7000-GRAVAR-RELACIONAMENTO
                       THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
               END-IF
           END-IF.

       2200-PROXIMA-CONTA.

           PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT.

       2200-TRATAR-CONTA-EXIT.
           EXIT.

       2210-PROCURAR-TROCA.

           IF WRK-TTR-CONTA(WRK-IND-TROCA) = WRK-CONTA-CHAVE
               MOVE WRK-IND-TROCA TO WRK-POS-TROCA
           END-IF.

      *-----------------------------------------------------------------
      * 3000-APURAR-COTITULARES - varre o CONTA-COTITULAR e envia o
      * relacionamento de cada co-titular, conferindo a conta no
      * CONTA-MASTER: na carga inicial, o inicio de todo co-titular
      * ativo de conta aberta; no movimento, o inicio do co-titular
      * incluido no periodo e o fim do co-titular excluido no
      * periodo ou ainda ativo em conta encerrada no periodo.
      *-----------------------------------------------------------------
       3000-APURAR-COTITULARES.

           PERFORM 3100-LER-COTITULAR THRU 3100-LER-COTITULAR-EXIT.

           PERFORM 3200-TRATAR-COTITULAR
               THRU 3200-TRATAR-COTITULAR-EXIT
               UNTIL WRK-FIM-ARQUIVO-COTITULAR.

       3000-APURAR-COTITULARES-EXIT.
           EXIT.

       3100-LER-COTITULAR.

           READ CONTA-COTITULAR NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-COTITULAR TO TRUE
           END-READ.

       3100-LER-COTITULAR-EXIT.
           EXIT.

       3200-TRATAR-COTITULAR.

           MOVE WRK-COT-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-COT-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   GO TO 3200-PROXIMO-COTITULAR
           END-READ

           MOVE WRK-COT-CPF                TO WRK-REL-CPF.
           SET  WRK-REL-COTITULAR          TO TRUE.
           MOVE WRK-COT-AGENCIA            TO WRK-REL-AGENCIA.
           MOVE WRK-COT-NUMERO             TO WRK-REL-CONTA.
           MOVE WRK-COT-DATA-INCLUSAO      TO WRK-REL-DATA-INICIO.

           IF WRK-CARGA-INICIAL
               IF WRK-COT-ATIVO AND WRK-CONTA-ABERTA
                   SET  WRK-REL-INICIO     TO TRUE
                   MOVE ZERO               TO WRK-REL-DATA-FIM
                   PERFORM 7000-GRAVAR-RELACIONAMENTO
                       THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
               END-IF
               GO TO 3200-PROXIMO-COTITULAR
           END-IF

           IF WRK-COT-DATA-INCLUSAO > WRK-DATA-ULTIMA-REMESSA
               AND WRK-COT-DATA-INCLUSAO NOT > WRK-DATA-REFERENCIA
               SET  WRK-REL-INICIO         TO TRUE
               MOVE ZERO                   TO WRK-REL-DATA-FIM
               PERFORM 7000-GRAVAR-RELACIONAMENTO
                   THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WRK-COT-EXCLUIDO
                   AND WRK-COT-DATA-EXCLUSAO > WRK-DATA-ULTIMA-REMESSA
                   AND WRK-COT-DATA-EXCLUSAO NOT > WRK-DATA-REFERENCIA
                   SET  WRK-REL-FIM        TO TRUE
                   MOVE WRK-COT-DATA-EXCLUSAO TO WRK-REL-DATA-FIM
                   PERFORM 7000-GRAVAR-RELACIONAMENTO
                       THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
      *        O encerramento da conta nao exclui os co-titulares no
      *        CONCOTIT; o relacionamento deles termina com a conta.
               WHEN WRK-COT-ATIVO AND WRK-CONTA-ENCERRADA
                   AND WRK-CONTA-DATA-ENCERRA > WRK-DATA-ULTIMA-REMESSA
                   AND WRK-CONTA-DATA-ENCERRA NOT > WRK-DATA-REFERENCIA
                   SET  WRK-REL-FIM        TO TRUE
                   MOVE WRK-CONTA-DATA-ENCERRA TO WRK-REL-DATA-FIM
                   PERFORM 7000-GRAVAR-RELACIONAMENTO
                       THRU 7000-GRAVAR-RELACIONAMENTO-EXIT
           END-EVALUATE.

       3200-PROXIMO-COTITULAR.

           PERFORM 3100-LER-COTITULAR THRU 3100-LER-COTITULAR-EXIT.

       3200-TRATAR-COTITULAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-APURAR-JORNAL - procura no jornal as trocas de CPF
      * gravadas no periodo do movimento (mesmo criterio do CLICONF):
      * a saida da chave antiga (imagem-depois em espacos) encerra o
      * relacionamento do CPF antigo e a entrada da chave nova o
      * inicia no CPF novo. Primeiro os meses do periodo ja
      * arquivados no CLIJHIST, depois o CLIJRNL. Jornal inexistente
      * vale como periodo sem troca.
      *-----------------------------------------------------------------
       4000-APURAR-JORNAL.

           PERFORM 4050-APURAR-HISTORICO
               THRU 4050-APURAR-HISTORICO-EXIT.

           OPEN INPUT JORNAL-CLIENTE.
           IF WRK-CLIJRNL-NAO-EXISTE
               GO TO 4000-APURAR-JORNAL-EXIT
           END-IF

           PERFORM 4100-LER-JORNAL THRU 4100-LER-JORNAL-EXIT.

           PERFORM 4200-TRATAR-JORNAL THRU 4200-TRATAR-JORNAL-EXIT
               UNTIL WRK-FIM-ARQUIVO-JORNAL.

           CLOSE JORNAL-CLIENTE.

       4000-APURAR-JORNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4050-APURAR-HISTORICO - le o CLIJHIST a partir da geracao da
      * data da ultima remessa (o periodo pode comecar num mes ja
      * cortado pelo CLIJARQ). Sem CLIJHIST nenhum mes foi cortado.
      *-----------------------------------------------------------------
       4050-APURAR-HISTORICO.

           OPEN INPUT JORNAL-HISTORICO.
           IF WRK-CLIJHIST-NAO-CADASTRADO
               GO TO 4050-APURAR-HISTORICO-EXIT
           END-IF

           MOVE WRK-DATA-ULTIMA-REMESSA(1:6) TO WRK-GERACAO-INICIAL.
           MOVE WRK-GERACAO-INICIAL        TO WRK-JHS-GERACAO.
           MOVE ZERO                       TO WRK-JHS-SEQUENCIA.
           START JORNAL-HISTORICO KEY IS NOT LESS THAN WRK-JHS-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
           END-START

           IF NOT WRK-FIM-ARQUIVO-HISTORICO
               PERFORM 4060-LER-HISTORICO
                   THRU 4060-LER-HISTORICO-EXIT
           END-IF

           PERFORM 4070-TRATAR-HISTORICO
               THRU 4070-TRATAR-HISTORICO-EXIT
               UNTIL WRK-FIM-ARQUIVO-HISTORICO.

           CLOSE JORNAL-HISTORICO.

       4050-APURAR-HISTORICO-EXIT.
           EXIT.

       4060-LER-HISTORICO.

           READ JORNAL-HISTORICO NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-HISTORICO TO TRUE
           END-READ.

       4060-LER-HISTORICO-EXIT.
           EXIT.

      *Registro arquivado vai para a area do registro do jornal, que
      *ainda nao foi lido, e segue o mesmo tratamento.
       4070-TRATAR-HISTORICO.

           MOVE WRK-JHS-GERACAO            TO WRK-GERACAO-ARQUIVADA.
           MOVE WRK-JHS-REGISTRO           TO WRK-STRUCT-JORNAL.

           PERFORM 4300-TRATAR-MOVIMENTO
               THRU 4300-TRATAR-MOVIMENTO-EXIT.

           PERFORM 4060-LER-HISTORICO THRU 4060-LER-HISTORICO-EXIT.

       4070-TRATAR-HISTORICO-EXIT.
           EXIT.

       4100-LER-JORNAL.

           READ JORNAL-CLIENTE
               AT END
                   SET WRK-FIM-ARQUIVO-JORNAL TO TRUE
           END-READ.

       4100-LER-JORNAL-EXIT.
           EXIT.

      *Registro de mes ja lido do CLIJHIST (CLIJRNL ainda nao
      *regravado por um corte interrompido) nao e tratado de novo.
       4200-TRATAR-JORNAL.

           COMPUTE WRK-GERACAO-REGISTRO = WRK-JRN-DATA / 100.
           IF WRK-GERACAO-REGISTRO > WRK-GERACAO-ARQUIVADA
               PERFORM 4300-TRATAR-MOVIMENTO
                   THRU 4300-TRATAR-MOVIMENTO-EXIT
           END-IF

           PERFORM 4100-LER-JORNAL THRU 4100-LER-JORNAL-EXIT.

       4200-TRATAR-JORNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-TRATAR-MOVIMENTO - troca de CPF do periodo no registro
      * do jornal em WRK-STRUCT-JORNAL vira fim ou inicio de
      * relacionamento.
      *-----------------------------------------------------------------
       4300-TRATAR-MOVIMENTO.

           IF WRK-JRN-DATA NOT > WRK-DATA-ULTIMA-REMESSA
               OR WRK-JRN-DATA > WRK-CTRL-DATA-MOVTO
               OR WRK-JRN-FUNCAO NOT = "TROCA-CPF"
               GO TO 4300-TRATAR-MOVIMENTO-EXIT
           END-IF

           MOVE WRK-JRN-CPF                TO WRK-REL-CPF.
           SET  WRK-REL-CLIENTE            TO TRUE.
           MOVE ZEROS                      TO WRK-REL-AGENCIA
                                              WRK-REL-CONTA.

           IF WRK-JRN-IMAGEM-DEPOIS = SPACES
               SET  WRK-REL-FIM            TO TRUE
               MOVE ZERO                   TO WRK-REL-DATA-INICIO
               MOVE WRK-JRN-DATA           TO WRK-REL-DATA-FIM
           ELSE
               SET  WRK-REL-INICIO         TO TRUE
               MOVE WRK-JRN-DATA           TO WRK-REL-DATA-INICIO
               MOVE ZERO                   TO WRK-REL-DATA-FIM
           END-IF

           PERFORM 7000-GRAVAR-RELACIONAMENTO
               THRU 7000-GRAVAR-RELACIONAMENTO-EXIT.

       4300-TRATAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-APURAR-TROCAS - para cada troca de titular do periodo,
      * na ordem em que ocorreram, envia o fim do relacionamento do
      * titular anterior e o inicio do novo, na mesma conta.
      *-----------------------------------------------------------------
       5000-APURAR-TROCAS.

           PERFORM 5100-TRATAR-TROCA THRU 5100-TRATAR-TROCA-EXIT
               VARYING WRK-IND-TROCA FROM 1 BY 1
               UNTIL WRK-IND-TROCA > WRK-QTD-TROCAS.

       5000-APURAR-TROCAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-TRATAR-TROCA - o titular anterior comecou na troca
      * anterior da mesma conta (no periodo ou antes dele) ou, na
      * falta dela, na abertura da conta.
      *-----------------------------------------------------------------
       5100-TRATAR-TROCA.

           ADD 1 TO WRK-CONT-TROCAS-TITULAR.

           SET  WRK-REL-TITULAR            TO TRUE.
           MOVE WRK-TTR-CONTA(WRK-IND-TROCA)(1:4) TO WRK-REL-AGENCIA.
           MOVE WRK-TTR-CONTA(WRK-IND-TROCA)(5:8) TO WRK-REL-CONTA.

           MOVE WRK-TTR-DATA-INICIO(WRK-IND-TROCA)
               TO WRK-REL-DATA-INICIO.
           PERFORM 5110-COMPARAR-TROCA-ANTERIOR
               VARYING WRK-IND-ANTERIOR FROM 1 BY 1
               UNTIL WRK-IND-ANTERIOR >= WRK-IND-TROCA.

           IF WRK-REL-DATA-INICIO = ZERO
               MOVE WRK-TTR-CONTA(WRK-IND-TROCA) TO WRK-CONTA-CHAVE
               READ CONTA-MASTER
                   NOT INVALID KEY
                       IF WRK-CONTA-DATA-ABERTURA IS NUMERIC
                           MOVE WRK-CONTA-DATA-ABERTURA
                               TO WRK-REL-DATA-INICIO
                       END-IF
               END-READ
           END-IF

           MOVE WRK-TTR-CPF-ANTERIOR(WRK-IND-TROCA) TO WRK-REL-CPF.
           SET  WRK-REL-FIM                TO TRUE.
           MOVE WRK-TTR-DATA(WRK-IND-TROCA) TO WRK-REL-DATA-FIM.
           PERFORM 7000-GRAVAR-RELACIONAMENTO
               THRU 7000-GRAVAR-RELACIONAMENTO-EXIT.

           MOVE WRK-TTR-CPF-NOVO(WRK-IND-TROCA) TO WRK-REL-CPF.
           SET  WRK-REL-INICIO             TO TRUE.
           MOVE WRK-TTR-DATA(WRK-IND-TROCA) TO WRK-REL-DATA-INICIO.
           MOVE ZERO                       TO WRK-REL-DATA-FIM.
           PERFORM 7000-GRAVAR-RELACIONAMENTO
               THRU 7000-GRAVAR-RELACIONAMENTO-EXIT.

       5100-TRATAR-TROCA-EXIT.
           EXIT.

       5110-COMPARAR-TROCA-ANTERIOR.

           IF WRK-TTR-CONTA(WRK-IND-ANTERIOR) =
               WRK-TTR-CONTA(WRK-IND-TROCA)
               MOVE WRK-TTR-DATA(WRK-IND-ANTERIOR)
                   TO WRK-REL-DATA-INICIO
           END-IF.

      *-----------------------------------------------------------------
      * 6000-ENCERRAR-ADIADOS - envia o fim do titular das contas
      * encerradas no periodo que tambem trocaram de titular nele,
      * guardado no 2200-TRATAR-CONTA: so depois do fim e do inicio
      * de cada troca, o CCS recebe o fim do ultimo titular.
      *-----------------------------------------------------------------
       6000-ENCERRAR-ADIADOS.

           PERFORM 6100-ENCERRAR-ADIADO THRU 6100-ENCERRAR-ADIADO-EXIT
               VARYING WRK-IND-ADIADO FROM 1 BY 1
               UNTIL WRK-IND-ADIADO > WRK-QTD-ADIADOS.

       6000-ENCERRAR-ADIADOS-EXIT.
           EXIT.

       6100-ENCERRAR-ADIADO.

           MOVE WRK-ADI-RELACIONAMENTO(WRK-IND-ADIADO)
               TO WRK-RELACIONAMENTO.
           PERFORM 7000-GRAVAR-RELACIONAMENTO
               THRU 7000-GRAVAR-RELACIONAMENTO-EXIT.

       6100-ENCERRAR-ADIADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-RELACIONAMENTO - grava o relacionamento montado
      * em WRK-RELACIONAMENTO como detalhe da remessa e como linha do
      * relatorio de conferencia, e acumula os totais.
      *-----------------------------------------------------------------
       7000-GRAVAR-RELACIONAMENTO.

           MOVE SPACES                     TO WRK-REG-CCS.
           SET  WRK-CCS-DETALHE            TO TRUE.
           MOVE WRK-REL-CPF                TO WRK-CCSD-CPF.
           MOVE WRK-REL-OPERACAO           TO WRK-CCSD-OPERACAO.
           MOVE WRK-REL-VINCULO            TO WRK-CCSD-VINCULO.
           MOVE WRK-REL-AGENCIA            TO WRK-CCSD-AGENCIA.
           MOVE WRK-REL-CONTA              TO WRK-CCSD-CONTA.
           MOVE WRK-REL-DATA-INICIO        TO WRK-CCSD-DATA-INICIO.
           MOVE WRK-REL-DATA-FIM           TO WRK-CCSD-DATA-FIM.
           WRITE WRK-REG-CCS.

           ADD 1 TO WRK-CONT-DETALHES.

           MOVE WRK-REL-CPF                TO WRK-DET-CPF.
           MOVE WRK-REL-AGENCIA            TO WRK-DET-AGENCIA.
           MOVE WRK-REL-CONTA              TO WRK-DET-CONTA.
           MOVE WRK-REL-DATA-INICIO        TO WRK-DET-DATA-INICIO.
           MOVE WRK-REL-DATA-FIM           TO WRK-DET-DATA-FIM.

           IF WRK-REL-INICIO
               MOVE "INICIO"               TO WRK-DET-OPERACAO
               ADD 1 TO WRK-CONT-INICIOS
           ELSE
               MOVE "FIM"                  TO WRK-DET-OPERACAO
               ADD 1 TO WRK-CONT-FINS
           END-IF

           EVALUATE TRUE
               WHEN WRK-REL-TITULAR
                   MOVE "TITULAR"          TO WRK-DET-VINCULO
                   IF WRK-REL-INICIO
                       ADD 1 TO WRK-CONT-INI-TITULAR
                   ELSE
                       ADD 1 TO WRK-CONT-FIM-TITULAR
                   END-IF
               WHEN WRK-REL-COTITULAR
                   MOVE "CO-TITULAR"       TO WRK-DET-VINCULO
                   IF WRK-REL-INICIO
                       ADD 1 TO WRK-CONT-INI-COTITULAR
                   ELSE
                       ADD 1 TO WRK-CONT-FIM-COTITULAR
                   END-IF
               WHEN OTHER
                   MOVE "CLIENTE"          TO WRK-DET-VINCULO
                   IF WRK-REL-INICIO
                       ADD 1 TO WRK-CONT-INI-CLIENTE
                   ELSE
                       ADD 1 TO WRK-CONT-FIM-CLIENTE
                   END-IF
           END-EVALUATE

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-DETALHE.

       7000-GRAVAR-RELACIONAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o trailer da remessa, imprime os
      * totais de conferencia, regrava o CCSCTRL com a remessa
      * gerada, fecha os arquivos e marca o fim no controle de
      * execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           MOVE SPACES                     TO WRK-REG-CCS.
           SET  WRK-CCS-TRAILER            TO TRUE.
           MOVE WRK-CONT-DETALHES          TO WRK-CCST-QTD-DETALHES.
           MOVE WRK-CONT-INICIOS           TO WRK-CCST-QTD-INICIOS.
           MOVE WRK-CONT-FINS              TO WRK-CCST-QTD-FINS.
           WRITE WRK-REG-CCS.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           MOVE "INICIOS TITULAR...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-INI-TITULAR       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "FINS TITULAR......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-FIM-TITULAR       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "INICIOS CO-TITULAR: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-INI-COTITULAR     TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "FINS CO-TITULAR...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-FIM-COTITULAR     TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "INICIOS TROCA CPF.: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-INI-CLIENTE       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "FINS TROCA CPF....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-FIM-CLIENTE       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "TROCAS DE TITULAR.: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-TROCAS-TITULAR    TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           MOVE "TRAILER INICIOS...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-INICIOS           TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "TRAILER FINS......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-FINS              TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "TRAILER DETALHES..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-DETALHES          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           OPEN OUTPUT CONTROLE-CCS.
           MOVE WRK-CTRL-DATA-MOVTO        TO WRK-CCC-DATA-ULTIMA.
           MOVE WRK-NUMERO-REMESSA         TO WRK-CCC-NUMERO-REMESSA.
           MOVE WRK-CNPJ-BASE              TO WRK-CCC-CNPJ-BASE.
           WRITE WRK-REG-CONTROLE-CCS.
           CLOSE CONTROLE-CCS.

           DISPLAY "Remessa CCS " WRK-NUMERO-REMESSA
                   " gerada - detalhes: " WRK-CONT-DETALHES.

           CLOSE CONTA-MASTER
                 CONTA-COTITULAR
                 REMESSA-CCS
                 RELATORIO-CCS.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CCSGERA.
