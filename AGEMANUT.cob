      ******************************************************************
      * Program:      AGEMANUT
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Manutencao do arquivo mestre de agencias (AGEMAST). Le o
      * arquivo de transacoes AGETRAN e, para cada registro, inclui,
      * altera, consulta ou encerra a agencia correspondente no
      * arquivo indexado, gravando o resultado de cada transacao e um
      * resumo final no relatorio AGERPT1. O volume e pequeno e
      * esporadico (abertura e fechamento de agencia), entao a
      * critica e feita aqui mesmo, antes da gravacao: codigo com
      * quatro digitos (ja abrimos conta na agencia "0O12", com a
      * letra O), nome e cidade preenchidos e UF na tabela das 27
      * unidades da federacao. O encerramento preserva o registro
      * (historico) e e recusado enquanto a agencia tiver conta
      * aberta no CONTA-MASTER.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial - inclusao, alteracao,
      *                   consulta e encerramento de agencias.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. AGEMANUT.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT AGENCIA-MASTER ASSIGN TO "AGEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AGENCIA-CODIGO
               FILE STATUS IS WRK-AGEMAST-STATUS.

           SELECT CONTA-MASTER ASSIGN TO "CONMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT TRANSACAO-AGENCIA ASSIGN TO "AGETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGETRAN-STATUS.

           SELECT RELATORIO-MANUT ASSIGN TO "AGERPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGERPT1-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  AGENCIA-MASTER.
           COPY AGEREC.

       FD  CONTA-MASTER.
           COPY CONREC.

       FD  TRANSACAO-AGENCIA.
           COPY AGETREC.

       FD  RELATORIO-MANUT.
       01  WRK-LINHA-RELATORIO            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-AGEMAST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-AGEMAST-NAO-CADASTRADO     VALUE "35".

       77  WRK-CONMAST-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-OK                 VALUES "00" "02".
           88 WRK-CONMAST-NAO-CADASTRADO     VALUE "35".

       77  WRK-AGETRAN-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-AGERPT1-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-TRAN-FIM                   PIC X(01) VALUE "N".
           88 WRK-TRAN-FIM-ARQUIVO           VALUE "S".

      *Conferencia de conta aberta antes do encerramento: o cadastro
      *de contas pode ainda nao existir, e nesse caso nenhuma agencia
      *tem conta.
       77  WRK-SEM-ARQ-CONTAS             PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-CONTAS        VALUE "S".

       77  WRK-CONTA-PESQUISA             PIC X(01) VALUE "N".
           88 WRK-TEM-CONTA-ABERTA           VALUE "S".
           88 WRK-FIM-CONTAS-AGENCIA         VALUE "F".

      *Motivo da rejeicao da critica da transacao corrente; espacos =
      *transacao valida.
       77  WRK-MOTIVO-REJEICAO            PIC X(20) VALUE SPACES.
           88 WRK-TRANSACAO-VALIDA           VALUE SPACES.

       77  WRK-CONT-INCLUIDAS             PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-ALTERADAS             PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-CONSULTADAS           PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-ENCERRADAS            PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADAS            PIC 9(05) COMP VALUE ZERO.

      *Data de execucao, usada na data de encerramento.
       01  WRK-DATA-ATUAL.
           02 WRK-DATA-ATUAL-ANO          PIC 9(04).
           02 WRK-DATA-ATUAL-MES          PIC 9(02).
           02 WRK-DATA-ATUAL-DIA          PIC 9(02).

      *Tabela das 27 unidades da federacao, para a critica de UF,
      *como no CLIEDIT.
       01  WRK-TAB-UF-VALORES.
           02 FILLER PIC X(26) VALUE "ACALAPAMBACEDFESGOMAMTMSMG".
           02 FILLER PIC X(26) VALUE "PAPBPRPEPIRJRNRSRORRSCSPSE".
           02 FILLER PIC X(02) VALUE "TO".

       01  WRK-TAB-UF REDEFINES WRK-TAB-UF-VALORES.
           02 WRK-UF OCCURS 27 TIMES      PIC X(02).

       77  WRK-IND-UF                     PIC 9(02) COMP VALUE ZERO.
       77  WRK-UF-ACHADA                  PIC X(01) VALUE "N".
           88 WRK-UF-VALIDA                   VALUE "S".

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-FUNCAO              PIC X(12).
           02 WRK-DET-CODIGO              PIC X(06).
           02 WRK-DET-NOME                PIC X(32).
           02 WRK-DET-RESULTADO           PIC X(20).
           02 FILLER                      PIC X(10) VALUE SPACES.

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

           PERFORM 2000-PROCESSA-TRANS THRU 2000-PROCESSA-TRANS-EXIT
               UNTIL WRK-TRAN-FIM-ARQUIVO.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - abre os arquivos e posiciona a primeira
      * transacao. Cria o AGENCIA-MASTER na primeira execucao, quando
      * o arquivo indexado ainda nao existe (FILE STATUS 35).
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-ATUAL.

           OPEN I-O AGENCIA-MASTER.
           IF WRK-AGEMAST-NAO-CADASTRADO
               OPEN OUTPUT AGENCIA-MASTER
               CLOSE AGENCIA-MASTER
               OPEN I-O AGENCIA-MASTER
           END-IF

           OPEN INPUT CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-CONTAS TO TRUE
           END-IF

           OPEN INPUT  TRANSACAO-AGENCIA.
           OPEN OUTPUT RELATORIO-MANUT.

           PERFORM 2100-LER-TRANSACAO THRU 2100-LER-TRANSACAO-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-TRANS - critica a transacao lida e direciona a
      * transacao valida para a rotina de inclusao, alteracao,
      * consulta ou encerramento.
      *-----------------------------------------------------------------
       2000-PROCESSA-TRANS.

           MOVE WRK-TAGE-CODIGO            TO WRK-DET-CODIGO.
           MOVE WRK-TAGE-NOME              TO WRK-DET-NOME.

           PERFORM 3000-VALIDAR-TRANSACAO
               THRU 3000-VALIDAR-TRANSACAO-EXIT.

           IF NOT WRK-TRANSACAO-VALIDA
               MOVE "CRITICA"              TO WRK-DET-FUNCAO
               MOVE WRK-MOTIVO-REJEICAO    TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN WRK-TAGE-INCLUIR
                       PERFORM 4000-INCLUIR-AGENCIA
                           THRU 4000-INCLUIR-AGENCIA-EXIT
                   WHEN WRK-TAGE-ALTERAR
                       PERFORM 5000-ALTERAR-AGENCIA
                           THRU 5000-ALTERAR-AGENCIA-EXIT
                   WHEN WRK-TAGE-CONSULTAR
                       PERFORM 5500-CONSULTAR-AGENCIA
                           THRU 5500-CONSULTAR-AGENCIA-EXIT
                   WHEN WRK-TAGE-ENCERRAR
                       PERFORM 6000-ENCERRAR-AGENCIA
                           THRU 6000-ENCERRAR-AGENCIA-EXIT
               END-EVALUATE
           END-IF

           PERFORM 2100-LER-TRANSACAO THRU 2100-LER-TRANSACAO-EXIT.

       2000-PROCESSA-TRANS-EXIT.
           EXIT.

       2100-LER-TRANSACAO.

           READ TRANSACAO-AGENCIA
               AT END
                   SET WRK-TRAN-FIM-ARQUIVO TO TRUE
           END-READ.

       2100-LER-TRANSACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-VALIDAR-TRANSACAO - aplica as criticas na ordem: funcao,
      * codigo da agencia e, na inclusao e na alteracao, nome, cidade
      * e UF. A primeira critica que falha define o motivo.
      *-----------------------------------------------------------------
       3000-VALIDAR-TRANSACAO.

           MOVE SPACES TO WRK-MOTIVO-REJEICAO.

           IF NOT (WRK-TAGE-INCLUIR OR WRK-TAGE-ALTERAR
               OR WRK-TAGE-CONSULTAR OR WRK-TAGE-ENCERRAR)
               MOVE "FUNCAO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF WRK-TAGE-CODIGO IS NOT NUMERIC
               OR WRK-TAGE-CODIGO = "0000"
               MOVE "AGENCIA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

      *Consulta e encerramento so precisam do codigo.
           IF WRK-TAGE-CONSULTAR OR WRK-TAGE-ENCERRAR
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF WRK-TAGE-NOME = SPACES
               MOVE "NOME EM BRANCO" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           IF WRK-TAGE-CIDADE = SPACES
               MOVE "CIDADE EM BRANCO" TO WRK-MOTIVO-REJEICAO
               GO TO 3000-VALIDAR-TRANSACAO-EXIT
           END-IF

           MOVE "N"  TO WRK-UF-ACHADA.
           MOVE ZERO TO WRK-IND-UF.
           PERFORM 3100-COMPARAR-UF
               UNTIL WRK-IND-UF = 27 OR WRK-UF-VALIDA.

           IF NOT WRK-UF-VALIDA
               MOVE "UF INVALIDA" TO WRK-MOTIVO-REJEICAO
           END-IF.

       3000-VALIDAR-TRANSACAO-EXIT.
           EXIT.

       3100-COMPARAR-UF.

           ADD 1 TO WRK-IND-UF.
           IF WRK-UF(WRK-IND-UF) = WRK-TAGE-UF
               SET WRK-UF-VALIDA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 4000-INCLUIR-AGENCIA - monta o registro da agencia a partir da
      * transacao, aberta e sem data de encerramento, e grava no
      * AGENCIA-MASTER.
      *-----------------------------------------------------------------
       4000-INCLUIR-AGENCIA.

           MOVE "INCLUIR"                  TO WRK-DET-FUNCAO.

           MOVE WRK-TAGE-CODIGO            TO WRK-AGENCIA-CODIGO.
           MOVE WRK-TAGE-NOME              TO WRK-AGENCIA-NOME.
           MOVE WRK-TAGE-CIDADE            TO WRK-AGENCIA-CIDADE.
           MOVE WRK-TAGE-UF                TO WRK-AGENCIA-UF.
           SET  WRK-AGENCIA-ABERTA         TO TRUE.
           MOVE SPACES                     TO WRK-AGENCIA-DATA-ENCERRA.

           WRITE WRK-STRUCT-AGENCIA
               INVALID KEY
                   MOVE "JA CADASTRADA"    TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
               NOT INVALID KEY
                   MOVE "INCLUIDA"         TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-INCLUIDAS
           END-WRITE

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       4000-INCLUIR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-ALTERAR-AGENCIA - localiza a agencia pelo codigo e
      * regrava nome, cidade e UF informados na transacao. A situacao
      * nao muda por alteracao.
      *-----------------------------------------------------------------
       5000-ALTERAR-AGENCIA.

           MOVE "ALTERAR"                  TO WRK-DET-FUNCAO.

           MOVE WRK-TAGE-CODIGO            TO WRK-AGENCIA-CODIGO.
           READ AGENCIA-MASTER
               INVALID KEY
                   MOVE "NAO ENCONTRADA"   TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
               NOT INVALID KEY
                   MOVE WRK-TAGE-NOME      TO WRK-AGENCIA-NOME
                   MOVE WRK-TAGE-CIDADE    TO WRK-AGENCIA-CIDADE
                   MOVE WRK-TAGE-UF        TO WRK-AGENCIA-UF
                   REWRITE WRK-STRUCT-AGENCIA
                   MOVE "ALTERADA"         TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-ALTERADAS
           END-READ

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       5000-ALTERAR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5500-CONSULTAR-AGENCIA - localiza a agencia pelo codigo e
      * registra o nome e a situacao no relatorio, sem alterar o
      * arquivo.
      *-----------------------------------------------------------------
       5500-CONSULTAR-AGENCIA.

           MOVE "CONSULTAR"                TO WRK-DET-FUNCAO.

           MOVE WRK-TAGE-CODIGO            TO WRK-AGENCIA-CODIGO.
           READ AGENCIA-MASTER
               INVALID KEY
                   MOVE "NAO ENCONTRADA"   TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
               NOT INVALID KEY
                   MOVE WRK-AGENCIA-NOME   TO WRK-DET-NOME
                   IF WRK-AGENCIA-ABERTA
                       MOVE "ABERTA"       TO WRK-DET-RESULTADO
                   ELSE
                       MOVE "ENCERRADA"    TO WRK-DET-RESULTADO
                   END-IF
                   ADD 1 TO WRK-CONT-CONSULTADAS
           END-READ

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       5500-CONSULTAR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-ENCERRAR-AGENCIA - localiza a agencia pelo codigo e marca
      * a situacao como encerrada, com a data de execucao,
      * preservando o registro no arquivo (historico). Agencia que
      * ainda tem conta aberta no CONTA-MASTER nao encerra: as contas
      * precisam ser encerradas ou transferidas antes.
      *-----------------------------------------------------------------
       6000-ENCERRAR-AGENCIA.

           MOVE "ENCERRAR"                 TO WRK-DET-FUNCAO.

           MOVE WRK-TAGE-CODIGO            TO WRK-AGENCIA-CODIGO.
           READ AGENCIA-MASTER
               INVALID KEY
                   MOVE "NAO ENCONTRADA"   TO WRK-DET-RESULTADO
                   ADD 1 TO WRK-CONT-REJEITADAS
                   PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
                   GO TO 6000-ENCERRAR-AGENCIA-EXIT
           END-READ

           MOVE WRK-AGENCIA-NOME           TO WRK-DET-NOME.

           IF WRK-AGENCIA-ENCERRADA
               MOVE "JA ENCERRADA"         TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 6000-ENCERRAR-AGENCIA-EXIT
           END-IF

           PERFORM 6100-VERIFICAR-CONTAS
               THRU 6100-VERIFICAR-CONTAS-EXIT.
           IF WRK-TEM-CONTA-ABERTA
               MOVE "CONTA ABERTA"         TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADAS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 6000-ENCERRAR-AGENCIA-EXIT
           END-IF

           SET  WRK-AGENCIA-ENCERRADA      TO TRUE.
           MOVE WRK-DATA-ATUAL-ANO         TO WRK-AGENCIA-ENCE-ANO.
           MOVE WRK-DATA-ATUAL-MES         TO WRK-AGENCIA-ENCE-MES.
           MOVE WRK-DATA-ATUAL-DIA         TO WRK-AGENCIA-ENCE-DIA.
           REWRITE WRK-STRUCT-AGENCIA.
           MOVE "ENCERRADA"                TO WRK-DET-RESULTADO.
           ADD 1 TO WRK-CONT-ENCERRADAS.

           PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT.

       6000-ENCERRAR-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-VERIFICAR-CONTAS - posiciona o CONTA-MASTER no inicio da
      * agencia (a chave primaria comeca pelo codigo da agencia) e
      * informa se alguma conta dela ainda esta aberta. Sem cadastro
      * de contas, nenhuma agencia tem conta.
      *-----------------------------------------------------------------
       6100-VERIFICAR-CONTAS.

           MOVE "N" TO WRK-CONTA-PESQUISA.

           IF WRK-SEM-CADASTRO-CONTAS
               GO TO 6100-VERIFICAR-CONTAS-EXIT
           END-IF

           MOVE WRK-TAGE-CODIGO            TO WRK-CONTA-AGENCIA.
           MOVE LOW-VALUES                 TO WRK-CONTA-NUMERO.
           START CONTA-MASTER
               KEY IS NOT LESS THAN WRK-CONTA-CHAVE
               INVALID KEY
                   SET WRK-FIM-CONTAS-AGENCIA TO TRUE
           END-START

           PERFORM 6110-LER-CONTA-AGENCIA
               THRU 6110-LER-CONTA-AGENCIA-EXIT
               UNTIL WRK-FIM-CONTAS-AGENCIA OR WRK-TEM-CONTA-ABERTA.

       6100-VERIFICAR-CONTAS-EXIT.
           EXIT.

       6110-LER-CONTA-AGENCIA.

           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-CONTAS-AGENCIA TO TRUE
                   GO TO 6110-LER-CONTA-AGENCIA-EXIT
           END-READ

           IF NOT WRK-CONMAST-OK
               OR WRK-CONTA-AGENCIA NOT = WRK-TAGE-CODIGO
               SET WRK-FIM-CONTAS-AGENCIA TO TRUE
               GO TO 6110-LER-CONTA-AGENCIA-EXIT
           END-IF

           IF WRK-CONTA-ABERTA
               SET WRK-TEM-CONTA-ABERTA TO TRUE
           END-IF.

       6110-LER-CONTA-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-DET - grava uma linha de detalhe no relatorio de
      * manutencao para a transacao corrente.
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

           MOVE "INCLUIDAS.........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-INCLUIDAS         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ALTERADAS.........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ALTERADAS         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "CONSULTADAS.......: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-CONSULTADAS       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ENCERRADAS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ENCERRADAS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "REJEITADAS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-REJEITADAS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           IF NOT WRK-SEM-CADASTRO-CONTAS
               CLOSE CONTA-MASTER
           END-IF

           CLOSE AGENCIA-MASTER
                 TRANSACAO-AGENCIA
                 RELATORIO-MANUT.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM AGEMANUT.
