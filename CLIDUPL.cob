      ******************************************************************
      * Program:      CLIDUPL
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Qualidade de dados: deteccao de provaveis cadastros duplicados
      * da mesma pessoa no CLIENTE-MASTER. O CPF e a chave, mas a
      * mesma pessoa ja foi cadastrada duas vezes com o CPF de um
      * parente ou com um CPF digitado errado que passou no CPFVALID,
      * o que duplica etiqueta no CLIMALA, duplica o cliente no
      * CLIESTAT e complica os pedidos de titulares (LGPD).
      * O CLIENTE-MASTER e lido pela chave alternativa de nome e cada
      * nome e normalizado (maiusculas, sem acentos, sem pontuacao,
      * sem espacos duplos e sem as preposicoes DA/DE/DO/DAS/DOS/E);
      * a ordenacao pelo nome normalizado junta os cadastros que a
      * chave de nome separa por causa de acento ou preposicao. Em
      * cada grupo de mesmo nome normalizado, todo par de cadastros
      * que tambem tem a mesma data de nascimento, o mesmo RG ou o
      * mesmo endereco completo e suspeito, com grau pelo numero de
      * coincidencias:
      *   ALTA  - nascimento, RG e endereco;
      *   MEDIA - dois dos tres;
      *   BAIXA - um dos tres.
      * O relatorio CLIDUPR sai por grau de suspeita, com as contas
      * de cada cadastro: as do CONMAST em que e titular (chave
      * alternativa de CPF) e aquelas em que e co-titular ativo
      * (chave alternativa de CPF do CONCOTIT), como no CLI360.
      * O par analisado pela equipe de cadastro e informado no
      * arquivo de marcacoes CLIDUPMK (M marca "nao e duplicado", D
      * desfaz a marca) e guardado no CLIDUPNE (copybook CLIDNREC);
      * par marcado nao volta ao relatorio. O job entra no controle
      * de execucao (CLICTRL) com o CLIMANUT como predecessor.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da deteccao de duplicados.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. CLIDUPL.

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

           SELECT CONTA-MASTER ASSIGN TO "CONMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT CONTA-COTITULAR ASSIGN TO "CONCOTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-COT-CHAVE
               ALTERNATE RECORD KEY IS WRK-COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONCOTIT-STATUS.

           SELECT NAO-DUPLICADO ASSIGN TO "CLIDUPNE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-DNP-CHAVE
               FILE STATUS IS WRK-CLIDUPNE-STATUS.

           SELECT MARCACAO-ANALISE ASSIGN TO "CLIDUPMK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIDUPMK-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "CLIDUPTMP".

           SELECT PARES-SUSPEITOS ASSIGN TO "CLIDUPTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIDUPTB-STATUS.

           SELECT ORDENACAO-PARES ASSIGN TO "CLIDUPPTMP".

           SELECT RELATORIO-DUPLICADOS ASSIGN TO "CLIDUPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIDUPR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  CLIENTE-MASTER.
           COPY CLIREC.

       FD  CONTA-MASTER.
           COPY CONREC.

       FD  CONTA-COTITULAR.
           COPY COTREC.

       FD  NAO-DUPLICADO.
           COPY CLIDNREC.

      *Marcacao da equipe de cadastro sobre um par ja analisado.
       FD  MARCACAO-ANALISE.
       01  WRK-REG-MARCACAO.
           02 WRK-MRC-CPF-1                PIC X(11).
           02 WRK-MRC-CPF-2                PIC X(11).
           02 WRK-MRC-ACAO                 PIC X(01).
               88 WRK-MRC-MARCAR               VALUE "M".
               88 WRK-MRC-DESMARCAR            VALUE "D".
           02 WRK-MRC-RESPONSAVEL          PIC X(20).

       SD  ARQUIVO-ORDENACAO.
       01  WRK-REG-ORDENACAO.
           02 WRK-ORD-NOME-NORMALIZADO     PIC X(50).
           02 WRK-ORD-CPF                  PIC X(11).
           02 WRK-ORD-NOME                 PIC X(50).
           02 WRK-ORD-RG                   PIC X(09).
           02 WRK-ORD-DATA-NASC            PIC X(08).
           02 WRK-ORD-ENDERECO             PIC X(136).
           02 WRK-ORD-SITUACAO             PIC X(01).

       FD  PARES-SUSPEITOS.
           COPY CLIDPREC.

       SD  ORDENACAO-PARES.
           COPY CLIDPREC REPLACING LEADING ==WRK== BY ==SRT==.

       FD  RELATORIO-DUPLICADOS.
       01  WRK-LINHA-RELATORIO             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CLIMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-CONMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-OK                   VALUE "00" "02".
           88 WRK-CONMAST-NAO-CADASTRADO       VALUE "35".
       77  WRK-CONCOTIT-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONCOTIT-OK                  VALUES "00" "02".
           88 WRK-CONCOTIT-NAO-CADASTRADO      VALUE "35".
       77  WRK-CLIDUPNE-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIDUPNE-NAO-CADASTRADO      VALUE "35".
       77  WRK-CLIDUPMK-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CLIDUPMK-NAO-EXISTE          VALUE "35".
       77  WRK-CLIDUPTB-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CLIDUPR-STATUS              PIC X(02) VALUE SPACES.

      *Sem o CONMAST o relatorio sai sem as contas de cada cadastro.
       77  WRK-SEM-CONTAS                  PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-CONTAS          VALUE "S".

      *Sem o CONCOTIT saem so as contas em que o cadastro e titular.
       77  WRK-SEM-COTITULARES             PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-COTITULARES     VALUE "S".

       77  WRK-FIM-CLIENTE                 PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CLIENTE          VALUE "S".

       77  WRK-FIM-MARCACAO                PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-MARCACAO         VALUE "S".

       77  WRK-FIM-ORDENACAO               PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-ORDENACAO        VALUE "S".

       77  WRK-FIM-PARES                   PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-PARES            VALUE "S".

       77  WRK-FIM-CONTAS                  PIC X(01) VALUE "N".
           88 WRK-FIM-CONTAS-CPF               VALUE "S".

       77  WRK-PAR-ANALISADO               PIC X(01) VALUE "N".
           88 WRK-PAR-JA-ANALISADO             VALUE "S".

       77  WRK-GRUPO-CHEIO                 PIC X(01) VALUE "N".
           88 WRK-GRUPO-TRUNCADO               VALUE "S".

       77  WRK-CONT-CLIENTES               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-SEM-NOME               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-PARES                  PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ALTA                   PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-MEDIA                  PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-BAIXA                  PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-ANALISADOS             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-MARCAS-APLICADAS       PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-MARCAS-RECUSADAS       PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-GRUPOS-TRUNCADOS       PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-CONTAS                 PIC 9(05) COMP VALUE ZERO.

      *Normalizacao do nome: o nome e varrido posicao a posicao e
      *cada palavra completa que nao e preposicao e acrescentada ao
      *nome normalizado com um unico espaco de separacao.
       77  WRK-NOME-TRABALHO               PIC X(50) VALUE SPACES.
       77  WRK-NOME-NORMALIZADO            PIC X(50) VALUE SPACES.
       77  WRK-TAM-NORMALIZADO             PIC 9(02) COMP VALUE ZERO.
       77  WRK-IND-POSICAO                 PIC 9(02) COMP VALUE ZERO.
       77  WRK-TAM-PALAVRA                 PIC 9(02) COMP VALUE ZERO.

       01  WRK-PALAVRA                     PIC X(50) VALUE SPACES.
           88 WRK-PALAVRA-PREPOSICAO           VALUE "DA" "DE" "DO"
                                                     "DAS" "DOS" "E".

      *Cadastros do grupo de mesmo nome normalizado em comparacao. Um
      *nome comum pode passar de 100 cadastros: o excedente nao e
      *comparado e o grupo sai no console e no total de truncados.
       77  WRK-QTD-GRUPO                   PIC 9(03) COMP VALUE ZERO.
       77  WRK-IND-A                       PIC 9(03) COMP VALUE ZERO.
       77  WRK-IND-B                       PIC 9(03) COMP VALUE ZERO.
       77  WRK-IND-INICIO                  PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-COINCIDENCIAS           PIC 9(01) VALUE ZERO.

       77  WRK-GRUPO-NOME                  PIC X(50) VALUE SPACES.

       01  WRK-TAB-GRUPO.
           02 WRK-GRUPO OCCURS 100 TIMES.
              03 WRK-GRP-CPF               PIC X(11).
              03 WRK-GRP-NOME              PIC X(50).
              03 WRK-GRP-RG                PIC X(09).
              03 WRK-GRP-DATA-NASC         PIC X(08).
              03 WRK-GRP-ENDERECO          PIC X(136).
              03 WRK-GRP-SITUACAO          PIC X(01).

      *Cadastro impresso com as suas contas no 5300.
       77  WRK-CPF-CONTAS                  PIC X(11) VALUE SPACES.

       77  WRK-GRAU-ANTERIOR               PIC 9(01) VALUE ZERO.

      *Controle de execucao do job (CLICTRL): a data de movimento
      *devolvida pela funcao "I" carimba as marcacoes aplicadas.
       01  WRK-CONTROLE-EXECUCAO.
           02 WRK-CTRL-FUNCAO             PIC X(01) VALUE SPACE.
           02 WRK-CTRL-JOB                PIC X(08) VALUE "CLIDUPL".
           02 WRK-CTRL-PREDECESSOR        PIC X(08) VALUE "CLIMANUT".
           02 WRK-CTRL-DATA-MOVTO         PIC 9(08) VALUE ZERO.
           02 WRK-CTRL-RETORNO            PIC X(02) VALUE SPACES.
              88 WRK-CTRL-OK                  VALUE "00".

      *Linhas do relatorio.
       01  WRK-LINHA-TITULO.
           02 FILLER                       PIC X(44) VALUE
                  "CADASTROS PROVAVELMENTE DUPLICADOS - MOVTO: ".
           02 WRK-TIT-DATA-MOVTO           PIC 9(08).
           02 FILLER                       PIC X(48) VALUE SPACES.

       01  WRK-LINHA-GRAU.
           02 FILLER                       PIC X(18) VALUE
                  "GRAU DE SUSPEITA: ".
           02 WRK-GRA-DESCRICAO            PIC X(50).
           02 FILLER                       PIC X(32) VALUE SPACES.

       01  WRK-LINHA-PAR.
           02 FILLER                       PIC X(18) VALUE
                  "NOME NORMALIZADO: ".
           02 WRK-LPR-NOME                 PIC X(50).
           02 FILLER                       PIC X(10) VALUE
                  "COINCIDE: ".
           02 WRK-LPR-NASC                 PIC X(11).
           02 WRK-LPR-RG                   PIC X(03).
           02 WRK-LPR-ENDERECO             PIC X(08).

       01  WRK-LINHA-CADASTRO.
           02 FILLER                       PIC X(04) VALUE SPACES.
           02 FILLER                       PIC X(04) VALUE "CPF ".
           02 WRK-CAD-CPF                  PIC X(11).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-CAD-NOME                 PIC X(50).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 FILLER                       PIC X(10) VALUE "SITUACAO: ".
           02 WRK-CAD-SITUACAO             PIC X(01).
           02 FILLER                       PIC X(16) VALUE SPACES.

       01  WRK-LINHA-CONTA.
           02 FILLER                       PIC X(08) VALUE SPACES.
           02 FILLER                       PIC X(06) VALUE "CONTA ".
           02 WRK-CTA-AGENCIA              PIC X(04).
           02 FILLER                       PIC X(01) VALUE "-".
           02 WRK-CTA-NUMERO               PIC X(08).
           02 FILLER                       PIC X(08) VALUE "  TIPO: ".
           02 WRK-CTA-TIPO                 PIC X(01).
           02 FILLER                       PIC X(12) VALUE
                  "  SITUACAO: ".
           02 WRK-CTA-SITUACAO             PIC X(01).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-CTA-PAPEL                PIC X(10).
           02 FILLER                       PIC X(39) VALUE SPACES.

       01  WRK-LINHA-AVISO-CONTA.
           02 FILLER                       PIC X(08) VALUE SPACES.
           02 WRK-AVI-TEXTO                PIC X(92).

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

           PERFORM 2000-APLICAR-MARCACOES
               THRU 2000-APLICAR-MARCACOES-EXIT.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY WRK-ORD-NOME-NORMALIZADO
               ON ASCENDING KEY WRK-ORD-CPF
               INPUT PROCEDURE IS 3000-SELECIONAR-CLIENTES
                   THRU 3000-SELECIONAR-CLIENTES-EXIT
               OUTPUT PROCEDURE IS 4000-COMPARAR-GRUPOS
                   THRU 4000-COMPARAR-GRUPOS-EXIT.

           SORT ORDENACAO-PARES
               ON ASCENDING KEY SRT-PAR-GRAU
               ON ASCENDING KEY SRT-PAR-NOME-NORMALIZADO
               ON ASCENDING KEY SRT-PAR-CPF-1
               ON ASCENDING KEY SRT-PAR-CPF-2
               USING PARES-SUSPEITOS
               OUTPUT PROCEDURE IS 5000-IMPRIMIR-PARES
                   THRU 5000-IMPRIMIR-PARES-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - registra o inicio no controle de execucao,
      * abre os arquivos e posiciona o CLIENTE-MASTER no inicio da
      * chave de nome. O CLIDUPNE e criado vazio na primeira rodada.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE "I" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.
           IF NOT WRK-CTRL-OK
               DISPLAY "CLIDUPL: nao liberado pelo controle de "
                       "execucao (retorno " WRK-CTRL-RETORNO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTE-MASTER.
           IF WRK-CLIMAST-NAO-CADASTRADO
               DISPLAY "CLIDUPL: CLIMAST inexistente - nada a "
                       "pesquisar"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO WRK-CLIENTE-NOME.
           START CLIENTE-MASTER
               KEY IS NOT LESS THAN WRK-CLIENTE-NOME
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-CLIENTE TO TRUE
           END-START

           OPEN INPUT CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-CONTAS TO TRUE
               DISPLAY "CLIDUPL: cadastro de contas (CONMAST) "
                       "inexistente - relatorio sem as contas"
           END-IF

           OPEN INPUT CONTA-COTITULAR.
           IF WRK-CONCOTIT-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-COTITULARES TO TRUE
               DISPLAY "CLIDUPL: cadastro de co-titulares (CONCOTIT) "
                       "inexistente - relatorio sem as co-titularidades"
           END-IF

           OPEN I-O NAO-DUPLICADO.
           IF WRK-CLIDUPNE-NAO-CADASTRADO
               OPEN OUTPUT NAO-DUPLICADO
               CLOSE NAO-DUPLICADO
               OPEN I-O NAO-DUPLICADO
           END-IF

           OPEN OUTPUT RELATORIO-DUPLICADOS.

           MOVE WRK-CTRL-DATA-MOVTO TO WRK-TIT-DATA-MOVTO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-APLICAR-MARCACOES - aplica ao CLIDUPNE as marcacoes da
      * equipe de cadastro antes da pesquisa, para que o par marcado
      * ja saia do relatorio desta rodada. Sem o CLIDUPMK nao ha
      * marcacao nova.
      *-----------------------------------------------------------------
       2000-APLICAR-MARCACOES.

           OPEN INPUT MARCACAO-ANALISE.
           IF WRK-CLIDUPMK-NAO-EXISTE
               GO TO 2000-APLICAR-MARCACOES-EXIT
           END-IF

           PERFORM 2100-LER-MARCACAO THRU 2100-LER-MARCACAO-EXIT.

           PERFORM 2200-TRATAR-MARCACAO
               THRU 2200-TRATAR-MARCACAO-EXIT
               UNTIL WRK-FIM-ARQUIVO-MARCACAO.

           CLOSE MARCACAO-ANALISE.

       2000-APLICAR-MARCACOES-EXIT.
           EXIT.

       2100-LER-MARCACAO.

           READ MARCACAO-ANALISE
               AT END
                   SET WRK-FIM-ARQUIVO-MARCACAO TO TRUE
           END-READ.

       2100-LER-MARCACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-TRATAR-MARCACAO - confere a marcacao, monta a chave com
      * o menor CPF primeiro e grava (M) ou remove (D) o par no
      * CLIDUPNE. Remarcar um par ja marcado so atualiza a data e o
      * responsavel; desmarcar um par sem marca nao e erro.
      *-----------------------------------------------------------------
       2200-TRATAR-MARCACAO.

           IF WRK-MRC-CPF-1 = SPACES
               OR WRK-MRC-CPF-2 = SPACES
               OR WRK-MRC-CPF-1 = WRK-MRC-CPF-2
               OR NOT (WRK-MRC-MARCAR OR WRK-MRC-DESMARCAR)
               DISPLAY "CLIDUPL: marcacao recusada - " WRK-MRC-CPF-1
                       " " WRK-MRC-CPF-2 " " WRK-MRC-ACAO
               ADD 1 TO WRK-CONT-MARCAS-RECUSADAS
               GO TO 2200-PROXIMA-MARCACAO
           END-IF

           IF WRK-MRC-CPF-1 < WRK-MRC-CPF-2
               MOVE WRK-MRC-CPF-1          TO WRK-DNP-CPF-1
               MOVE WRK-MRC-CPF-2          TO WRK-DNP-CPF-2
           ELSE
               MOVE WRK-MRC-CPF-2          TO WRK-DNP-CPF-1
               MOVE WRK-MRC-CPF-1          TO WRK-DNP-CPF-2
           END-IF

           IF WRK-MRC-DESMARCAR
               DELETE NAO-DUPLICADO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WRK-CTRL-DATA-MOVTO    TO WRK-DNP-DATA-MARCACAO
               MOVE WRK-MRC-RESPONSAVEL    TO WRK-DNP-RESPONSAVEL
               WRITE WRK-REG-NAO-DUPLICADO
                   INVALID KEY
                       REWRITE WRK-REG-NAO-DUPLICADO
                       END-REWRITE
               END-WRITE
           END-IF

           ADD 1 TO WRK-CONT-MARCAS-APLICADAS.

       2200-PROXIMA-MARCACAO.

           PERFORM 2100-LER-MARCACAO THRU 2100-LER-MARCACAO-EXIT.

       2200-TRATAR-MARCACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-SELECIONAR-CLIENTES - le o CLIENTE-MASTER na ordem da
      * chave de nome e entrega ao SORT cada cadastro com o seu nome
      * normalizado.
      *-----------------------------------------------------------------
       3000-SELECIONAR-CLIENTES.

           IF NOT WRK-FIM-ARQUIVO-CLIENTE
               PERFORM 3100-LER-CLIENTE THRU 3100-LER-CLIENTE-EXIT
           END-IF

           PERFORM 3200-LIBERAR-CLIENTE
               THRU 3200-LIBERAR-CLIENTE-EXIT
               UNTIL WRK-FIM-ARQUIVO-CLIENTE.

           CLOSE CLIENTE-MASTER.

       3000-SELECIONAR-CLIENTES-EXIT.
           EXIT.

       3100-LER-CLIENTE.

           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CLIENTE TO TRUE
           END-READ.

       3100-LER-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-LIBERAR-CLIENTE - cadastro anonimizado pelo CLILGPD (nome
      * em branco) nao tem o que comparar e fica fora da pesquisa.
      *-----------------------------------------------------------------
       3200-LIBERAR-CLIENTE.

           ADD 1 TO WRK-CONT-CLIENTES.

           MOVE WRK-CLIENTE-NOME           TO WRK-NOME-TRABALHO.
           PERFORM 7000-NORMALIZAR-NOME THRU 7000-NORMALIZAR-NOME-EXIT.

           IF WRK-NOME-NORMALIZADO = SPACES
               ADD 1 TO WRK-CONT-SEM-NOME
               GO TO 3200-PROXIMO-CLIENTE
           END-IF

           MOVE WRK-NOME-NORMALIZADO       TO WRK-ORD-NOME-NORMALIZADO.
           MOVE WRK-CLIENTE-CPF            TO WRK-ORD-CPF.
           MOVE WRK-CLIENTE-NOME           TO WRK-ORD-NOME.
           MOVE WRK-CLIENTE-RG             TO WRK-ORD-RG.
           MOVE WRK-CLIENTE-DATA-NASC      TO WRK-ORD-DATA-NASC.
           MOVE WRK-CLIENTE-ENDERECO       TO WRK-ORD-ENDERECO.
           MOVE WRK-CLIENTE-STATUS         TO WRK-ORD-SITUACAO.

           RELEASE WRK-REG-ORDENACAO.

       3200-PROXIMO-CLIENTE.

           PERFORM 3100-LER-CLIENTE THRU 3100-LER-CLIENTE-EXIT.

       3200-LIBERAR-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-COMPARAR-GRUPOS - devolve os cadastros ordenados por nome
      * normalizado, junta cada grupo de mesmo nome e compara os seus
      * pares. Os pares suspeitos vao para o CLIDUPTB, que e ordenado
      * depois por grau de suspeita.
      *-----------------------------------------------------------------
       4000-COMPARAR-GRUPOS.

           OPEN OUTPUT PARES-SUSPEITOS.

           MOVE SPACES TO WRK-GRUPO-NOME.
           MOVE ZERO   TO WRK-QTD-GRUPO.

           PERFORM 4100-DEVOLVER-ORDENADO
               THRU 4100-DEVOLVER-ORDENADO-EXIT.

           PERFORM 4200-ACUMULAR-CLIENTE
               THRU 4200-ACUMULAR-CLIENTE-EXIT
               UNTIL WRK-FIM-ARQUIVO-ORDENACAO.

           PERFORM 4300-COMPARAR-GRUPO THRU 4300-COMPARAR-GRUPO-EXIT.

           CLOSE PARES-SUSPEITOS.

       4000-COMPARAR-GRUPOS-EXIT.
           EXIT.

       4100-DEVOLVER-ORDENADO.

           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET WRK-FIM-ARQUIVO-ORDENACAO TO TRUE
           END-RETURN.

       4100-DEVOLVER-ORDENADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-ACUMULAR-CLIENTE - nome normalizado novo fecha o grupo
      * anterior (compara os seus pares) e abre outro.
      *-----------------------------------------------------------------
       4200-ACUMULAR-CLIENTE.

           IF WRK-ORD-NOME-NORMALIZADO NOT = WRK-GRUPO-NOME
               PERFORM 4300-COMPARAR-GRUPO
                   THRU 4300-COMPARAR-GRUPO-EXIT
               MOVE WRK-ORD-NOME-NORMALIZADO TO WRK-GRUPO-NOME
               MOVE ZERO TO WRK-QTD-GRUPO
               MOVE "N"  TO WRK-GRUPO-CHEIO
           END-IF

           IF WRK-QTD-GRUPO >= 100
               IF NOT WRK-GRUPO-TRUNCADO
                   SET WRK-GRUPO-TRUNCADO TO TRUE
                   ADD 1 TO WRK-CONT-GRUPOS-TRUNCADOS
                   DISPLAY "CLIDUPL: mais de 100 cadastros com o nome "
                           WRK-GRUPO-NOME " - excedente nao comparado"
               END-IF
               GO TO 4200-PROXIMO-CLIENTE
           END-IF

           ADD 1 TO WRK-QTD-GRUPO.
           MOVE WRK-ORD-CPF         TO WRK-GRP-CPF(WRK-QTD-GRUPO).
           MOVE WRK-ORD-NOME        TO WRK-GRP-NOME(WRK-QTD-GRUPO).
           MOVE WRK-ORD-RG          TO WRK-GRP-RG(WRK-QTD-GRUPO).
           MOVE WRK-ORD-DATA-NASC   TO WRK-GRP-DATA-NASC(WRK-QTD-GRUPO).
           MOVE WRK-ORD-ENDERECO    TO WRK-GRP-ENDERECO(WRK-QTD-GRUPO).
           MOVE WRK-ORD-SITUACAO    TO WRK-GRP-SITUACAO(WRK-QTD-GRUPO).

       4200-PROXIMO-CLIENTE.

           PERFORM 4100-DEVOLVER-ORDENADO
               THRU 4100-DEVOLVER-ORDENADO-EXIT.

       4200-ACUMULAR-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-COMPARAR-GRUPO - compara cada cadastro do grupo com os
      * seguintes (a ordenacao ja deixa o menor CPF primeiro).
      *-----------------------------------------------------------------
       4300-COMPARAR-GRUPO.

           IF WRK-QTD-GRUPO < 2
               GO TO 4300-COMPARAR-GRUPO-EXIT
           END-IF

           PERFORM 4310-COMPARAR-CADASTRO
               VARYING WRK-IND-A FROM 1 BY 1
               UNTIL WRK-IND-A >= WRK-QTD-GRUPO.

       4300-COMPARAR-GRUPO-EXIT.
           EXIT.

       4310-COMPARAR-CADASTRO.

           COMPUTE WRK-IND-INICIO = WRK-IND-A + 1.

           PERFORM 4320-COMPARAR-PAR
               THRU 4320-COMPARAR-PAR-EXIT
               VARYING WRK-IND-B FROM WRK-IND-INICIO BY 1
               UNTIL WRK-IND-B > WRK-QTD-GRUPO.

      *-----------------------------------------------------------------
      * 4320-COMPARAR-PAR - conta as coincidencias alem do nome (dado
      * em branco ou zerado nao coincide com nada) e grava o par
      * suspeito, a menos que ja tenha sido marcado como nao
      * duplicado.
      *-----------------------------------------------------------------
       4320-COMPARAR-PAR.

           MOVE ZERO TO WRK-QTD-COINCIDENCIAS.
           MOVE "N"  TO WRK-PAR-MESMA-NASC
                        WRK-PAR-MESMO-RG
                        WRK-PAR-MESMO-ENDERECO.

           IF WRK-GRP-DATA-NASC(WRK-IND-A) NOT = SPACES
               AND WRK-GRP-DATA-NASC(WRK-IND-A) NOT = ZEROS
               AND WRK-GRP-DATA-NASC(WRK-IND-A)
                   = WRK-GRP-DATA-NASC(WRK-IND-B)
               MOVE "S" TO WRK-PAR-MESMA-NASC
               ADD 1 TO WRK-QTD-COINCIDENCIAS
           END-IF

           IF WRK-GRP-RG(WRK-IND-A) NOT = SPACES
               AND WRK-GRP-RG(WRK-IND-A) NOT = ZEROS
               AND WRK-GRP-RG(WRK-IND-A) = WRK-GRP-RG(WRK-IND-B)
               MOVE "S" TO WRK-PAR-MESMO-RG
               ADD 1 TO WRK-QTD-COINCIDENCIAS
           END-IF

           IF WRK-GRP-ENDERECO(WRK-IND-A)(1:40) NOT = SPACES
               AND WRK-GRP-ENDERECO(WRK-IND-A)
                   = WRK-GRP-ENDERECO(WRK-IND-B)
               MOVE "S" TO WRK-PAR-MESMO-ENDERECO
               ADD 1 TO WRK-QTD-COINCIDENCIAS
           END-IF

           IF WRK-QTD-COINCIDENCIAS = ZERO
               GO TO 4320-COMPARAR-PAR-EXIT
           END-IF

           MOVE "N" TO WRK-PAR-ANALISADO.
           MOVE WRK-GRP-CPF(WRK-IND-A)     TO WRK-DNP-CPF-1.
           MOVE WRK-GRP-CPF(WRK-IND-B)     TO WRK-DNP-CPF-2.
           READ NAO-DUPLICADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-PAR-JA-ANALISADO TO TRUE
           END-READ

           IF WRK-PAR-JA-ANALISADO
               ADD 1 TO WRK-CONT-ANALISADOS
               GO TO 4320-COMPARAR-PAR-EXIT
           END-IF

           COMPUTE WRK-PAR-GRAU = 4 - WRK-QTD-COINCIDENCIAS.
           MOVE WRK-GRUPO-NOME             TO WRK-PAR-NOME-NORMALIZADO.
           MOVE WRK-GRP-CPF(WRK-IND-A)     TO WRK-PAR-CPF-1.
           MOVE WRK-GRP-NOME(WRK-IND-A)    TO WRK-PAR-NOME-1.
           MOVE WRK-GRP-SITUACAO(WRK-IND-A) TO WRK-PAR-SITUACAO-1.
           MOVE WRK-GRP-CPF(WRK-IND-B)     TO WRK-PAR-CPF-2.
           MOVE WRK-GRP-NOME(WRK-IND-B)    TO WRK-PAR-NOME-2.
           MOVE WRK-GRP-SITUACAO(WRK-IND-B) TO WRK-PAR-SITUACAO-2.
           WRITE WRK-REG-PAR.

           ADD 1 TO WRK-CONT-PARES.
           EVALUATE TRUE
               WHEN WRK-PAR-GRAU-ALTA
                   ADD 1 TO WRK-CONT-ALTA
               WHEN WRK-PAR-GRAU-MEDIA
                   ADD 1 TO WRK-CONT-MEDIA
               WHEN OTHER
                   ADD 1 TO WRK-CONT-BAIXA
           END-EVALUATE.

       4320-COMPARAR-PAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-IMPRIMIR-PARES - devolve os pares ordenados por grau de
      * suspeita e nome e imprime cada par com as contas dos dois
      * cadastros, com um titulo a cada grau.
      *-----------------------------------------------------------------
       5000-IMPRIMIR-PARES.

           MOVE ZERO TO WRK-GRAU-ANTERIOR.

           PERFORM 5100-DEVOLVER-PAR THRU 5100-DEVOLVER-PAR-EXIT.

           PERFORM 5200-IMPRIMIR-PAR THRU 5200-IMPRIMIR-PAR-EXIT
               UNTIL WRK-FIM-ARQUIVO-PARES.

       5000-IMPRIMIR-PARES-EXIT.
           EXIT.

       5100-DEVOLVER-PAR.

           RETURN ORDENACAO-PARES
               AT END
                   SET WRK-FIM-ARQUIVO-PARES TO TRUE
           END-RETURN.

       5100-DEVOLVER-PAR-EXIT.
           EXIT.

       5200-IMPRIMIR-PAR.

           IF SRT-PAR-GRAU NOT = WRK-GRAU-ANTERIOR
               EVALUATE TRUE
                   WHEN SRT-PAR-GRAU-ALTA
                       MOVE "ALTA - NASCIMENTO, RG E ENDERECO"
                           TO WRK-GRA-DESCRICAO
                   WHEN SRT-PAR-GRAU-MEDIA
                       MOVE "MEDIA - DOIS DOS TRES DADOS"
                           TO WRK-GRA-DESCRICAO
                   WHEN OTHER
                       MOVE "BAIXA - UM DOS TRES DADOS"
                           TO WRK-GRA-DESCRICAO
               END-EVALUATE
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-GRAU
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR
               MOVE SRT-PAR-GRAU TO WRK-GRAU-ANTERIOR
           END-IF

           MOVE SRT-PAR-NOME-NORMALIZADO   TO WRK-LPR-NOME.
           MOVE SPACES TO WRK-LPR-NASC WRK-LPR-RG WRK-LPR-ENDERECO.
           IF SRT-PAR-MESMA-NASC = "S"
               MOVE "NASCIMENTO"           TO WRK-LPR-NASC
           END-IF
           IF SRT-PAR-MESMO-RG = "S"
               MOVE "RG"                   TO WRK-LPR-RG
           END-IF
           IF SRT-PAR-MESMO-ENDERECO = "S"
               MOVE "ENDERECO"             TO WRK-LPR-ENDERECO
           END-IF
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-PAR.

           MOVE SRT-PAR-CPF-1              TO WRK-CAD-CPF
                                              WRK-CPF-CONTAS.
           MOVE SRT-PAR-NOME-1             TO WRK-CAD-NOME.
           MOVE SRT-PAR-SITUACAO-1         TO WRK-CAD-SITUACAO.
           PERFORM 5300-IMPRIMIR-CADASTRO
               THRU 5300-IMPRIMIR-CADASTRO-EXIT.

           MOVE SRT-PAR-CPF-2              TO WRK-CAD-CPF
                                              WRK-CPF-CONTAS.
           MOVE SRT-PAR-NOME-2             TO WRK-CAD-NOME.
           MOVE SRT-PAR-SITUACAO-2         TO WRK-CAD-SITUACAO.
           PERFORM 5300-IMPRIMIR-CADASTRO
               THRU 5300-IMPRIMIR-CADASTRO-EXIT.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           PERFORM 5100-DEVOLVER-PAR THRU 5100-DEVOLVER-PAR-EXIT.

       5200-IMPRIMIR-PAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5300-IMPRIMIR-CADASTRO - imprime o cadastro, as contas de
      * que o CPF e titular no CONMAST (chave alternativa de CPF),
      * abertas e encerradas, e as contas em que e co-titular ativo
      * (chave alternativa de CPF do CONCOTIT). "SEM CONTA" so sai
      * quando nao ha nenhuma das duas.
      *-----------------------------------------------------------------
       5300-IMPRIMIR-CADASTRO.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CADASTRO.

           IF WRK-SEM-CADASTRO-CONTAS
               MOVE "CONTAS NAO CONSULTADAS - CONMAST INEXISTENTE"
                   TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO-CONTA
               GO TO 5300-IMPRIMIR-CADASTRO-EXIT
           END-IF

           MOVE ZERO TO WRK-CONT-CONTAS.
           MOVE "N"  TO WRK-FIM-CONTAS.
           MOVE WRK-CPF-CONTAS             TO WRK-CONTA-CPF.
           START CONTA-MASTER
               KEY IS EQUAL TO WRK-CONTA-CPF
               INVALID KEY
                   SET WRK-FIM-CONTAS-CPF TO TRUE
           END-START

           PERFORM 5310-LER-CONTA-CPF THRU 5310-LER-CONTA-CPF-EXIT
               UNTIL WRK-FIM-CONTAS-CPF.

           IF NOT WRK-SEM-CADASTRO-COTITULARES
               MOVE "N"  TO WRK-FIM-CONTAS
               MOVE WRK-CPF-CONTAS         TO WRK-COT-CPF
               START CONTA-COTITULAR
                   KEY IS EQUAL TO WRK-COT-CPF
                   INVALID KEY
                       SET WRK-FIM-CONTAS-CPF TO TRUE
               END-START
               PERFORM 5320-LER-COTITULAR-CPF
                   THRU 5320-LER-COTITULAR-CPF-EXIT
                   UNTIL WRK-FIM-CONTAS-CPF
           END-IF

           IF WRK-CONT-CONTAS = ZERO
               MOVE "SEM CONTA NO CONMAST" TO WRK-AVI-TEXTO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-AVISO-CONTA
           END-IF.

       5300-IMPRIMIR-CADASTRO-EXIT.
           EXIT.

       5310-LER-CONTA-CPF.

           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-CONTAS-CPF TO TRUE
                   GO TO 5310-LER-CONTA-CPF-EXIT
           END-READ

           IF NOT WRK-CONMAST-OK
               OR WRK-CONTA-CPF NOT = WRK-CPF-CONTAS
               SET WRK-FIM-CONTAS-CPF TO TRUE
               GO TO 5310-LER-CONTA-CPF-EXIT
           END-IF

           ADD 1 TO WRK-CONT-CONTAS.
           MOVE WRK-CONTA-AGENCIA          TO WRK-CTA-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-CTA-NUMERO.
           MOVE WRK-CONTA-TIPO             TO WRK-CTA-TIPO.
           MOVE WRK-CONTA-SITUACAO         TO WRK-CTA-SITUACAO.
           MOVE "TITULAR"                  TO WRK-CTA-PAPEL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTA.

       5310-LER-CONTA-CPF-EXIT.
           EXIT.

      *Participacao excluida fica no CONCOTIT como historico e nao e
      *listada; a conta vem do CONMAST pela chave primaria.
       5320-LER-COTITULAR-CPF.

           READ CONTA-COTITULAR NEXT RECORD
               AT END
                   SET WRK-FIM-CONTAS-CPF TO TRUE
                   GO TO 5320-LER-COTITULAR-CPF-EXIT
           END-READ

           IF NOT WRK-CONCOTIT-OK
               OR WRK-COT-CPF NOT = WRK-CPF-CONTAS
               SET WRK-FIM-CONTAS-CPF TO TRUE
               GO TO 5320-LER-COTITULAR-CPF-EXIT
           END-IF

           IF NOT WRK-COT-ATIVO
               GO TO 5320-LER-COTITULAR-CPF-EXIT
           END-IF

           MOVE WRK-COT-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-COT-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   GO TO 5320-LER-COTITULAR-CPF-EXIT
           END-READ

           ADD 1 TO WRK-CONT-CONTAS.
           MOVE WRK-CONTA-AGENCIA          TO WRK-CTA-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-CTA-NUMERO.
           MOVE WRK-CONTA-TIPO             TO WRK-CTA-TIPO.
           MOVE WRK-CONTA-SITUACAO         TO WRK-CTA-SITUACAO.
           MOVE "CO-TITULAR"               TO WRK-CTA-PAPEL.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-CONTA.

       5320-LER-COTITULAR-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-NORMALIZAR-NOME - normaliza o nome em WRK-NOME-TRABALHO
      * para WRK-NOME-NORMALIZADO: maiusculas, vogais e cedilha sem
      * acento (Latin-1), pontuacao trocada por espaco, palavras
      * separadas por um unico espaco e sem as preposicoes.
      *-----------------------------------------------------------------
       7000-NORMALIZAR-NOME.

           INSPECT WRK-NOME-TRABALHO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT WRK-NOME-TRABALHO
               CONVERTING X"C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6"
                       TO "AAAAACEEEEIIIINOOOOO".
           INSPECT WRK-NOME-TRABALHO
               CONVERTING X"D9DADBDCE0E1E2E3E4E7E8E9EAEBECEDEEEFF1"
                       TO "UUUUAAAAACEEEEIIIIN".
           INSPECT WRK-NOME-TRABALHO
               CONVERTING X"F2F3F4F5F6F9FAFBFC"
                       TO "OOOOOUUUU".

           INSPECT WRK-NOME-TRABALHO
               CONVERTING ".,;-'" TO "     ".

           MOVE SPACES TO WRK-NOME-NORMALIZADO WRK-PALAVRA.
           MOVE ZERO   TO WRK-TAM-NORMALIZADO WRK-TAM-PALAVRA.

           PERFORM 7100-TRATAR-POSICAO
               VARYING WRK-IND-POSICAO FROM 1 BY 1
               UNTIL WRK-IND-POSICAO > 50.

           PERFORM 7200-FECHAR-PALAVRA THRU 7200-FECHAR-PALAVRA-EXIT.

       7000-NORMALIZAR-NOME-EXIT.
           EXIT.

       7100-TRATAR-POSICAO.

           IF WRK-NOME-TRABALHO(WRK-IND-POSICAO:1) = SPACE
               PERFORM 7200-FECHAR-PALAVRA
                   THRU 7200-FECHAR-PALAVRA-EXIT
           ELSE
               ADD 1 TO WRK-TAM-PALAVRA
               MOVE WRK-NOME-TRABALHO(WRK-IND-POSICAO:1)
                   TO WRK-PALAVRA(WRK-TAM-PALAVRA:1)
           END-IF.

      *-----------------------------------------------------------------
      * 7200-FECHAR-PALAVRA - acrescenta a palavra completa ao nome
      * normalizado, a menos que seja preposicao, e limpa a palavra.
      *-----------------------------------------------------------------
       7200-FECHAR-PALAVRA.

           IF WRK-TAM-PALAVRA = ZERO
               GO TO 7200-FECHAR-PALAVRA-EXIT
           END-IF

           IF NOT WRK-PALAVRA-PREPOSICAO
               IF WRK-TAM-NORMALIZADO > ZERO
                   ADD 1 TO WRK-TAM-NORMALIZADO
               END-IF
               MOVE WRK-PALAVRA(1:WRK-TAM-PALAVRA)
                   TO WRK-NOME-NORMALIZADO(WRK-TAM-NORMALIZADO + 1:
                                           WRK-TAM-PALAVRA)
               ADD WRK-TAM-PALAVRA TO WRK-TAM-NORMALIZADO
           END-IF

           MOVE SPACES TO WRK-PALAVRA.
           MOVE ZERO   TO WRK-TAM-PALAVRA.

       7200-FECHAR-PALAVRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - grava o resumo, fecha os arquivos e marca o
      * fim no controle de execucao.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           IF WRK-CONT-PARES = ZERO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO
               MOVE "NENHUM PAR SUSPEITO NESTA RODADA"
                   TO WRK-LINHA-RELATORIO
               WRITE WRK-LINHA-RELATORIO
           END-IF

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-SEPARADOR.

           MOVE "CLIENTES LIDOS....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-CLIENTES          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "SEM NOME (LGPD)...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-SEM-NOME          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "PARES SUSPEITOS...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-PARES             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "GRAU ALTA.........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ALTA              TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "GRAU MEDIA........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-MEDIA             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "GRAU BAIXA........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-BAIXA             TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "JA ANALISADOS.....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-ANALISADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "MARCAS APLICADAS..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-MARCAS-APLICADAS  TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "MARCAS RECUSADAS..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-MARCAS-RECUSADAS  TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "GRUPOS TRUNCADOS..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-GRUPOS-TRUNCADOS  TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           DISPLAY "Deteccao de duplicados concluida - pares: "
                   WRK-CONT-PARES " ja analisados: "
                   WRK-CONT-ANALISADOS.

           IF NOT WRK-SEM-CADASTRO-CONTAS
               CLOSE CONTA-MASTER
           END-IF
           IF NOT WRK-SEM-CADASTRO-COTITULARES
               CLOSE CONTA-COTITULAR
           END-IF
           CLOSE NAO-DUPLICADO RELATORIO-DUPLICADOS.

           MOVE "F" TO WRK-CTRL-FUNCAO.
           CALL "CLICTRL" USING WRK-CTRL-FUNCAO
                                WRK-CTRL-JOB
                                WRK-CTRL-PREDECESSOR
                                WRK-CTRL-DATA-MOVTO
                                WRK-CTRL-RETORNO.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CLIDUPL.
