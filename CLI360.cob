      ******************************************************************
      * Program:      CLI360
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Consulta interativa do cliente por CPF (visao 360), para o
      * atendimento de balcao. Numa so tela mostra o cadastro do
      * CLIENTE-MASTER com os campos LGPD e a situacao do endereco
      * (com a data de devolucao do malote, gravada pelo CLIDEVOL),
      * as contas do CONMAST em que o CPF e titular ou co-titular
      * ativo (CONCOTIT), os vencimentos ainda em aberto e os
      * inadimplentes do COBAGEND, e as pendencias de cadastro do
      * CLIPEND com o motivo da rejeicao. Antes o atendente abria o
      * CLINOME ou o CLIMANUT e ligava para o back-office para o
      * resto. A consulta so le: todos os arquivos sao abertos em
      * INPUT. Os arquivos sequenciais (COBAGEND, CLIPEND) sao
      * varridos a cada consulta, como no CLIJQRY. CPF em branco
      * encerra a consulta.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da consulta 360 por CPF.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. CLI360.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT AGENDA-COBRANCA ASSIGN TO "COBAGEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBAGEND-STATUS.

           SELECT PENDENCIA-CADASTRO ASSIGN TO "CLIPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIPEND-STATUS.

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

       FD  AGENDA-COBRANCA.
           COPY COBAREC.

      *Mesmo layout gravado pelo CLIRECIC.
       FD  PENDENCIA-CADASTRO.
       01  WRK-REG-PENDENCIA.
           02 WRK-PEN-DATA-ENTRADA         PIC 9(08).
           02 WRK-PEN-MOTIVO               PIC X(20).
           02 WRK-PEN-TRANSACAO            PIC X(231).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CLIMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIMAST-OK                   VALUE "00".
           88 WRK-CLIMAST-NAO-CADASTRADO       VALUE "35".

       77  WRK-CONMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-OK                   VALUES "00" "02".
           88 WRK-CONMAST-NAO-CADASTRADO       VALUE "35".

       77  WRK-CONCOTIT-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONCOTIT-OK                  VALUES "00" "02".
           88 WRK-CONCOTIT-NAO-CADASTRADO      VALUE "35".

       77  WRK-COBAGEND-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-COBAGEND-NAO-EXISTE          VALUE "35".

       77  WRK-CLIPEND-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CLIPEND-NAO-EXISTE           VALUE "35".

      *Cadastros de contas e de co-titulares podem ainda nao existir
      *(instalacao sem contas abertas); a consulta segue sem eles.
       77  WRK-SEM-ARQ-CONTAS              PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-CONTAS          VALUE "S".

       77  WRK-SEM-ARQ-COTITULARES         PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-COTITULARES     VALUE "S".

       77  WRK-FIM-CONSULTA                PIC X(01) VALUE "N".
           88 WRK-FIM-DA-CONSULTA              VALUE "S".

       77  WRK-FIM-PESQUISA                PIC X(01) VALUE "N".
           88 WRK-FIM-DA-PESQUISA              VALUE "S".

       77  WRK-CPF-PESQUISA                PIC X(11) VALUE SPACES.

       77  WRK-CPF-VALIDO                  PIC X(01) VALUE "N".
           88 WRK-CPF-OK                       VALUE "S".
           88 WRK-CPF-INVALIDO                 VALUE "N".

       77  WRK-DATA-ATUAL                  PIC 9(08) VALUE ZERO.

       77  WRK-CONT-CONTAS                 PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-VENCIMENTOS            PIC 9(05) COMP VALUE ZERO.
       77  WRK-CONT-PENDENCIAS             PIC 9(05) COMP VALUE ZERO.

      *Data AAAAMMDD desmontada para exibir como DD/MM/AAAA.
       01  WRK-DATA-EXIBIR.
           02 WRK-EXB-ANO                  PIC X(04).
           02 WRK-EXB-MES                  PIC X(02).
           02 WRK-EXB-DIA                  PIC X(02).
       01  WRK-DATA-EXIBIR-N REDEFINES WRK-DATA-EXIBIR
                                           PIC 9(08).

      *Transacao guardada na pendencia, para achar o CPF e a funcao.
           COPY CLITREC.

       01  WRK-LINHA-CONTA.
           02 WRK-LCT-AGENCIA              PIC X(04).
           02 FILLER                       PIC X(01) VALUE "/".
           02 WRK-LCT-NUMERO               PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LCT-PAPEL                PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LCT-TIPO                 PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LCT-SITUACAO             PIC X(20).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LCT-SALDO                PIC ZZZZZZZZZZ9.99.

       01  WRK-LINHA-VENCIMENTO.
           02 WRK-LVC-VENCIMENTO           PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LVC-VALOR                PIC ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LVC-SITUACAO             PIC X(12).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LVC-MOTIVO               PIC X(20).

       01  WRK-LINHA-PENDENCIA.
           02 WRK-LPN-DATA-ENTRADA         PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LPN-FUNCAO               PIC X(12).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-LPN-MOTIVO               PIC X(20).

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CONSULTAR        THRU 2000-CONSULTAR-EXIT
               UNTIL WRK-FIM-DA-CONSULTA.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - abre os cadastros indexados para consulta.
      * Sem o CLIMAST nao ha consulta; sem contas ou co-titulares a
      * consulta segue sem aquele quadro.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-ATUAL.

           OPEN INPUT CLIENTE-MASTER.
           IF NOT WRK-CLIMAST-OK
               DISPLAY "CLI360: arquivo de clientes indisponivel "
                       "(status " WRK-CLIMAST-STATUS ")"
               SET WRK-FIM-DA-CONSULTA TO TRUE
               SET WRK-SEM-CADASTRO-CONTAS TO TRUE
               SET WRK-SEM-CADASTRO-COTITULARES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT CONTA-MASTER.
           IF WRK-CONMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-CONTAS TO TRUE
           END-IF

           OPEN INPUT CONTA-COTITULAR.
           IF WRK-CONCOTIT-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-COTITULARES TO TRUE
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CONSULTAR - le o CPF, critica pelo CPFVALID e monta os
      * quadros da consulta. CPF nao cadastrado ainda mostra as
      * pendencias: uma inclusao rejeitada e justamente o caso mais
      * comum no balcao.
      *-----------------------------------------------------------------
       2000-CONSULTAR.

           MOVE SPACES TO WRK-CPF-PESQUISA.
           DISPLAY " ".
           DISPLAY "CPF do cliente (vazio encerra):".
           ACCEPT WRK-CPF-PESQUISA.

           IF WRK-CPF-PESQUISA = SPACES
               SET WRK-FIM-DA-CONSULTA TO TRUE
               GO TO 2000-CONSULTAR-EXIT
           END-IF

           CALL "CPFVALID" USING WRK-CPF-PESQUISA WRK-CPF-VALIDO.
           IF WRK-CPF-INVALIDO
               DISPLAY "CPF invalido - conferir com o cliente."
               GO TO 2000-CONSULTAR-EXIT
           END-IF

           MOVE WRK-CPF-PESQUISA TO WRK-CLIENTE-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "CPF nao cadastrado no arquivo de clientes."
               NOT INVALID KEY
                   PERFORM 3000-EXIBIR-CADASTRO
                       THRU 3000-EXIBIR-CADASTRO-EXIT
                   PERFORM 4000-EXIBIR-CONTAS
                       THRU 4000-EXIBIR-CONTAS-EXIT
                   PERFORM 5000-EXIBIR-VENCIMENTOS
                       THRU 5000-EXIBIR-VENCIMENTOS-EXIT
           END-READ

           PERFORM 6000-EXIBIR-PENDENCIAS
               THRU 6000-EXIBIR-PENDENCIAS-EXIT.

       2000-CONSULTAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EXIBIR-CADASTRO - dados cadastrais, LGPD e situacao do
      * endereco, no mesmo formato do CLINOME.
      *-----------------------------------------------------------------
       3000-EXIBIR-CADASTRO.

           DISPLAY " ".
           DISPLAY "=== CADASTRO ===".
           DISPLAY "NOME........: " WRK-CLIENTE-NOME.
           DISPLAY "RG..........: " WRK-CLIENTE-RG.
           DISPLAY "CPF.........: " WRK-CLIENTE-CPF.
           DISPLAY "NASCIMENTO..: " WRK-CLIENTE-DATA-NASC-DIA "/"
                   WRK-CLIENTE-DATA-NASC-MES "/"
                   WRK-CLIENTE-DATA-NASC-ANO.
           IF WRK-CLIENTE-ATIVO
               DISPLAY "SITUACAO....: ATIVO"
           ELSE
               DISPLAY "SITUACAO....: INATIVO"
           END-IF
           IF WRK-CLIENTE-LGPD-CONSENTIU
               DISPLAY "LGPD CONSENT: SIM"
           ELSE
               DISPLAY "LGPD CONSENT: NAO"
           END-IF
           DISPLAY "LGPD DATA...: " WRK-CLIENTE-LGPD-DATA-DIA "/"
                   WRK-CLIENTE-LGPD-DATA-MES "/"
                   WRK-CLIENTE-LGPD-DATA-ANO.
           DISPLAY "LOGRADOURO..: " WRK-CLIENTE-END-LOGRADOURO.
           DISPLAY "NUMERO......: " WRK-CLIENTE-END-NUMERO.
           DISPLAY "COMPLEMENTO.: " WRK-CLIENTE-END-COMPLEMENTO.
           DISPLAY "BAIRRO......: " WRK-CLIENTE-END-BAIRRO.
           DISPLAY "CIDADE......: " WRK-CLIENTE-END-CIDADE.
           DISPLAY "UF..........: " WRK-CLIENTE-END-UF.
           DISPLAY "CEP.........: " WRK-CLIENTE-END-CEP.

           EVALUATE TRUE
               WHEN WRK-CLIENTE-END-DEVOLVIDO
                   DISPLAY "ENDERECO....: DEVOLVIDO PELO CORREIO EM "
                           WRK-CLIENTE-DEVOL-DIA "/"
                           WRK-CLIENTE-DEVOL-MES "/"
                           WRK-CLIENTE-DEVOL-ANO
                           " - CONFIRMAR COM O CLIENTE"
               WHEN WRK-CLIENTE-END-EM-ACERTO
                   DISPLAY "ENDERECO....: EM ACERTO (DEVOLVIDO EM "
                           WRK-CLIENTE-DEVOL-DIA "/"
                           WRK-CLIENTE-DEVOL-MES "/"
                           WRK-CLIENTE-DEVOL-ANO ")"
               WHEN OTHER
                   DISPLAY "ENDERECO....: VALIDO"
           END-EVALUATE.

       3000-EXIBIR-CADASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-EXIBIR-CONTAS - contas em que o CPF e titular (chave
      * alternativa de CPF do CONMAST) e, em seguida, as contas em
      * que e co-titular ativo (chave alternativa do CONCOTIT, com a
      * conta lida pela chave primaria).
      *-----------------------------------------------------------------
       4000-EXIBIR-CONTAS.

           DISPLAY " ".
           DISPLAY "=== CONTAS ===".

           IF WRK-SEM-CADASTRO-CONTAS
               DISPLAY "Cadastro de contas (CONMAST) indisponivel."
               GO TO 4000-EXIBIR-CONTAS-EXIT
           END-IF

           MOVE ZERO TO WRK-CONT-CONTAS.

           MOVE "N" TO WRK-FIM-PESQUISA.
           MOVE WRK-CPF-PESQUISA           TO WRK-CONTA-CPF.
           START CONTA-MASTER
               KEY IS EQUAL TO WRK-CONTA-CPF
               INVALID KEY
                   SET WRK-FIM-DA-PESQUISA TO TRUE
           END-START

           PERFORM 4100-LER-CONTA-CPF THRU 4100-LER-CONTA-CPF-EXIT
               UNTIL WRK-FIM-DA-PESQUISA.

           IF NOT WRK-SEM-CADASTRO-COTITULARES
               MOVE "N" TO WRK-FIM-PESQUISA
               MOVE WRK-CPF-PESQUISA       TO WRK-COT-CPF
               START CONTA-COTITULAR
                   KEY IS EQUAL TO WRK-COT-CPF
                   INVALID KEY
                       SET WRK-FIM-DA-PESQUISA TO TRUE
               END-START
               PERFORM 4200-LER-COTITULAR-CPF
                   THRU 4200-LER-COTITULAR-CPF-EXIT
                   UNTIL WRK-FIM-DA-PESQUISA
           END-IF

           IF WRK-CONT-CONTAS = ZERO
               DISPLAY "Nenhuma conta para o CPF."
           END-IF.

       4000-EXIBIR-CONTAS-EXIT.
           EXIT.

       4100-LER-CONTA-CPF.

           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-DA-PESQUISA TO TRUE
                   GO TO 4100-LER-CONTA-CPF-EXIT
           END-READ

           IF NOT WRK-CONMAST-OK
               OR WRK-CONTA-CPF NOT = WRK-CPF-PESQUISA
               SET WRK-FIM-DA-PESQUISA TO TRUE
               GO TO 4100-LER-CONTA-CPF-EXIT
           END-IF

           MOVE "TITULAR"                  TO WRK-LCT-PAPEL.
           PERFORM 4300-EXIBIR-CONTA THRU 4300-EXIBIR-CONTA-EXIT.

       4100-LER-CONTA-CPF-EXIT.
           EXIT.

      *Participacao excluida fica no CONCOTIT como historico e nao e
      *mostrada.
       4200-LER-COTITULAR-CPF.

           READ CONTA-COTITULAR NEXT RECORD
               AT END
                   SET WRK-FIM-DA-PESQUISA TO TRUE
                   GO TO 4200-LER-COTITULAR-CPF-EXIT
           END-READ

           IF NOT WRK-CONCOTIT-OK
               OR WRK-COT-CPF NOT = WRK-CPF-PESQUISA
               SET WRK-FIM-DA-PESQUISA TO TRUE
               GO TO 4200-LER-COTITULAR-CPF-EXIT
           END-IF

           IF NOT WRK-COT-ATIVO
               GO TO 4200-LER-COTITULAR-CPF-EXIT
           END-IF

           MOVE WRK-COT-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-COT-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   GO TO 4200-LER-COTITULAR-CPF-EXIT
           END-READ

           MOVE "CO-TITULAR"               TO WRK-LCT-PAPEL.
           PERFORM 4300-EXIBIR-CONTA THRU 4300-EXIBIR-CONTA-EXIT.

       4200-LER-COTITULAR-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-EXIBIR-CONTA - uma linha por conta: agencia/numero,
      * papel do CPF, tipo, situacao (com a data de encerramento) e
      * saldo.
      *-----------------------------------------------------------------
       4300-EXIBIR-CONTA.

           ADD 1 TO WRK-CONT-CONTAS.

           MOVE WRK-CONTA-AGENCIA          TO WRK-LCT-AGENCIA.
           MOVE WRK-CONTA-NUMERO           TO WRK-LCT-NUMERO.
           IF WRK-CONTA-CORRENTE
               MOVE "CORRENTE"             TO WRK-LCT-TIPO
           ELSE
               MOVE "POUPANCA"             TO WRK-LCT-TIPO
           END-IF
           IF WRK-CONTA-ABERTA
               MOVE "ABERTA"               TO WRK-LCT-SITUACAO
           ELSE
               MOVE SPACES                 TO WRK-LCT-SITUACAO
               STRING "ENCERRADA "         DELIMITED BY SIZE
                      WRK-CONTA-ENCE-DIA   DELIMITED BY SIZE
                      "/"                  DELIMITED BY SIZE
                      WRK-CONTA-ENCE-MES   DELIMITED BY SIZE
                      "/"                  DELIMITED BY SIZE
                      WRK-CONTA-ENCE-ANO   DELIMITED BY SIZE
                   INTO WRK-LCT-SITUACAO
               END-STRING
           END-IF
           MOVE WRK-CONTA-SALDO            TO WRK-LCT-SALDO.
           DISPLAY WRK-LINHA-CONTA.

       4300-EXIBIR-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-EXIBIR-VENCIMENTOS - varre o COBAGEND e mostra os
      * agendamentos do CPF ainda nao liquidados: a vencer, vencidos
      * sem retorno do banco e recusados (inadimplencia, com o
      * motivo do retorno).
      *-----------------------------------------------------------------
       5000-EXIBIR-VENCIMENTOS.

           DISPLAY " ".
           DISPLAY "=== VENCIMENTOS EM ABERTO ===".

           MOVE ZERO TO WRK-CONT-VENCIMENTOS.

           OPEN INPUT AGENDA-COBRANCA.
           IF WRK-COBAGEND-NAO-EXISTE
               DISPLAY "Agenda de cobranca (COBAGEND) indisponivel."
               GO TO 5000-EXIBIR-VENCIMENTOS-EXIT
           END-IF

           MOVE "N" TO WRK-FIM-PESQUISA.
           PERFORM 5100-LER-AGENDA THRU 5100-LER-AGENDA-EXIT
               UNTIL WRK-FIM-DA-PESQUISA.

           CLOSE AGENDA-COBRANCA.

           IF WRK-CONT-VENCIMENTOS = ZERO
               DISPLAY "Nenhum vencimento em aberto."
           END-IF.

       5000-EXIBIR-VENCIMENTOS-EXIT.
           EXIT.

       5100-LER-AGENDA.

           READ AGENDA-COBRANCA
               AT END
                   SET WRK-FIM-DA-PESQUISA TO TRUE
                   GO TO 5100-LER-AGENDA-EXIT
           END-READ

           IF WRK-AGE-CPF NOT = WRK-CPF-PESQUISA
               OR WRK-AGE-LIQUIDADO
               GO TO 5100-LER-AGENDA-EXIT
           END-IF

           ADD 1 TO WRK-CONT-VENCIMENTOS.

           MOVE WRK-AGE-VENCIMENTO         TO WRK-DATA-EXIBIR-N.
           MOVE SPACES                     TO WRK-LVC-VENCIMENTO.
           STRING WRK-EXB-DIA "/" WRK-EXB-MES "/" WRK-EXB-ANO
               DELIMITED BY SIZE INTO WRK-LVC-VENCIMENTO
           END-STRING.
           MOVE WRK-AGE-VALOR              TO WRK-LVC-VALOR.
           MOVE SPACES                     TO WRK-LVC-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-AGE-RECUSADO
                   MOVE "INADIMPLENTE"     TO WRK-LVC-SITUACAO
                   MOVE WRK-AGE-MOTIVO     TO WRK-LVC-MOTIVO
               WHEN WRK-AGE-VENCIMENTO < WRK-DATA-ATUAL
                   MOVE "VENCIDO"          TO WRK-LVC-SITUACAO
               WHEN OTHER
                   MOVE "A VENCER"         TO WRK-LVC-SITUACAO
           END-EVALUATE
           DISPLAY WRK-LINHA-VENCIMENTO.

       5100-LER-AGENDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-EXIBIR-PENDENCIAS - varre o CLIPEND e mostra as
      * transacoes do CPF rejeitadas na critica e ainda nao
      * corrigidas, com a data de entrada e o motivo.
      *-----------------------------------------------------------------
       6000-EXIBIR-PENDENCIAS.

           DISPLAY " ".
           DISPLAY "=== PENDENCIAS DE CADASTRO ===".

           MOVE ZERO TO WRK-CONT-PENDENCIAS.

           OPEN INPUT PENDENCIA-CADASTRO.
           IF WRK-CLIPEND-NAO-EXISTE
               DISPLAY "Nenhuma pendencia aberta."
               GO TO 6000-EXIBIR-PENDENCIAS-EXIT
           END-IF

           MOVE "N" TO WRK-FIM-PESQUISA.
           PERFORM 6100-LER-PENDENCIA THRU 6100-LER-PENDENCIA-EXIT
               UNTIL WRK-FIM-DA-PESQUISA.

           CLOSE PENDENCIA-CADASTRO.

           IF WRK-CONT-PENDENCIAS = ZERO
               DISPLAY "Nenhuma pendencia aberta."
           END-IF.

       6000-EXIBIR-PENDENCIAS-EXIT.
           EXIT.

       6100-LER-PENDENCIA.

           READ PENDENCIA-CADASTRO
               AT END
                   SET WRK-FIM-DA-PESQUISA TO TRUE
                   GO TO 6100-LER-PENDENCIA-EXIT
           END-READ

           MOVE WRK-PEN-TRANSACAO          TO WRK-REG-TRANSACAO.
           IF WRK-TRAN-CPF NOT = WRK-CPF-PESQUISA
               GO TO 6100-LER-PENDENCIA-EXIT
           END-IF

           ADD 1 TO WRK-CONT-PENDENCIAS.

           MOVE WRK-PEN-DATA-ENTRADA       TO WRK-DATA-EXIBIR-N.
           MOVE SPACES                     TO WRK-LPN-DATA-ENTRADA.
           STRING WRK-EXB-DIA "/" WRK-EXB-MES "/" WRK-EXB-ANO
               DELIMITED BY SIZE INTO WRK-LPN-DATA-ENTRADA
           END-STRING.
           EVALUATE TRUE
               WHEN WRK-TRAN-INCLUIR
                   MOVE "INCLUSAO"         TO WRK-LPN-FUNCAO
               WHEN WRK-TRAN-ALTERAR
                   MOVE "ALTERACAO"        TO WRK-LPN-FUNCAO
               WHEN WRK-TRAN-CONSULTAR
                   MOVE "CONSULTA"         TO WRK-LPN-FUNCAO
               WHEN WRK-TRAN-DESATIVAR
                   MOVE "DESATIVACAO"      TO WRK-LPN-FUNCAO
               WHEN WRK-TRAN-LGPD
                   MOVE "LGPD"             TO WRK-LPN-FUNCAO
               WHEN WRK-TRAN-TROCAR-CPF
                   MOVE "TROCA DE CPF"     TO WRK-LPN-FUNCAO
               WHEN OTHER
                   MOVE WRK-TRAN-FUNCAO    TO WRK-LPN-FUNCAO
           END-EVALUATE
           MOVE WRK-PEN-MOTIVO             TO WRK-LPN-MOTIVO.
           DISPLAY WRK-LINHA-PENDENCIA.

       6100-LER-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - fecha os cadastros abertos.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           IF NOT WRK-CLIMAST-NAO-CADASTRADO
               CLOSE CLIENTE-MASTER
           END-IF

           IF NOT WRK-SEM-CADASTRO-CONTAS
               CLOSE CONTA-MASTER
           END-IF

           IF NOT WRK-SEM-CADASTRO-COTITULARES
               CLOSE CONTA-COTITULAR
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CLI360.
