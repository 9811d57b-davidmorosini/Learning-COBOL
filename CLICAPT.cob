      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 03-09-2026  EQM   Programa inicial da captura de balcao.
      * 15-10-2026  EQM   A sessao passou a comecar pela agencia do
      *                   atendimento, conferida no cadastro de
      *                   agencias (AGEMAST): agencia inexistente ou
      *                   encerrada nao abre sessao. A agencia vai em
      *                   cada transacao gravada (WRK-TRAN-AGENCIA),
      *                   para a producao por agencia.
      * 15-10-2026  EQM   Inclusao de CPF que consta da lista
      *                   restritiva (PLDLIST) avisa o atendente de
      *                   que sera retida pelo compliance no CLIMANUT;
      *                   o atendente confirma (S) ou cancela (N).
      *-----------------------------------------------------------------

      *=================================================================
               RECORD KEY IS WRK-CEP-NUMERO
               FILE STATUS IS WRK-CEPDIR-STATUS.

           SELECT AGENCIA-MASTER ASSIGN TO "AGEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-AGENCIA-CODIGO
               FILE STATUS IS WRK-AGEMAST-STATUS.

           SELECT LISTA-PLD ASSIGN TO "PLDLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-PLD-CPF
               FILE STATUS IS WRK-PLDLIST-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================
       FD  DIRETORIO-CEP.
           COPY CEPREC.

       FD  AGENCIA-MASTER.
           COPY AGEREC.

       FD  LISTA-PLD.
           COPY PLDREC.

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*
       77  WRK-SEM-DIRETORIO               PIC X(01) VALUE "N".
           88 WRK-SEM-DIRETORIO-CEP            VALUE "S".

       77  WRK-AGEMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-AGEMAST-NAO-CADASTRADO       VALUE "35".

      *O cadastro de agencias pode ainda nao ter sido carregado pelo
      *AGEMANUT; nesse caso a agencia do atendimento so e criticada
      *quanto ao formato.
       77  WRK-SEM-ARQ-AGENCIAS            PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-AGENCIAS        VALUE "S".

       77  WRK-PLDLIST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-PLDLIST-NAO-CADASTRADO       VALUE "35".

      *As listas PLD podem ainda nao ter sido carregadas pelo
      *PLDCARGA; nesse caso a inclusao segue sem aviso.
       77  WRK-SEM-ARQ-LISTAS              PIC X(01) VALUE "N".
           88 WRK-SEM-LISTAS-PLD               VALUE "S".

       77  WRK-DIG-CONFIRMA                PIC X(01) VALUE SPACE.

      *Agencia do atendimento, informada uma vez no inicio da sessao
      *e levada para cada transacao gravada.
       77  WRK-AGENCIA-ATENDIMENTO         PIC X(04) VALUE SPACES.

       77  WRK-FIM-CAPTURA                 PIC X(01) VALUE "N".
           88 WRK-FIM-DA-CAPTURA               VALUE "S".


      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - abre o CLITRAN do dia em EXTEND (criando-o
      * na primeira captura do dia), o diretorio de CEPs e o cadastro
      * de agencias, e le a agencia do atendimento.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

               DISPLAY "CLICAPT: diretorio de CEPs (CEPDIR) nao "
                       "carregado - critica de CEP limitada a "
                       "plausibilidade"
           END-IF

           OPEN INPUT AGENCIA-MASTER.
           IF WRK-AGEMAST-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-AGENCIAS TO TRUE
               DISPLAY "CLICAPT: cadastro de agencias (AGEMAST) nao "
                       "carregado - agencia sem conferencia"
           END-IF

           OPEN INPUT LISTA-PLD.
           IF WRK-PLDLIST-NAO-CADASTRADO
               SET WRK-SEM-LISTAS-PLD TO TRUE
               DISPLAY "CLICAPT: listas PLD (PLDLIST) nao "
                       "carregadas - inclusao sem aviso de lista "
                       "restritiva"
           END-IF

           MOVE "N" TO WRK-CAMPO-VALIDO.
           PERFORM 1100-LER-AGENCIA THRU 1100-LER-AGENCIA-EXIT
               UNTIL WRK-CAMPO-OK OR WRK-FIM-DA-CAPTURA.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LER-AGENCIA - le a agencia do atendimento ate o atendente
      * acertar: quatro digitos e, com o cadastro carregado, agencia
      * existente e aberta. Agencia em branco encerra a sessao sem
      * capturar nada.
      *-----------------------------------------------------------------
       1100-LER-AGENCIA.

           DISPLAY "Agencia do atendimento (vazio encerra):".
           MOVE SPACES TO WRK-AGENCIA-ATENDIMENTO.
           ACCEPT WRK-AGENCIA-ATENDIMENTO.

           IF WRK-AGENCIA-ATENDIMENTO = SPACES
               SET WRK-FIM-DA-CAPTURA TO TRUE
               GO TO 1100-LER-AGENCIA-EXIT
           END-IF

           IF WRK-AGENCIA-ATENDIMENTO IS NOT NUMERIC
               OR WRK-AGENCIA-ATENDIMENTO = "0000"
               DISPLAY "Agencia invalida - digitar quatro digitos."
               GO TO 1100-LER-AGENCIA-EXIT
           END-IF

           IF NOT WRK-SEM-CADASTRO-AGENCIAS
               MOVE WRK-AGENCIA-ATENDIMENTO TO WRK-AGENCIA-CODIGO
               READ AGENCIA-MASTER
                   INVALID KEY
                       DISPLAY "Agencia nao cadastrada."
                       GO TO 1100-LER-AGENCIA-EXIT
                   NOT INVALID KEY
                       IF WRK-AGENCIA-ENCERRADA
                           DISPLAY "Agencia encerrada - nao aceita "
                                   "movimento."
                           GO TO 1100-LER-AGENCIA-EXIT
                       END-IF
               END-READ
           END-IF

           SET WRK-CAMPO-OK TO TRUE.

       1100-LER-AGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CAPTURAR - le a funcao da proxima transacao, captura os
      * campos daquela funcao e grava o registro no CLITRAN do dia.

           MOVE "N"    TO WRK-TRAN-SITUACAO.
           MOVE SPACES TO WRK-REG-TRANSACAO.
           MOVE WRK-AGENCIA-ATENDIMENTO TO WRK-TRAN-AGENCIA.

           DISPLAY " ".
           DISPLAY "Funcao - A=incluir C=alterar I=consultar "
           END-IF

           PERFORM 3000-CAPTURAR-CPF THRU 3000-CAPTURAR-CPF-EXIT.

           IF WRK-TRAN-INCLUIR AND NOT WRK-TRAN-CANCELADA
               PERFORM 3100-CONFERIR-LISTA-PLD
                   THRU 3100-CONFERIR-LISTA-PLD-EXIT
           END-IF

           IF WRK-TRAN-CANCELADA
               ADD 1 TO WRK-CONT-CANCELADAS
               DISPLAY "Transacao cancelada."
       3010-LER-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-CONFERIR-LISTA-PLD - na inclusao, procura o CPF na lista
      * restritiva. Se constar, avisa que a inclusao sera retida pelo
      * compliance no CLIMANUT e pede confirmacao; N cancela a
      * transacao.
      *-----------------------------------------------------------------
       3100-CONFERIR-LISTA-PLD.

           IF WRK-SEM-LISTAS-PLD
               GO TO 3100-CONFERIR-LISTA-PLD-EXIT
           END-IF

           MOVE WRK-TRAN-CPF TO WRK-PLD-CPF.
           READ LISTA-PLD
               INVALID KEY
                   GO TO 3100-CONFERIR-LISTA-PLD-EXIT
           END-READ

           IF NOT WRK-PLD-E-RESTRITIVA
               GO TO 3100-CONFERIR-LISTA-PLD-EXIT
           END-IF

           DISPLAY "ATENCAO: CPF consta da lista restritiva ("
                   WRK-PLD-REST-MOTIVO ").".
           DISPLAY "A inclusao sera retida pelo compliance no "
                   "processamento noturno.".

           MOVE "N" TO WRK-CAMPO-VALIDO.
           PERFORM 3110-LER-CONFIRMACAO
               THRU 3110-LER-CONFIRMACAO-EXIT
               UNTIL WRK-CAMPO-OK.

           IF WRK-DIG-CONFIRMA = "N"
               SET WRK-TRAN-CANCELADA TO TRUE
           END-IF.

       3100-CONFERIR-LISTA-PLD-EXIT.
           EXIT.

       3110-LER-CONFIRMACAO.

           DISPLAY "Registrar a inclusao assim mesmo? (S/N):".
           MOVE SPACE TO WRK-DIG-CONFIRMA.
           ACCEPT WRK-DIG-CONFIRMA.

           IF WRK-DIG-CONFIRMA = "S" OR WRK-DIG-CONFIRMA = "N"
               SET WRK-CAMPO-OK TO TRUE
           ELSE
               DISPLAY "Responder S ou N."
           END-IF.

       3110-LER-CONFIRMACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-CAPTURAR-LGPD - le o consentimento (V=consentiu,
      * F=revogou/nao consentiu) ate o atendente acertar.

           IF NOT WRK-SEM-DIRETORIO-CEP
               CLOSE DIRETORIO-CEP
           END-IF

           IF NOT WRK-SEM-CADASTRO-AGENCIAS
               CLOSE AGENCIA-MASTER
           END-IF

           IF NOT WRK-SEM-LISTAS-PLD
               CLOSE LISTA-PLD
           END-IF.

       9000-FINALIZAR-EXIT.
