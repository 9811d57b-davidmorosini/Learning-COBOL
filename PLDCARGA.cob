      ******************************************************************
      * Program:      PLDCARGA
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Carga mensal das listas de prevencao a lavagem de dinheiro
      * no arquivo indexado PLDLIST (copybook PLDREC), chaveado por
      * CPF. Entram a lista de Pessoas Expostas Politicamente
      * (PLDPEP) e a lista restritiva interna (PLDREST), as duas
      * sequenciais e no mesmo layout (CPF, nome, descricao). Como
      * no CEPLOAD, o PLDLIST e regravado por inteiro a cada carga:
      * as listas recebidas sao sempre completas, nao um delta. CPF
      * que consta das duas listas fica num registro so, com os dois
      * indicadores. CPF invalido (CPFVALID) ou repetido na mesma
      * lista e rejeitado. O resumo e as rejeicoes saem em PLDCARGR.
      * Roda quando o compliance recebe as listas, antes da triagem
      * PLDTRIAG; nao entra no controle de execucao (CLICTRL).
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da carga das listas PEP e
      *                   restritiva.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. PLDCARGA.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT LISTA-PLD ASSIGN TO "PLDLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-PLD-CPF
               FILE STATUS IS WRK-PLDLIST-STATUS.

           SELECT ENTRADA-PEP ASSIGN TO "PLDPEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLDPEP-STATUS.

           SELECT ENTRADA-RESTRITIVA ASSIGN TO "PLDREST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLDREST-STATUS.

           SELECT RELATORIO-CARGA ASSIGN TO "PLDCARGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLDCARGR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  LISTA-PLD.
           COPY PLDREC.

       FD  ENTRADA-PEP.
       01  WRK-REG-ENTRADA-PEP.
           02 WRK-EPP-CPF                  PIC X(11).
           02 WRK-EPP-NOME                 PIC X(50).
           02 WRK-EPP-DESCRICAO            PIC X(30).

       FD  ENTRADA-RESTRITIVA.
       01  WRK-REG-ENTRADA-REST.
           02 WRK-ERS-CPF                  PIC X(11).
           02 WRK-ERS-NOME                 PIC X(50).
           02 WRK-ERS-DESCRICAO            PIC X(30).

       FD  RELATORIO-CARGA.
       01  WRK-LINHA-RELATORIO             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-PLDLIST-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-PLDPEP-STATUS               PIC X(02) VALUE SPACES.
           88 WRK-PLDPEP-NAO-EXISTE            VALUE "35".
       77  WRK-PLDREST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-PLDREST-NAO-EXISTE           VALUE "35".
       77  WRK-PLDCARGR-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-FIM-ENTRADA                 PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-ENTRADA          VALUE "S".

       77  WRK-CPF-VALIDO                  PIC X(01) VALUE "N".
           88 WRK-CPF-OK                       VALUE "S".
           88 WRK-CPF-INVALIDO                 VALUE "N".

      *Lista em carga: a entrada corrente e copiada para a area
      *comum abaixo, tratada igual para as duas listas.
       77  WRK-LISTA-CORRENTE              PIC X(01) VALUE SPACE.
           88 WRK-CARGA-PEP                    VALUE "P".
           88 WRK-CARGA-RESTRITIVA             VALUE "R".

       01  WRK-ENTRADA-LISTA.
           02 WRK-ENT-CPF                  PIC X(11).
           02 WRK-ENT-NOME                 PIC X(50).
           02 WRK-ENT-DESCRICAO            PIC X(30).

       77  WRK-DATA-ATUAL                  PIC 9(08) VALUE ZERO.

       77  WRK-CONT-LIDOS-PEP              PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-LIDOS-REST             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-CARREGADOS             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-EM-AMBAS               PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADOS             PIC 9(07) COMP VALUE ZERO.

       01  WRK-LINHA-DETALHE.
           02 WRK-DET-LISTA                PIC X(12).
           02 WRK-DET-CPF                  PIC X(13).
           02 WRK-DET-NOME                 PIC X(35).
           02 WRK-DET-RESULTADO            PIC X(20).

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

           SET WRK-CARGA-PEP TO TRUE.
           MOVE "N" TO WRK-FIM-ENTRADA.
           PERFORM 2100-LER-PEP THRU 2100-LER-PEP-EXIT.
           PERFORM 2000-PROCESSA-PEP THRU 2000-PROCESSA-PEP-EXIT
               UNTIL WRK-FIM-ARQUIVO-ENTRADA.

           SET WRK-CARGA-RESTRITIVA TO TRUE.
           MOVE "N" TO WRK-FIM-ENTRADA.
           PERFORM 3100-LER-RESTRITIVA THRU 3100-LER-RESTRITIVA-EXIT.
           PERFORM 3000-PROCESSA-RESTRITIVA
               THRU 3000-PROCESSA-RESTRITIVA-EXIT
               UNTIL WRK-FIM-ARQUIVO-ENTRADA.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - confere que as duas listas chegaram (carga
      * com uma lista so apagaria a outra) e recria o PLDLIST vazio,
      * reaberto em I-O para o casamento das duas listas por CPF.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-ATUAL.

           OPEN INPUT ENTRADA-PEP.
           IF WRK-PLDPEP-NAO-EXISTE
               DISPLAY "PLDCARGA: lista PEP (PLDPEP) inexistente - "
                       "carga abortada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENTRADA-RESTRITIVA.
           IF WRK-PLDREST-NAO-EXISTE
               DISPLAY "PLDCARGA: lista restritiva (PLDREST) "
                       "inexistente - carga abortada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LISTA-PLD.
           CLOSE LISTA-PLD.
           OPEN I-O LISTA-PLD.

           OPEN OUTPUT RELATORIO-CARGA.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-PEP - carrega o registro corrente da lista PEP
      * e le o proximo.
      *-----------------------------------------------------------------
       2000-PROCESSA-PEP.

           ADD 1 TO WRK-CONT-LIDOS-PEP.
           MOVE WRK-REG-ENTRADA-PEP        TO WRK-ENTRADA-LISTA.
           MOVE "PEP"                      TO WRK-DET-LISTA.

           PERFORM 4000-CARREGAR-CPF THRU 4000-CARREGAR-CPF-EXIT.

           PERFORM 2100-LER-PEP THRU 2100-LER-PEP-EXIT.

       2000-PROCESSA-PEP-EXIT.
           EXIT.

       2100-LER-PEP.

           READ ENTRADA-PEP
               AT END
                   SET WRK-FIM-ARQUIVO-ENTRADA TO TRUE
           END-READ.

       2100-LER-PEP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCESSA-RESTRITIVA - carrega o registro corrente da
      * lista restritiva e le o proximo.
      *-----------------------------------------------------------------
       3000-PROCESSA-RESTRITIVA.

           ADD 1 TO WRK-CONT-LIDOS-REST.
           MOVE WRK-REG-ENTRADA-REST       TO WRK-ENTRADA-LISTA.
           MOVE "RESTRITIVA"               TO WRK-DET-LISTA.

           PERFORM 4000-CARREGAR-CPF THRU 4000-CARREGAR-CPF-EXIT.

           PERFORM 3100-LER-RESTRITIVA THRU 3100-LER-RESTRITIVA-EXIT.

       3000-PROCESSA-RESTRITIVA-EXIT.
           EXIT.

       3100-LER-RESTRITIVA.

           READ ENTRADA-RESTRITIVA
               AT END
                   SET WRK-FIM-ARQUIVO-ENTRADA TO TRUE
           END-READ.

       3100-LER-RESTRITIVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CARREGAR-CPF - critica o CPF da entrada e grava (CPF
      * novo) ou completa (CPF ja carregado pela outra lista) o
      * registro do PLDLIST. CPF ja marcado na mesma lista e
      * repeticao na entrada e e rejeitado.
      *-----------------------------------------------------------------
       4000-CARREGAR-CPF.

           MOVE WRK-ENT-CPF                TO WRK-DET-CPF.
           MOVE WRK-ENT-NOME               TO WRK-DET-NOME.

           CALL "CPFVALID" USING WRK-ENT-CPF WRK-CPF-VALIDO.
           IF WRK-CPF-INVALIDO
               MOVE "CPF INVALIDO"         TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADOS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 4000-CARREGAR-CPF-EXIT
           END-IF

           MOVE WRK-ENT-CPF                TO WRK-PLD-CPF.
           READ LISTA-PLD
               INVALID KEY
                   PERFORM 4100-INCLUIR-CPF
                       THRU 4100-INCLUIR-CPF-EXIT
                   GO TO 4000-CARREGAR-CPF-EXIT
           END-READ

           IF (WRK-CARGA-PEP AND WRK-PLD-E-PEP)
               OR (WRK-CARGA-RESTRITIVA AND WRK-PLD-E-RESTRITIVA)
               MOVE "CPF DUPLICADO"        TO WRK-DET-RESULTADO
               ADD 1 TO WRK-CONT-REJEITADOS
               PERFORM 7000-GRAVAR-DET THRU 7000-GRAVAR-DET-EXIT
               GO TO 4000-CARREGAR-CPF-EXIT
           END-IF

           PERFORM 4200-MARCAR-LISTA THRU 4200-MARCAR-LISTA-EXIT.
           REWRITE WRK-REG-LISTA-PLD.
           ADD 1 TO WRK-CONT-EM-AMBAS.

       4000-CARREGAR-CPF-EXIT.
           EXIT.

       4100-INCLUIR-CPF.

           MOVE WRK-ENT-CPF                TO WRK-PLD-CPF.
           MOVE WRK-ENT-NOME               TO WRK-PLD-NOME.
           MOVE "N"                        TO WRK-PLD-PEP
                                              WRK-PLD-RESTRITIVA.
           MOVE SPACES                     TO WRK-PLD-PEP-DESCRICAO
                                              WRK-PLD-REST-MOTIVO.
           MOVE WRK-DATA-ATUAL             TO WRK-PLD-DATA-CARGA.
           PERFORM 4200-MARCAR-LISTA THRU 4200-MARCAR-LISTA-EXIT.

           WRITE WRK-REG-LISTA-PLD.
           ADD 1 TO WRK-CONT-CARREGADOS.

       4100-INCLUIR-CPF-EXIT.
           EXIT.

       4200-MARCAR-LISTA.

           IF WRK-CARGA-PEP
               SET WRK-PLD-E-PEP           TO TRUE
               MOVE WRK-ENT-DESCRICAO      TO WRK-PLD-PEP-DESCRICAO
           ELSE
               SET WRK-PLD-E-RESTRITIVA    TO TRUE
               MOVE WRK-ENT-DESCRICAO      TO WRK-PLD-REST-MOTIVO
           END-IF.

       4200-MARCAR-LISTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-DET - grava uma linha de rejeicao no relatorio da
      * carga.
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

           MOVE "LIDOS LISTA PEP...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIDOS-PEP         TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "LIDOS RESTRITIVA..: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIDOS-REST        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "CPFS CARREGADOS...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-CARREGADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "NAS DUAS LISTAS...: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-EM-AMBAS          TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "REJEITADOS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-REJEITADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           DISPLAY "Carga das listas PLD concluida - CPFs: "
                   WRK-CONT-CARREGADOS
                   " rejeitados: " WRK-CONT-REJEITADOS.

           CLOSE LISTA-PLD ENTRADA-PEP ENTRADA-RESTRITIVA
                 RELATORIO-CARGA.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PLDCARGA.
