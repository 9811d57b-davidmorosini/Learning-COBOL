      ******************************************************************
      * Program:      CONCONV
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Conversao (uma unica vez) do mestre de contas CONMAST para o
      * layout com saldo (WRK-CONTA-SALDO, copybook CONREC). O
      * registro passou de 40 para 53 bytes e os programas que usam o
      * CONREC nao abrem o arquivo antigo. Este programa le o CONMAST
      * antigo em sequencia pela chave primaria, declarando o layout
      * de 40 bytes e as mesmas chaves de antes, e grava cada conta
      * num arquivo indexado NOVO (CONMASTN) com saldo zero, como o
      * CLIRELD grava o CLIMASTN. Ao final confere a quantidade lida
      * com a gravada; qualquer falha (inclusive abrir um CONMAST que
      * ja esteja no formato novo) termina com RETURN-CODE 8 e o
      * arquivo novo NAO deve ser aproveitado.
      *
      * CONVERSAO: 1) rodar este CONCONV sobre o CONMAST antigo;
      * 2) substituir o CONMAST pelo CONMASTN gerado; 3) so entao
      * liberar o CONMANUT, o LANMANUT e os demais programas do
      * cadastro de contas. Os saldos comecam em zero: o saldo de
      * abertura de cada conta entra pelos lancamentos (LANEDIT/
      * LANMANUT).
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da conversao do CONMAST.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. CONCONV.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
      *O mestre antigo e declarado com o layout de 40 bytes e as
      *mesmas chaves com que foi criado pelo CONMANUT.
           SELECT CONTA-ANTIGA ASSIGN TO "CONMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-ANT-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-ANT-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT CONTA-NOVA ASSIGN TO "CONMASTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-CONTA-CHAVE
               ALTERNATE RECORD KEY IS WRK-CONTA-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMASTN-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

      *Layout anterior do CONREC (sem o saldo).
       FD  CONTA-ANTIGA.
       01  WRK-ANT-STRUCT-CONTA.
           02 WRK-ANT-CONTA-CHAVE          PIC X(12).
           02 WRK-ANT-CONTA-CPF            PIC X(11).
           02 WRK-ANT-CONTA-DADOS          PIC X(17).

       FD  CONTA-NOVA.
           COPY CONREC.

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-CONMAST-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-CONMAST-OK                   VALUE "00".
       77  WRK-CONMASTN-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-CONMASTN-OK                  VALUE "00".

       77  WRK-FIM-CONTA                   PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO-CONTA            VALUE "S".

       77  WRK-CONVERSAO-COM-ERRO          PIC X(01) VALUE "N".
           88 WRK-ERRO-NA-CONVERSAO            VALUE "S".

       77  WRK-CONT-LIDOS                  PIC 9(09) COMP VALUE ZERO.
       77  WRK-CONT-GRAVADOS               PIC 9(09) COMP VALUE ZERO.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           OPEN INPUT CONTA-ANTIGA.
           IF NOT WRK-CONMAST-OK
               DISPLAY "CONCONV: erro na abertura do CONMAST antigo "
                       "(status " WRK-CONMAST-STATUS ") - arquivo "
                       "inexistente ou ja convertido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTA-NOVA.
           IF NOT WRK-CONMASTN-OK
               DISPLAY "CONCONV: erro na criacao do CONMASTN (status "
                       WRK-CONMASTN-STATUS ")"
               CLOSE CONTA-ANTIGA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT.

           PERFORM 2000-CONVERTER THRU 2000-CONVERTER-EXIT
               UNTIL WRK-FIM-ARQUIVO-CONTA.

           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 2000-CONVERTER - monta a conta no layout novo, com saldo zero,
      * e grava no CONMASTN.
      *-----------------------------------------------------------------
       2000-CONVERTER.

           ADD 1 TO WRK-CONT-LIDOS.

           MOVE WRK-ANT-STRUCT-CONTA TO WRK-STRUCT-CONTA.
           MOVE ZERO                 TO WRK-CONTA-SALDO.

           WRITE WRK-STRUCT-CONTA
               INVALID KEY
                   DISPLAY "CONCONV: falha ao gravar a conta "
                           WRK-CONTA-AGENCIA "/" WRK-CONTA-NUMERO
                           " (status " WRK-CONMASTN-STATUS ")"
                   SET WRK-ERRO-NA-CONVERSAO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-GRAVADOS
           END-WRITE

           PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT.

       2000-CONVERTER-EXIT.
           EXIT.

       2100-LER-CONTA.

           READ CONTA-ANTIGA NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO-CONTA TO TRUE
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-CONTA
               AND NOT WRK-CONMAST-OK
               DISPLAY "CONCONV: erro na leitura do CONMAST antigo "
                       "(status " WRK-CONMAST-STATUS ")"
               SET WRK-ERRO-NA-CONVERSAO TO TRUE
               SET WRK-FIM-ARQUIVO-CONTA TO TRUE
           END-IF.

       2100-LER-CONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - confere a quantidade lida com a gravada;
      * qualquer divergencia ou erro encerra com RETURN-CODE 8.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           CLOSE CONTA-ANTIGA CONTA-NOVA.

           IF WRK-CONT-GRAVADOS NOT = WRK-CONT-LIDOS
               DISPLAY "CONCONV: contas lidas: " WRK-CONT-LIDOS
                       " gravadas: " WRK-CONT-GRAVADOS
               SET WRK-ERRO-NA-CONVERSAO TO TRUE
           END-IF

           IF WRK-ERRO-NA-CONVERSAO
               DISPLAY "CONCONV: conversao INVALIDA - nao substituir "
                       "o CONMAST"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Conversao concluida - contas: "
                       WRK-CONT-GRAVADOS
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CONCONV.
