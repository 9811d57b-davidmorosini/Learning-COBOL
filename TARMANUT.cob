      ******************************************************************
      * Program:      TARMANUT
      * Author:       Equipe de Manutencao COBOL
      * Installation: Agencia Central - Sistema de Clientes
      * Date-Written: 15-10-2026
      * Date-Compiled:
      ******************************************************************
      * Manutencao da tabela de tarifas mensais de manutencao de conta
      * (TARIFAS), no modelo da manutencao de feriados (FERMANUT). Le
      * a tabela atual e as entradas digitadas pelo financeiro
      * (TARIFASE, mesmo layout TARREC: tipo, descricao e valor),
      * critica cada uma (tipo de conta C ou P, descricao preenchida,
      * valor numerico) e inclui o tipo novo ou substitui a tarifa do
      * tipo ja cadastrado. Tarifa zero isenta o tipo. Regrava
      * TARIFAS na ordem dos tipos e imprime em TARMANUTR as
      * ocorrencias e a tabela vigente. O CONTARIF nao gera a tarifa
      * do mes sem uma entrada para cada tipo de conta: tipo sem
      * tarifa e avisado no relatorio e no console.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Programa inicial da manutencao de tarifas.
      *-----------------------------------------------------------------

      *=================================================================
       IDENTIFICATION                      DIVISION.
      *=================================================================

       PROGRAM-ID. TARMANUT.

      *=================================================================
       ENVIRONMENT                         DIVISION.
      *=================================================================

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TARIFAS-STATUS.

           SELECT TARIFAS-ENTRADA ASSIGN TO "TARIFASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TARIFASE-STATUS.

           SELECT RELATORIO-TARIFAS ASSIGN TO "TARMANUTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TARMANUTR-STATUS.

      *=================================================================
       DATA                                DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                    SECTION.
      *-----------------------------------------------------------------

       FD  TARIFAS.
           COPY TARREC.

       FD  TARIFAS-ENTRADA.
           COPY TARREC REPLACING LEADING ==WRK== BY ==ENT==.

       FD  RELATORIO-TARIFAS.
       01  WRK-LINHA-RELATORIO             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*

       77  WRK-TARIFAS-STATUS              PIC X(02) VALUE SPACES.
           88 WRK-TARIFAS-NAO-EXISTE           VALUE "35".
       77  WRK-TARIFASE-STATUS             PIC X(02) VALUE SPACES.
           88 WRK-TARIFASE-NAO-EXISTE          VALUE "35".
       77  WRK-TARMANUTR-STATUS            PIC X(02) VALUE SPACES.

       77  WRK-FIM-LEITURA                 PIC X(01) VALUE "N".
           88 WRK-FIM-DO-ARQUIVO               VALUE "S".

       77  WRK-CONT-ATUAIS                 PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-NOVOS                  PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-INCLUIDOS              PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-ALTERADOS              PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-INVALIDOS              PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-DUPLICADOS             PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-GRAVADOS               PIC 9(03) COMP VALUE ZERO.
       77  WRK-CONT-SEM-TARIFA             PIC 9(03) COMP VALUE ZERO.

      *Tabela de tarifas em montagem, uma posicao por tipo de conta
      *na ordem de gravacao (1 = corrente, 2 = poupanca); tipo em
      *branco e posicao ainda sem tarifa.
       01  WRK-TAB-TARIFAS.
           02 WRK-TAR-ENTRADA OCCURS 2 TIMES.
              03 WRK-TAR-TIPO              PIC X(01).
              03 WRK-TAR-DESCRICAO         PIC X(10).
              03 WRK-TAR-VALOR             PIC 9(05)V99.

      *Tipos de conta aceitos, na ordem da tabela.
       01  WRK-TIPOS-VALORES               PIC X(02) VALUE "CP".
       01  WRK-TAB-TIPOS REDEFINES WRK-TIPOS-VALORES.
           02 WRK-TIPO-CONTA OCCURS 2 TIMES PIC X(01).

       77  WRK-IND-TARIFA                  PIC 9(01) COMP VALUE ZERO.
       77  WRK-POS-TARIFA                  PIC 9(01) COMP VALUE ZERO.

      *Tarifa em critica/inclusao.
       01  WRK-TARIFA-CANDIDATA.
           02 WRK-CAND-TIPO                PIC X(01).
           02 WRK-CAND-DESCRICAO           PIC X(10).
           02 WRK-CAND-VALOR               PIC 9(05)V99.
           02 WRK-CAND-VALOR-TX REDEFINES WRK-CAND-VALOR
                                           PIC X(07).

       77  WRK-ORIGEM-CANDIDATA            PIC X(07) VALUE SPACES.

       01  WRK-LINHA-OCORRENCIA.
           02 WRK-OCO-TIPO                 PIC X(01).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-OCO-DESCRICAO            PIC X(10).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-OCO-VALOR                PIC X(09).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-OCO-ORIGEM               PIC X(07).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WRK-OCO-RESULTADO            PIC X(45).

       01  WRK-VALOR-EDITADO               PIC ZZZZ9.99.

       01  WRK-LINHA-TITULO-VIGENTE        PIC X(80) VALUE
               "TABELA DE TARIFAS VIGENTE".

       01  WRK-LINHA-RESUMO.
           02 WRK-RES-LABEL                PIC X(22).
           02 WRK-RES-VALOR                PIC ZZZZ9.
           02 FILLER                       PIC X(53) VALUE SPACES.

       01  WRK-LINHA-BRANCO                PIC X(80) VALUE SPACES.

      *=================================================================
       PROCEDURE                           DIVISION.
      *=================================================================

       0000-MAINLINE.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CARREGAR-ATUAIS  THRU 2000-CARREGAR-ATUAIS-EXIT.

           PERFORM 2500-CARREGAR-NOVOS   THRU 2500-CARREGAR-NOVOS-EXIT.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZAR - abre o relatorio e limpa a tabela.
      *-----------------------------------------------------------------
       1000-INICIALIZAR.

           OPEN OUTPUT RELATORIO-TARIFAS.

           INITIALIZE WRK-TAB-TARIFAS.

       1000-INICIALIZAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CARREGAR-ATUAIS - inclui na tabela as tarifas ja
      * cadastradas no arquivo TARIFAS (se existir).
      *-----------------------------------------------------------------
       2000-CARREGAR-ATUAIS.

           MOVE "N" TO WRK-FIM-LEITURA.

           OPEN INPUT TARIFAS.
           IF WRK-TARIFAS-NAO-EXISTE
               GO TO 2000-CARREGAR-ATUAIS-EXIT
           END-IF

           PERFORM 2100-LER-ATUAL THRU 2100-LER-ATUAL-EXIT
               UNTIL WRK-FIM-DO-ARQUIVO.

           CLOSE TARIFAS.

       2000-CARREGAR-ATUAIS-EXIT.
           EXIT.

       2100-LER-ATUAL.

           READ TARIFAS
               AT END
                   SET WRK-FIM-DO-ARQUIVO TO TRUE
                   GO TO 2100-LER-ATUAL-EXIT
           END-READ

           ADD 1 TO WRK-CONT-ATUAIS.
           MOVE WRK-REG-TARIFA  TO WRK-TARIFA-CANDIDATA.
           MOVE "ATUAL"         TO WRK-ORIGEM-CANDIDATA.
           PERFORM 6000-INCLUIR-TARIFA
               THRU 6000-INCLUIR-TARIFA-EXIT.

       2100-LER-ATUAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CARREGAR-NOVOS - inclui ou substitui na tabela as
      * tarifas digitadas no arquivo de entrada TARIFASE (se existir).
      *-----------------------------------------------------------------
       2500-CARREGAR-NOVOS.

           MOVE "N" TO WRK-FIM-LEITURA.

           OPEN INPUT TARIFAS-ENTRADA.
           IF WRK-TARIFASE-NAO-EXISTE
               GO TO 2500-CARREGAR-NOVOS-EXIT
           END-IF

           PERFORM 2600-LER-NOVO THRU 2600-LER-NOVO-EXIT
               UNTIL WRK-FIM-DO-ARQUIVO.

           CLOSE TARIFAS-ENTRADA.

       2500-CARREGAR-NOVOS-EXIT.
           EXIT.

       2600-LER-NOVO.

           READ TARIFAS-ENTRADA
               AT END
                   SET WRK-FIM-DO-ARQUIVO TO TRUE
                   GO TO 2600-LER-NOVO-EXIT
           END-READ

           ADD 1 TO WRK-CONT-NOVOS.
           MOVE ENT-REG-TARIFA  TO WRK-TARIFA-CANDIDATA.
           MOVE "NOVO"          TO WRK-ORIGEM-CANDIDATA.
           PERFORM 6000-INCLUIR-TARIFA
               THRU 6000-INCLUIR-TARIFA-EXIT.

       2600-LER-NOVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-INCLUIR-TARIFA - critica a tarifa candidata e a grava na
      * posicao do tipo. Da tabela atual vale a primeira entrada de
      * cada tipo; a digitada substitui a cadastrada.
      *-----------------------------------------------------------------
       6000-INCLUIR-TARIFA.

           PERFORM 6100-CRITICAR-TARIFA THRU 6100-CRITICAR-TARIFA-EXIT.
           IF WRK-OCO-RESULTADO NOT = SPACES
               ADD 1 TO WRK-CONT-INVALIDOS
               PERFORM 7000-GRAVAR-OCORRENCIA
                   THRU 7000-GRAVAR-OCORRENCIA-EXIT
               GO TO 6000-INCLUIR-TARIFA-EXIT
           END-IF

           IF WRK-ORIGEM-CANDIDATA = "ATUAL"
               IF WRK-TAR-TIPO(WRK-POS-TARIFA) NOT = SPACE
                   ADD 1 TO WRK-CONT-DUPLICADOS
                   MOVE "DUPLICATA - IGNORADA" TO WRK-OCO-RESULTADO
                   PERFORM 7000-GRAVAR-OCORRENCIA
                       THRU 7000-GRAVAR-OCORRENCIA-EXIT
                   GO TO 6000-INCLUIR-TARIFA-EXIT
               END-IF
               MOVE WRK-TARIFA-CANDIDATA
                   TO WRK-TAR-ENTRADA(WRK-POS-TARIFA)
               GO TO 6000-INCLUIR-TARIFA-EXIT
           END-IF

           IF WRK-TAR-TIPO(WRK-POS-TARIFA) = SPACE
               ADD 1 TO WRK-CONT-INCLUIDOS
               MOVE "INCLUIDA"             TO WRK-OCO-RESULTADO
           ELSE
               ADD 1 TO WRK-CONT-ALTERADOS
               MOVE "ALTERADA - ANTERIOR"  TO WRK-OCO-RESULTADO
               MOVE WRK-TAR-VALOR(WRK-POS-TARIFA) TO WRK-VALOR-EDITADO
               MOVE WRK-VALOR-EDITADO      TO WRK-OCO-RESULTADO(21:8)
           END-IF

           MOVE WRK-TARIFA-CANDIDATA TO WRK-TAR-ENTRADA(WRK-POS-TARIFA).
           PERFORM 7000-GRAVAR-OCORRENCIA
               THRU 7000-GRAVAR-OCORRENCIA-EXIT.

       6000-INCLUIR-TARIFA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-CRITICAR-TARIFA - tipo de conta conhecido (define a
      * posicao na tabela), descricao preenchida e valor numerico.
      *-----------------------------------------------------------------
       6100-CRITICAR-TARIFA.

           MOVE SPACES TO WRK-OCO-RESULTADO.

           MOVE ZERO TO WRK-POS-TARIFA.
           PERFORM 6200-PROCURAR-TIPO
               VARYING WRK-IND-TARIFA FROM 1 BY 1
               UNTIL WRK-IND-TARIFA > 2
                  OR WRK-POS-TARIFA NOT = ZERO.

           IF WRK-POS-TARIFA = ZERO
               MOVE "TIPO DE CONTA INVALIDO" TO WRK-OCO-RESULTADO
               GO TO 6100-CRITICAR-TARIFA-EXIT
           END-IF

           IF WRK-CAND-DESCRICAO = SPACES
               MOVE "DESCRICAO EM BRANCO" TO WRK-OCO-RESULTADO
               GO TO 6100-CRITICAR-TARIFA-EXIT
           END-IF

           IF WRK-CAND-VALOR IS NOT NUMERIC
               MOVE "VALOR INVALIDO" TO WRK-OCO-RESULTADO
           END-IF.

       6100-CRITICAR-TARIFA-EXIT.
           EXIT.

       6200-PROCURAR-TIPO.

           IF WRK-TIPO-CONTA(WRK-IND-TARIFA) = WRK-CAND-TIPO
               MOVE WRK-IND-TARIFA TO WRK-POS-TARIFA
           END-IF.

      *-----------------------------------------------------------------
      * 7000-GRAVAR-OCORRENCIA - linha de ocorrencia (rejeicao,
      * inclusao ou alteracao) no relatorio.
      *-----------------------------------------------------------------
       7000-GRAVAR-OCORRENCIA.

           MOVE WRK-CAND-TIPO        TO WRK-OCO-TIPO.
           MOVE WRK-CAND-DESCRICAO   TO WRK-OCO-DESCRICAO.
           IF WRK-CAND-VALOR IS NUMERIC
               MOVE WRK-CAND-VALOR   TO WRK-VALOR-EDITADO
               MOVE WRK-VALOR-EDITADO TO WRK-OCO-VALOR
           ELSE
               MOVE WRK-CAND-VALOR-TX TO WRK-OCO-VALOR
           END-IF
           MOVE WRK-ORIGEM-CANDIDATA TO WRK-OCO-ORIGEM.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-OCORRENCIA.

       7000-GRAVAR-OCORRENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZAR - regrava TARIFAS na ordem dos tipos, imprime
      * a tabela vigente, os tipos sem tarifa e o resumo.
      *-----------------------------------------------------------------
       9000-FINALIZAR.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-TITULO-VIGENTE.

           OPEN OUTPUT TARIFAS.
           PERFORM 9100-GRAVAR-TARIFA
               VARYING WRK-IND-TARIFA FROM 1 BY 1
               UNTIL WRK-IND-TARIFA > 2.
           CLOSE TARIFAS.

           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-BRANCO.

           MOVE "ATUAIS LIDAS........: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-ATUAIS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "NOVAS LIDAS.........: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-NOVOS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "INCLUIDAS...........: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-INCLUIDOS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "ALTERADAS...........: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-ALTERADOS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "INVALIDAS...........: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-INVALIDOS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "DUPLICATAS..........: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-DUPLICADOS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "GRAVADAS............: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-GRAVADOS TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "TIPOS SEM TARIFA....: " TO WRK-RES-LABEL.
           MOVE WRK-CONT-SEM-TARIFA TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           DISPLAY "Manutencao de tarifas concluida - gravadas: "
                   WRK-CONT-GRAVADOS.

           CLOSE RELATORIO-TARIFAS.

       9000-FINALIZAR-EXIT.
           EXIT.

      *Grava a tarifa do tipo e a lista como vigente; tipo sem
      *tarifa sai no relatorio e no console, pois impede o CONTARIF.
       9100-GRAVAR-TARIFA.

           IF WRK-TAR-TIPO(WRK-IND-TARIFA) = SPACE
               ADD 1 TO WRK-CONT-SEM-TARIFA
               MOVE SPACES TO WRK-LINHA-OCORRENCIA
               MOVE WRK-TIPO-CONTA(WRK-IND-TARIFA) TO WRK-OCO-TIPO
               MOVE "SEM TARIFA - CONTARIF NAO GERA O MES"
                   TO WRK-OCO-RESULTADO
               WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-OCORRENCIA
               DISPLAY "TARMANUT: tipo de conta "
                       WRK-TIPO-CONTA(WRK-IND-TARIFA)
                       " sem tarifa na tabela"
           ELSE
               MOVE WRK-TAR-ENTRADA(WRK-IND-TARIFA) TO WRK-REG-TARIFA
               WRITE WRK-REG-TARIFA
               ADD 1 TO WRK-CONT-GRAVADOS
               MOVE WRK-TAR-ENTRADA(WRK-IND-TARIFA)
                   TO WRK-TARIFA-CANDIDATA
               MOVE "VIGENTE" TO WRK-ORIGEM-CANDIDATA
               MOVE SPACES TO WRK-OCO-RESULTADO
               PERFORM 7000-GRAVAR-OCORRENCIA
                   THRU 7000-GRAVAR-OCORRENCIA-EXIT
           END-IF.

       END PROGRAM TARMANUT.
