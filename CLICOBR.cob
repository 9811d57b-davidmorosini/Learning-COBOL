      *                   cobranca (os agendamentos eram manuais),
      *                   com registro no controle de execucao
      *                   (CLICTRL) como os demais jobs do movimento.
      * 15-10-2026  EQM   Layout da agenda extraido para o copybook
      *                   COBAREC (compartilhado com o COBRETN, que
      *                   regrava a agenda com a baixa do retorno do
      *                   banco); agendamento ja liquidado nao entra
      *                   mais na remessa.
      *-----------------------------------------------------------------

      *=================================================================
      *-----------------------------------------------------------------

       FD  AGENDA-COBRANCA.
           COPY COBAREC.

       FD  REMESSA-COBRANCA.
       01  WRK-REG-REMESSA.
       77  WRK-CONT-ROLADOS                PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-FORA-DO-DIA            PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-REJEITADOS             PIC 9(07) COMP VALUE ZERO.
       77  WRK-CONT-LIQUIDADOS             PIC 9(07) COMP VALUE ZERO.

       77  WRK-HASH-TOTAL                  PIC 9(15) VALUE ZERO.
       77  WRK-HASH-PARCELA                PIC 9(11) VALUE ZERO.

           MOVE WRK-AGE-VENCIMENTO         TO WRK-DET-VENCIMENTO.

      *Agendamento ja baixado pelo retorno do banco (COBRETN) nao
      *volta para a remessa.
           IF WRK-AGE-LIQUIDADO
               ADD 1 TO WRK-CONT-LIQUIDADOS
               GO TO 2200-AVALIAR-AGENDAMENTO-EXIT
           END-IF

      *O CALBANC devolve a propria data quando ela ja e util; em
      *sabado, domingo ou feriado devolve o proximo dia util, que
      *passa a ser a data efetiva da cobranca.
           MOVE WRK-CONT-FORA-DO-DIA       TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "JA LIQUIDADOS.....: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-LIQUIDADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.

           MOVE "REJEITADOS........: "     TO WRK-RES-LABEL.
           MOVE WRK-CONT-REJEITADOS        TO WRK-RES-VALOR.
           WRITE WRK-LINHA-RELATORIO FROM WRK-LINHA-RESUMO.
