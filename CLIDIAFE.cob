      *                   andamento, como fica numa divergencia)
      *                   recusa o fechamento do dia, nao e so aviso
      *                   como os demais jobs pendentes.
      * 15-10-2026  EQM   Tabela de jobs ampliada de 20 para 40
      *                   entradas: com os jobs novos da producao por
      *                   agencia a cadeia noturna se aproxima do
      *                   limite antigo.
      *-----------------------------------------------------------------

      *=================================================================
       77  WRK-DATA-MOVIMENTO              PIC 9(08) VALUE ZERO.

       01  WRK-TAB-JOBS.
           02 WRK-JOB OCCURS 40 TIMES.
              03 WRK-JOB-NOME              PIC X(08).
              03 WRK-JOB-SITUACAO          PIC X(01).
                 88 WRK-JOB-PENDENTE           VALUE "P".
               WHEN WRK-CTL-CABECALHO
                   MOVE WRK-CTLC-DATA-MOVTO TO WRK-DATA-MOVIMENTO
               WHEN WRK-CTL-JOB
                   IF WRK-QTD-JOBS < 40
                       ADD 1 TO WRK-QTD-JOBS
                       MOVE WRK-CTLJ-NOME
                           TO WRK-JOB-NOME(WRK-QTD-JOBS)
