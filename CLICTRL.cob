      * 22-08-2026  EQM   Layout do registro do CLIRUNCT extraido
      *                   para o copybook CLICREC, compartilhado com
      *                   o CLIDIAFE (os dois regravam o arquivo).
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
               UNTIL WRK-IND-JOB > WRK-QTD-JOBS.

           IF WRK-POS-JOB = ZERO
               IF WRK-QTD-JOBS >= 40
                   DISPLAY "CLICTRL: tabela de jobs cheia - aumentar "
                           "WRK-TAB-JOBS"
                   SET LNK-CTRL-FUNCAO-INVALIDA TO TRUE
