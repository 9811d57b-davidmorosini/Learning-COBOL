      ******************************************************************
      * Copybook:  CONTTREC
      * Descricao: Layout do registro de troca de titular de conta
      *            (arquivo sequencial CONTITTR, sempre acrescentado
      *            em EXTEND pelo CONMANUT): um registro por alteracao
      *            "C" que troca o CPF do titular de conta aberta, com
      *            a data de movimento do controle de execucao. Lido
      *            pelo CCSGERA, que informa ao CCS o fim do
      *            relacionamento do titular anterior e o inicio do
      *            novo.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial da troca de titular.
      *------------------------------------------------------------------
       01  WRK-REG-TROCA-TITULAR.
           02 WRK-TRT-DATA-MOVTO          PIC 9(08).
           02 WRK-TRT-CONTA.
               03 WRK-TRT-AGENCIA         PIC X(04).
               03 WRK-TRT-NUMERO          PIC X(08).
           02 WRK-TRT-CPF-ANTERIOR        PIC X(11).
           02 WRK-TRT-CPF-NOVO            PIC X(11).
