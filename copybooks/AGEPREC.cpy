      ******************************************************************
      * Copybook:  AGEPREC
      * Descricao: Layout do registro do movimento de producao por
      *            agencia (arquivo sequencial AGEPROD, sempre
      *            acrescentado em EXTEND): um registro por cliente
      *            incluido (CLIBULK, CLIMANUT), conta aberta ou
      *            encerrada (CONMANUT) e lote rejeitado (CLIBULK),
      *            com a data de movimento do controle de execucao.
      *            Lido pelo relatorio mensal de producao AGERELAT.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do movimento de producao.
      *------------------------------------------------------------------
       01  WRK-REG-PRODUCAO.
           02 WRK-PRD-DATA-MOVTO          PIC 9(08).
      *    Agencia em branco: cliente incluido por transacao que nao
      *    informou agencia (movimento CLITRAN gerado fora do balcao).
           02 WRK-PRD-AGENCIA             PIC X(04).
           02 WRK-PRD-EVENTO              PIC X(02).
               88 WRK-PRD-CLIENTE-INCLUIDO   VALUE "CI".
               88 WRK-PRD-CONTA-ABERTA       VALUE "CA".
               88 WRK-PRD-CONTA-ENCERRADA    VALUE "CE".
               88 WRK-PRD-LOTE-REJEITADO     VALUE "LR".
           02 WRK-PRD-PROGRAMA            PIC X(08).
