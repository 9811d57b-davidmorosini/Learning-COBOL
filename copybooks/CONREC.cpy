      *                   CONMANUT e os programas que conferem a
      *                   existencia de conta aberta do titular
      *                   (CLIMANUT e CLILGPD).
      * 15-10-2026  EQM   Incluido WRK-CONTA-SALDO, mantido pelos
      *                   lancamentos de debito/credito do dia
      *                   (LANEDIT/LANMANUT); o CONMANUT so encerra
      *                   conta com saldo zero. O registro passou de
      *                   40 para 53 bytes: o CONMAST gravado no
      *                   formato antigo precisa ser convertido pelo
      *                   CONCONV (saldo inicial zero) antes da
      *                   primeira execucao.
      *------------------------------------------------------------------
       01  WRK-STRUCT-CONTA.
           02 WRK-CONTA-CHAVE.
               03 WRK-CONTA-ENCE-ANO      PIC X(04).
               03 WRK-CONTA-ENCE-MES      PIC X(02).
               03 WRK-CONTA-ENCE-DIA      PIC X(02).
           02 WRK-CONTA-SALDO             PIC 9(11)V99.
      *        Saldo atual da conta. Sem limite de credito: o
      *        LANMANUT recusa o debito que deixaria o saldo negativo.
