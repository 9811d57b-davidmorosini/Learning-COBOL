      ******************************************************************
      * Copybook:  LANHREC
      * Descricao: Layout do registro do historico de lancamentos
      *            aplicados (LANHIST): cada lancamento que o LANMANUT
      *            aplicou no saldo da conta, com a data de movimento,
      *            a sequencia do lancamento no arquivo do dia e o
      *            saldo da conta logo apos o lancamento. E a base do
      *            extrato mensal (LANEXTR) e do reinicio do LANMANUT.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do historico de lancamentos.
      *------------------------------------------------------------------
       01  WRK-REG-HIST-LANC.
           02 WRK-LNH-DATA-MOVTO          PIC 9(08).
           02 WRK-LNH-SEQUENCIA           PIC 9(07).
           02 WRK-LNH-CHAVE.
               03 WRK-LNH-AGENCIA         PIC X(04).
               03 WRK-LNH-NUMERO          PIC X(08).
           02 WRK-LNH-NATUREZA            PIC X(01).
               88 WRK-LNH-DEBITO             VALUE "D".
               88 WRK-LNH-CREDITO            VALUE "C".
           02 WRK-LNH-VALOR               PIC 9(11)V99.
           02 WRK-LNH-HISTORICO           PIC X(20).
           02 WRK-LNH-SALDO-APOS          PIC 9(11)V99.
