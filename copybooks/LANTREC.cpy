      ******************************************************************
      * Copybook:  LANTREC
      * Descricao: Layout do registro de lancamento de debito/credito
      *            em conta do CONMAST (arquivo LANTRAN do dia e
      *            derivados), usado pelo programa de critica
      *            (LANEDIT) e pelo de atualizacao do saldo
      *            (LANMANUT), no mesmo modelo critica/atualizacao de
      *            CONTREC (CONEDIT/CONMANUT).
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do lancamento em conta.
      *------------------------------------------------------------------
       01  WRK-REG-LANCAMENTO.
           02 WRK-LAN-AGENCIA             PIC X(04).
           02 WRK-LAN-NUMERO              PIC X(08).
           02 WRK-LAN-NATUREZA            PIC X(01).
               88 WRK-LAN-DEBITO             VALUE "D".
               88 WRK-LAN-CREDITO            VALUE "C".
           02 WRK-LAN-VALOR               PIC 9(11)V99.
           02 WRK-LAN-HISTORICO           PIC X(20).
