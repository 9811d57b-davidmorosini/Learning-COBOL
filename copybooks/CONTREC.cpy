      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 03-09-2026  EQM   Layout inicial da transacao de contas.
      * 15-10-2026  EQM   Novas funcoes "T" (inclusao) e "X"
      *                   (exclusao) de co-titular da conta: o CPF da
      *                   transacao e o do co-titular e o tipo nao e
      *                   usado.
      *------------------------------------------------------------------
       01  WRK-REG-TRANCONTA.
           02 WRK-TCON-FUNCAO             PIC X(01).
               88 WRK-TCON-ALTERAR           VALUE "C".
               88 WRK-TCON-CONSULTAR         VALUE "I".
               88 WRK-TCON-ENCERRAR          VALUE "E".
               88 WRK-TCON-INCLUIR-COTIT     VALUE "T".
               88 WRK-TCON-EXCLUIR-COTIT     VALUE "X".
           02 WRK-TCON-AGENCIA            PIC X(04).
           02 WRK-TCON-NUMERO             PIC X(08).
           02 WRK-TCON-CPF                PIC X(11).
