      ******************************************************************
      * Copybook:  CLIDNREC
      * Descricao: Layout do registro dos pares de cadastros ja
      *            analisados e marcados como "nao e duplicado"
      *            (arquivo indexado CLIDUPNE, mantido pelo CLIDUPL a
      *            partir das marcacoes da equipe de cadastro). Par
      *            marcado nao volta ao relatorio de provaveis
      *            duplicados. A chave leva sempre o menor CPF
      *            primeiro, qualquer que seja a ordem informada.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial dos pares nao duplicados.
      *------------------------------------------------------------------
       01  WRK-REG-NAO-DUPLICADO.
           02 WRK-DNP-CHAVE.
               03 WRK-DNP-CPF-1           PIC X(11).
               03 WRK-DNP-CPF-2           PIC X(11).
      *    Data de movimento (AAAAMMDD) em que a marcacao foi aplicada
      *    e quem analisou o par.
           02 WRK-DNP-DATA-MARCACAO       PIC 9(08).
           02 WRK-DNP-RESPONSAVEL         PIC X(20).
