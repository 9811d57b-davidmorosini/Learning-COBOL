      ******************************************************************
      * Copybook:  PLDREC
      * Descricao: Layout do registro das listas de prevencao a
      *            lavagem de dinheiro (arquivo indexado PLDLIST,
      *            regravado todo mes pelo PLDCARGA a partir da lista
      *            de Pessoas Expostas Politicamente e da lista
      *            restritiva interna). O CPF e a chave; um mesmo CPF
      *            pode constar das duas listas, por isso cada lista
      *            tem o seu indicador e a sua descricao. Usado pela
      *            triagem mensal PLDTRIAG, pela inclusao e troca de
      *            CPF do CLIMANUT, pela captura de balcao CLICAPT e
      *            pela abertura de conta do CONMANUT.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial das listas PEP e restritiva.
      *------------------------------------------------------------------
       01  WRK-REG-LISTA-PLD.
           02 WRK-PLD-CPF                 PIC X(11).
           02 WRK-PLD-NOME                PIC X(50).
           02 WRK-PLD-PEP                 PIC X(01).
               88 WRK-PLD-E-PEP              VALUE "S".
      *    Cargo ou funcao publica que faz do CPF uma PEP.
           02 WRK-PLD-PEP-DESCRICAO       PIC X(30).
           02 WRK-PLD-RESTRITIVA          PIC X(01).
               88 WRK-PLD-E-RESTRITIVA       VALUE "S".
      *    Motivo da inclusao na lista restritiva interna.
           02 WRK-PLD-REST-MOTIVO         PIC X(30).
      *    Data (AAAAMMDD) da carga que gravou o registro.
           02 WRK-PLD-DATA-CARGA          PIC 9(08).
