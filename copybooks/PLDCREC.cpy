      ******************************************************************
      * Copybook:  PLDCREC
      * Descricao: Layout do registro dos casamentos da triagem PLD
      *            (arquivo indexado PLDCASA, mantido pelo PLDTRIAG):
      *            um registro por cliente do CLIMAST que consta da
      *            lista PEP ou da lista restritiva (PLDLIST). E a
      *            marca do cliente casado e a memoria da rodada
      *            anterior: CPF que casa e nao tem registro e
      *            casamento novo; registro nao confirmado na rodada
      *            e cliente que saiu da lista. O registro de quem
      *            saiu fica marcado com a data da saida e so e
      *            removido na rodada de outra data de movimento,
      *            para que a rodada refeita na mesma data (apos
      *            queda) ainda o imprima.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial dos casamentos da triagem.
      *------------------------------------------------------------------
       01  WRK-REG-CASAMENTO-PLD.
           02 WRK-PCS-CPF                 PIC X(11).
           02 WRK-PCS-NOME                PIC X(50).
      *    Listas em que o cliente casou na ultima rodada.
           02 WRK-PCS-PEP                 PIC X(01).
               88 WRK-PCS-E-PEP              VALUE "S".
           02 WRK-PCS-RESTRITIVA          PIC X(01).
               88 WRK-PCS-E-RESTRITIVA       VALUE "S".
      *    Datas de movimento (AAAAMMDD) do primeiro casamento e da
      *    ultima triagem que o confirmou.
           02 WRK-PCS-DATA-CASAMENTO      PIC 9(08).
           02 WRK-PCS-DATA-TRIAGEM        PIC 9(08).
      *    Data de movimento da ultima mudanca de lista (zero se o
      *    cliente nunca mudou de lista).
           02 WRK-PCS-DATA-ALTERACAO      PIC 9(08).
           02 WRK-PCS-SITUACAO            PIC X(01).
               88 WRK-PCS-CASADO             VALUE "A".
               88 WRK-PCS-SAIU               VALUE "S".
      *    Data de movimento da triagem que apurou a saida.
           02 WRK-PCS-DATA-SAIDA          PIC 9(08).
