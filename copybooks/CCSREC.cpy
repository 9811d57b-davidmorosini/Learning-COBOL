      ******************************************************************
      * Copybook:  CCSREC
      * Descricao: Layout posicional do arquivo de remessa ao
      *            Cadastro de Clientes do SFN (CCS) do Banco Central
      *            (arquivo CCSREM), gerado pelo CCSGERA: o registro
      *            generico com o tipo ("0" header, "1" detalhe, "9"
      *            trailer) e as visoes de header (remessa), detalhe
      *            (inicio ou fim de relacionamento de um CPF com uma
      *            conta) e trailer (contagem), que redefinem a mesma
      *            area do registro.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial da remessa do CCS.
      *------------------------------------------------------------------
       01  WRK-REG-CCS.
           02 WRK-CCS-TIPO                 PIC X(01).
               88 WRK-CCS-HEADER               VALUE "0".
               88 WRK-CCS-DETALHE              VALUE "1".
               88 WRK-CCS-TRAILER              VALUE "9".
           02 WRK-CCS-DADOS                PIC X(99).

      *Visao do header: identificacao da instituicao e da remessa.
      *Carga inicial ("C") traz todos os relacionamentos vigentes;
      *movimento diario ("D") so os iniciados e encerrados na data.
       01  WRK-REG-CCS-HEADER.
           02 FILLER                       PIC X(01).
           02 WRK-CCSH-ARQUIVO             PIC X(08).
           02 WRK-CCSH-CNPJ-BASE           PIC 9(08).
           02 WRK-CCSH-DATA-MOVTO          PIC 9(08).
           02 WRK-CCSH-TIPO-REMESSA        PIC X(01).
               88 WRK-CCSH-CARGA-INICIAL       VALUE "C".
               88 WRK-CCSH-MOVIMENTO-DIARIO    VALUE "D".
           02 WRK-CCSH-NUMERO-REMESSA      PIC 9(06).
           02 FILLER                       PIC X(68).

      *Visao do detalhe: um inicio ou fim de relacionamento. Vinculo
      *"R" e o relacionamento do cliente sem conta (troca de CPF),
      *com agencia e conta em zeros. Data nao aplicavel vai em zeros.
       01  WRK-REG-CCS-DETALHE.
           02 FILLER                       PIC X(01).
           02 WRK-CCSD-CPF                 PIC X(11).
           02 WRK-CCSD-OPERACAO            PIC X(01).
               88 WRK-CCSD-INICIO              VALUE "I".
               88 WRK-CCSD-FIM                 VALUE "F".
           02 WRK-CCSD-VINCULO             PIC X(01).
               88 WRK-CCSD-TITULAR             VALUE "T".
               88 WRK-CCSD-COTITULAR           VALUE "C".
               88 WRK-CCSD-CLIENTE             VALUE "R".
           02 WRK-CCSD-AGENCIA             PIC X(04).
           02 WRK-CCSD-CONTA               PIC X(08).
           02 WRK-CCSD-DATA-INICIO         PIC 9(08).
           02 WRK-CCSD-DATA-FIM            PIC 9(08).
           02 FILLER                       PIC X(58).

      *Visao do trailer: contagem dos detalhes da remessa.
       01  WRK-REG-CCS-TRAILER.
           02 FILLER                       PIC X(01).
           02 WRK-CCST-QTD-DETALHES        PIC 9(09).
           02 WRK-CCST-QTD-INICIOS         PIC 9(09).
           02 WRK-CCST-QTD-FINS            PIC 9(09).
           02 FILLER                       PIC X(72).
