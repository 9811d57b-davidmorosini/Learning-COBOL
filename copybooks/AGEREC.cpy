      ******************************************************************
      * Copybook:  AGEREC
      * Descricao: Layout do registro mestre de agencias (arquivo
      *            indexado AGENCIA-MASTER, AGEMAST, chave pelo codigo
      *            da agencia), mantido pelo AGEMANUT e consultado por
      *            quem recebe codigo de agencia de fora (CONEDIT,
      *            CLIBULK, CLICAPT) e pelo relatorio de producao
      *            AGERELAT.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do cadastro de agencias (antes
      *                   o codigo circulava como texto livre e nao
      *                   havia como saber se a agencia existia ou
      *                   estava aberta).
      *------------------------------------------------------------------
       01  WRK-STRUCT-AGENCIA.
           02 WRK-AGENCIA-CODIGO          PIC X(04).
           02 WRK-AGENCIA-NOME            PIC X(30).
           02 WRK-AGENCIA-CIDADE          PIC X(30).
           02 WRK-AGENCIA-UF              PIC X(02).
           02 WRK-AGENCIA-SITUACAO        PIC X(01).
      *        Agencia encerrada continua no arquivo (historico): as
      *        contas antigas dela ainda apontam para o codigo.
               88 WRK-AGENCIA-ABERTA         VALUE "A".
               88 WRK-AGENCIA-ENCERRADA      VALUE "E".
           02 WRK-AGENCIA-DATA-ENCERRA.
               03 WRK-AGENCIA-ENCE-ANO    PIC X(04).
               03 WRK-AGENCIA-ENCE-MES    PIC X(02).
               03 WRK-AGENCIA-ENCE-DIA    PIC X(02).
