      ******************************************************************
      * Copybook:  COTREC
      * Descricao: Layout do registro do cadastro de co-titulares de
      *            conta (arquivo indexado CONTA-COTITULAR, CONCOTIT):
      *            um registro por co-titular de cada conta do
      *            CONMAST. A chave primaria e agencia + numero da
      *            conta + CPF do co-titular; o CPF e chave
      *            alternativa (com duplicatas: um cliente pode ser
      *            co-titular de varias contas), usada por quem
      *            precisa saber de que contas o cliente participa
      *            (CLIMANUT e CLILGPD).
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do cadastro de co-titulares
      *                   (antes o segundo titular ia numa observacao
      *                   em papel e nao existia para o sistema).
      *------------------------------------------------------------------
       01  WRK-REG-COTITULAR.
           02 WRK-COT-CHAVE.
               03 WRK-COT-CONTA.
                   04 WRK-COT-AGENCIA     PIC X(04).
                   04 WRK-COT-NUMERO      PIC X(08).
               03 WRK-COT-CPF             PIC X(11).
           02 WRK-COT-SITUACAO            PIC X(01).
      *        A exclusao do co-titular nao remove o registro
      *        (historico), como ja se faz com o encerramento de
      *        conta no CONMAST.
               88 WRK-COT-ATIVO              VALUE "A".
               88 WRK-COT-EXCLUIDO           VALUE "E".
           02 WRK-COT-DATA-INCLUSAO.
               03 WRK-COT-INCL-ANO        PIC X(04).
               03 WRK-COT-INCL-MES        PIC X(02).
               03 WRK-COT-INCL-DIA        PIC X(02).
           02 WRK-COT-DATA-EXCLUSAO.
               03 WRK-COT-EXCL-ANO        PIC X(04).
               03 WRK-COT-EXCL-MES        PIC X(02).
               03 WRK-COT-EXCL-DIA        PIC X(02).
