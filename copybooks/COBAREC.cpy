      ******************************************************************
      * Copybook:  COBAREC
      * Descricao: Layout do registro da agenda de cobranca
      *            (COBAGEND): CPF do titular no CLIMAST, valor,
      *            data de vencimento e a situacao do agendamento
      *            depois do retorno do banco (baixa por liquidacao
      *            ou recusa com o motivo informado pelo banco).
      *            Agendamento gravado antes da situacao existir
      *            (registro de 32 posicoes) e lido com a situacao em
      *            espacos, que vale como pendente.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout extraido da FD do CLICOBR e ampliado
      *                   com situacao, data da baixa e motivo da
      *                   recusa, para o processamento do retorno da
      *                   cobranca (COBRETN), que regrava a agenda.
      *------------------------------------------------------------------
       01  WRK-REG-AGENDA.
           02 WRK-AGE-CPF                  PIC X(11).
           02 WRK-AGE-VALOR                PIC 9(11)V99.
           02 WRK-AGE-VENCIMENTO           PIC 9(08).
           02 WRK-AGE-SITUACAO             PIC X(01).
      *        Pendente: ainda sem retorno do banco (espacos nos
      *        agendamentos antigos). Liquidado: baixado pelo
      *        retorno. Recusado: o banco devolveu sem cobrar e o
      *        agendamento continua em aberto para nova cobranca.
               88 WRK-AGE-PENDENTE             VALUES " " "P".
               88 WRK-AGE-LIQUIDADO            VALUE "L".
               88 WRK-AGE-RECUSADO             VALUE "R".
           02 WRK-AGE-DATA-BAIXA           PIC 9(08).
           02 WRK-AGE-MOTIVO               PIC X(20).
