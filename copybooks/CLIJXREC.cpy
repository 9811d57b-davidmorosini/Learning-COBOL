      ******************************************************************
      * Copybook:  CLIJXREC
      * Descricao: Layout do registro do indice por CPF e data do
      *            historico do jornal de auditoria (arquivo indexado
      *            CLIJINDX), gravado pelo corte mensal CLIJARQ: uma
      *            entrada por registro arquivado, apontando a
      *            geracao e a sequencia no CLIJHIST. O registro e a
      *            propria chave; a consulta CLIJQRY posiciona no CPF
      *            pedido e vai direto aos registros dele.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do indice do jornal.
      *------------------------------------------------------------------
       01  WRK-REG-INDICE-JORNAL.
           02 WRK-JIX-CHAVE.
               03 WRK-JIX-CPF             PIC X(11).
               03 WRK-JIX-DATA            PIC 9(08).
               03 WRK-JIX-GERACAO         PIC 9(06).
               03 WRK-JIX-SEQUENCIA       PIC 9(09).
