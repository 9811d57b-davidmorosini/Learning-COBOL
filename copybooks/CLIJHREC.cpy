      ******************************************************************
      * Copybook:  CLIJHREC
      * Descricao: Layout do registro do arquivo historico do jornal
      *            de auditoria (arquivo indexado CLIJHIST), gravado
      *            pelo corte mensal CLIJARQ: cada geracao e um mes
      *            (AAAAMM) fechado do CLIJRNL, com os registros na
      *            ordem cronologica original (sequencia dentro da
      *            geracao) e a imagem integral do registro CLIJREC.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do historico do jornal.
      *------------------------------------------------------------------
       01  WRK-REG-JORNAL-HIST.
           02 WRK-JHS-CHAVE.
               03 WRK-JHS-GERACAO         PIC 9(06).
               03 WRK-JHS-SEQUENCIA       PIC 9(09).
      *    Imagem do registro do jornal (WRK-STRUCT-JORNAL, CLIJREC).
           02 WRK-JHS-REGISTRO            PIC X(511).
