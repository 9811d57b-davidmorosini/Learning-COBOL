      ******************************************************************
      * Copybook:  AGETREC
      * Descricao: Layout do registro de transacao de manutencao do
      *            cadastro de agencias (arquivo AGETRAN), lido pelo
      *            AGEMANUT.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial da transacao de agencias.
      *------------------------------------------------------------------
       01  WRK-REG-TRANAGENCIA.
           02 WRK-TAGE-FUNCAO             PIC X(01).
               88 WRK-TAGE-INCLUIR           VALUE "A".
               88 WRK-TAGE-ALTERAR           VALUE "C".
               88 WRK-TAGE-CONSULTAR         VALUE "I".
               88 WRK-TAGE-ENCERRAR          VALUE "E".
           02 WRK-TAGE-CODIGO             PIC X(04).
           02 WRK-TAGE-NOME               PIC X(30).
           02 WRK-TAGE-CIDADE             PIC X(30).
           02 WRK-TAGE-UF                 PIC X(02).
