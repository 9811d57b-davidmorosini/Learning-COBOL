      ******************************************************************
      * Copybook:  TARREC
      * Descricao: Layout do registro da tabela de tarifas mensais de
      *            manutencao de conta (arquivo sequencial TARIFAS,
      *            uma entrada por tipo de conta), mantida pelo
      *            TARMANUT e lida pelo CONTARIF. Tarifa zero isenta o
      *            tipo. Tambem e o layout das entradas digitadas
      *            (TARIFASE).
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial da tabela de tarifas.
      *------------------------------------------------------------------
       01  WRK-REG-TARIFA.
           02 WRK-TRF-TIPO                PIC X(01).
      *        Tipo da conta, como no CONMAST.
               88 WRK-TRF-CORRENTE           VALUE "C".
               88 WRK-TRF-POUPANCA           VALUE "P".
           02 WRK-TRF-DESCRICAO           PIC X(10).
           02 WRK-TRF-VALOR               PIC 9(05)V99.
