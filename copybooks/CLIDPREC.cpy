      ******************************************************************
      * Copybook:  CLIDPREC
      * Descricao: Layout do par de cadastros provavelmente duplicados
      *            apontado pelo CLIDUPL (arquivo de trabalho CLIDUPTB
      *            e registro da ordenacao por grau de suspeita): o
      *            grau, o nome normalizado que os dois cadastros tem
      *            em comum, os dois cadastros (menor CPF primeiro) e
      *            quais dados coincidem alem do nome.
      * Author:    Equipe de Manutencao COBOL
      * Date:      15-10-2026
      ******************************************************************
      *------------------------------------------------------------------
      * Historico de alteracoes
      * DD-MM-AAAA  INIC  DESCRICAO
      * 15-10-2026  EQM   Layout inicial do par suspeito.
      *------------------------------------------------------------------
       01  WRK-REG-PAR.
      *    Grau de suspeita: 4 menos a quantidade de dados que
      *    coincidem alem do nome (1 = os tres, o mais suspeito).
           02 WRK-PAR-GRAU                PIC 9(01).
               88 WRK-PAR-GRAU-ALTA          VALUE 1.
               88 WRK-PAR-GRAU-MEDIA         VALUE 2.
               88 WRK-PAR-GRAU-BAIXA         VALUE 3.
           02 WRK-PAR-NOME-NORMALIZADO    PIC X(50).
           02 WRK-PAR-CPF-1               PIC X(11).
           02 WRK-PAR-NOME-1              PIC X(50).
           02 WRK-PAR-SITUACAO-1          PIC X(01).
           02 WRK-PAR-CPF-2               PIC X(11).
           02 WRK-PAR-NOME-2              PIC X(50).
           02 WRK-PAR-SITUACAO-2          PIC X(01).
      *    Coincidencias (S/N) alem do nome normalizado.
           02 WRK-PAR-MESMA-NASC          PIC X(01).
           02 WRK-PAR-MESMO-RG            PIC X(01).
           02 WRK-PAR-MESMO-ENDERECO      PIC X(01).
