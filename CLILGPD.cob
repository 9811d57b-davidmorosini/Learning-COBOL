      *                   com o motivo no relatorio: mesmo inativo,
      *                   titular de conta aberta nao pode ter o
      *                   cadastro anonimizado.
      * 15-10-2026  EQM   Contas conjuntas: co-titular ativo de conta
      *                   aberta (cadastro CONCOTIT) tambem nao e
      *                   expurgado, com o mesmo motivo no relatorio.
      *-----------------------------------------------------------------

      *=================================================================
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONMAST-STATUS.

           SELECT CONTA-COTITULAR ASSIGN TO "CONCOTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-COT-CHAVE
               ALTERNATE RECORD KEY IS WRK-COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-CONCOTIT-STATUS.

           SELECT RELATORIO-EXPURGO ASSIGN TO "CLILGPDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLILGPDR-STATUS.
       FD  CONTA-MASTER.
           COPY CONREC.

       FD  CONTA-COTITULAR.
           COPY COTREC.

       FD  RELATORIO-EXPURGO.
       01  WRK-LINHA-RELATORIO             PIC X(80).

           88 WRK-CONMAST-OK                   VALUES "00" "02".
           88 WRK-CONMAST-NAO-CADASTRADO       VALUE "35".

       77  WRK-CONCOTIT-STATUS             PIC X(02) VALUE SPACES.
      *    "02" tambem aqui: um cliente pode ser co-titular de mais
      *    de uma conta.
           88 WRK-CONCOTIT-OK                  VALUES "00" "02".
           88 WRK-CONCOTIT-NAO-CADASTRADO      VALUE "35".

      *Conferencia de conta aberta antes do expurgo: o cadastro de
      *contas pode ainda nao existir, e nesse caso nenhum cliente
      *tem conta.
       77  WRK-SEM-ARQ-CONTAS              PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-CONTAS          VALUE "S".

      *O cadastro de co-titulares so existe depois da primeira conta
      *conjunta; sem ele, nenhum cliente e co-titular.
       77  WRK-SEM-ARQ-COTITULARES         PIC X(01) VALUE "N".
           88 WRK-SEM-CADASTRO-COTITULARES     VALUE "S".

       77  WRK-CONTA-PESQUISA              PIC X(01) VALUE "N".
           88 WRK-TEM-CONTA-ABERTA             VALUE "S".
           88 WRK-FIM-CONTAS-CPF               VALUE "F".
               SET WRK-SEM-CADASTRO-CONTAS TO TRUE
           END-IF

           OPEN INPUT CONTA-COTITULAR.
           IF WRK-CONCOTIT-NAO-CADASTRADO
               SET WRK-SEM-CADASTRO-COTITULARES TO TRUE
           END-IF

           MOVE SPACES TO WRK-TIT-LIMITE.
           STRING WRK-LIMITE-DIA "/" WRK-LIMITE-MES "/"
                  WRK-LIMITE-ANO DELIMITED BY SIZE
      *-----------------------------------------------------------------
      * 3500-VERIFICAR-CONTAS - pesquisa o CPF do cliente corrente no
      * CONTA-MASTER pela chave alternativa e informa se ele ainda
      * tem alguma conta aberta, como titular ou como co-titular
      * ativo (CONTA-COTITULAR). Sem cadastro de contas, nenhum
      * cliente tem conta.
      *-----------------------------------------------------------------
       3500-VERIFICAR-CONTAS.
           PERFORM 3510-LER-CONTA-CPF THRU 3510-LER-CONTA-CPF-EXIT
               UNTIL WRK-FIM-CONTAS-CPF OR WRK-TEM-CONTA-ABERTA.

           IF WRK-TEM-CONTA-ABERTA OR WRK-SEM-CADASTRO-COTITULARES
               GO TO 3500-VERIFICAR-CONTAS-EXIT
           END-IF

           MOVE "N" TO WRK-CONTA-PESQUISA.
           MOVE WRK-CLIENTE-CPF            TO WRK-COT-CPF.
           START CONTA-COTITULAR
               KEY IS EQUAL TO WRK-COT-CPF
               INVALID KEY
                   SET WRK-FIM-CONTAS-CPF TO TRUE
           END-START

           PERFORM 3520-LER-COTITULAR-CPF
               THRU 3520-LER-COTITULAR-CPF-EXIT
               UNTIL WRK-FIM-CONTAS-CPF OR WRK-TEM-CONTA-ABERTA.

       3500-VERIFICAR-CONTAS-EXIT.
           EXIT.

       3510-LER-CONTA-CPF-EXIT.
           EXIT.

      *Para cada participacao ativa do CPF como co-titular, a conta e
      *lida pela chave primaria no CONTA-MASTER para saber se ainda
      *esta aberta.
       3520-LER-COTITULAR-CPF.

           READ CONTA-COTITULAR NEXT RECORD
               AT END
                   SET WRK-FIM-CONTAS-CPF TO TRUE
                   GO TO 3520-LER-COTITULAR-CPF-EXIT
           END-READ

           IF NOT WRK-CONCOTIT-OK
               OR WRK-COT-CPF NOT = WRK-CLIENTE-CPF
               SET WRK-FIM-CONTAS-CPF TO TRUE
               GO TO 3520-LER-COTITULAR-CPF-EXIT
           END-IF

           IF NOT WRK-COT-ATIVO
               GO TO 3520-LER-COTITULAR-CPF-EXIT
           END-IF

           MOVE WRK-COT-AGENCIA            TO WRK-CONTA-AGENCIA.
           MOVE WRK-COT-NUMERO             TO WRK-CONTA-NUMERO.
           READ CONTA-MASTER
               INVALID KEY
                   GO TO 3520-LER-COTITULAR-CPF-EXIT
           END-READ

           IF WRK-CONTA-ABERTA
               SET WRK-TEM-CONTA-ABERTA TO TRUE
           END-IF.

       3520-LER-COTITULAR-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-ANONIMIZAR-CLIENTE - limpa os dados pessoais do registro
      * corrente, preservando CPF, situacao e campos LGPD, e regrava.
               CLOSE CONTA-MASTER
           END-IF

           IF NOT WRK-SEM-CADASTRO-COTITULARES
               CLOSE CONTA-COTITULAR
           END-IF

           CLOSE CLIENTE-MASTER RELATORIO-EXPURGO.

       9000-FINALIZAR-EXIT.
