      * cobrar. O job entra no controle de execucao (CLICTRL) com o
      * CLIEDIT como predecessor, para ler o CLITRANE do proprio dia
      * e nao rodar duas vezes no mesmo movimento.
      * Obs.: o layout CLITREC so carrega a agencia nas transacoes
      * capturadas no balcao (o restante do CLITRAN ja chega
      * consolidado na critica), entao o envelhecimento e
      * totalizado por motivo de rejeicao.
      ******************************************************************
      *-----------------------------------------------------------------
      * Historico de alteracoes
      *                   rejeitadas (antes as rejeicoes morriam no
      *                   CLITRANE e o cadastro ficava errado para
      *                   sempre).
      * 15-10-2026  EQM   Imagem da transacao passou de 227 para 231
      *                   bytes (agencia de atendimento no CLITREC);
      *                   pendencia gravada no tamanho antigo e lida
      *                   com a agencia em branco.
      *-----------------------------------------------------------------

      *=================================================================
       01  WRK-REG-PENDENCIA.
           02 WRK-PEN-DATA-ENTRADA         PIC 9(08).
           02 WRK-PEN-MOTIVO               PIC X(20).
           02 WRK-PEN-TRANSACAO            PIC X(231).

       FD  TRANSACAO-REJEITADA.
       01  WRK-REG-REJEITO.
           02 WRK-REJ-TRANSACAO            PIC X(231).
           02 WRK-REJ-MOTIVO               PIC X(20).

       FD  CORRECAO-CADASTRO.
           COPY CLITREC.

       FD  TRANSACAO-CLIENTE.
       01  WRK-REG-TRAN-SAIDA              PIC X(231).

       FD  DESFECHO-PENDENCIA.
       01  WRK-REG-DESFECHO.
           02 WRK-DES-DESFECHO             PIC X(10).
           02 WRK-DES-DATA-ENTRADA         PIC 9(08).
           02 WRK-DES-MOTIVO               PIC X(20).
           02 WRK-DES-TRANSACAO            PIC X(231).

       FD  RELATORIO-RECICLAGEM.
       01  WRK-LINHA-RELATORIO             PIC X(80).
           02 WRK-PENDENCIA OCCURS 500 TIMES.
              03 WRK-PND-DATA-ENTRADA      PIC 9(08).
              03 WRK-PND-MOTIVO            PIC X(20).
              03 WRK-PND-TRANSACAO         PIC X(231).
              03 WRK-PND-SITUACAO          PIC X(01).
                 88 WRK-PND-PENDENTE           VALUE "P".
                 88 WRK-PND-CORRIGIDA          VALUE "C".
