      *                   CPF atual e o CPF novo pelo CPFVALID e
      *                   rejeita troca para o mesmo CPF; a migracao
      *                   da chave e feita pelo CLIMANUT.
      * 15-10-2026  EQM   Registro da transacao passou de 227 para 231
      *                   bytes (agencia de atendimento no CLITREC).
      *-----------------------------------------------------------------

      *=================================================================
           COPY CLITREC.

       FD  TRANSACAO-VALIDA.
       01  WRK-REG-VALIDO                  PIC X(231).

       FD  TRANSACAO-REJEITADA.
       01  WRK-REG-REJEITO.
           02 WRK-REJ-TRANSACAO            PIC X(231).
           02 WRK-REJ-MOTIVO               PIC X(20).

       FD  RELATORIO-CRITICA.
