      *                   a nova chave no CLIMANUT. Os programas que
      *                   carregam a imagem da transacao (CLIEDIT e
      *                   CLIRECIC) acompanharam o tamanho novo.
      * 15-10-2026  EQM   Incluido WRK-TRAN-AGENCIA ao final do
      *                   registro (227 para 231 bytes): agencia de
      *                   atendimento, gravada pela captura de balcao
      *                   (CLICAPT) e levada pelo CLIMANUT ao
      *                   movimento de producao por agencia. Em branco
      *                   no movimento que ja chega consolidado. O
      *                   CLIEDIT e o CLIRECIC acompanharam o tamanho.
      *------------------------------------------------------------------
       01  WRK-REG-TRANSACAO.
           02 WRK-TRAN-FUNCAO            PIC X(01).
      *    CPF de destino da funcao "T" (troca de CPF); em branco
      *    nas demais funcoes.
           02 WRK-TRAN-CPF-NOVO           PIC X(11).
      *    Agencia de atendimento (captura de balcao); em branco no
      *    movimento consolidado.
           02 WRK-TRAN-AGENCIA            PIC X(04).
