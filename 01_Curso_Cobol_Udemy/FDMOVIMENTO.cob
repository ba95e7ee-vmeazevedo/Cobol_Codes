           05 MOV-OPERADOR PIC X(8).
           05 MOV-TIPO PIC X(6).
      *ALTA, BAIXA, CAMBIO ou ESTORN (contra-movimento de estorno).
      *ATACOM/ATAVEN: liquidacao de ordem de atacado com o banco
      *correspondente (PROG168), sem cliente.
      *ARBENT/ARBSAI: as duas pernas da arbitragem entre moedas
      *(PROG63) - a moeda que o cliente entrega e a que ele leva -
      *com o mesmo recibo, cada uma apontando a outra no motivo.
           05 MOV-MOEDA PIC X(3).
           05 MOV-VALOR PIC 9(9)V99.
           05 MOV-TAXA PIC 9(5)V9(4).
      *(PROG65) anular o efeito e a contabilizacao (PROG66) gerar o
      *par invertido.
           05 MOV-MOTIVO PIC X(30).
      *No ESTORN: motivo obrigatorio informado pelo supervisor. No
      *CAMBIO que entrega uma reserva (PROG63): 'RESERVA' e o numero.
      *Nas pernas da arbitragem, a referencia da outra perna.
           05 MOV-MOTIVO-ARBITRAGEM REDEFINES MOV-MOTIVO.
              10 MOV-ARB-ROTULO PIC X(19).
      *'ARBITRAGEM PAR SEQ '.
              10 MOV-ARB-SEQ-PAR PIC 9(4).
      *Sequencia do dia da outra perna da arbitragem.
              10 FILLER PIC X(7).
           05 MOV-RECIBO PIC 9(6).
      *Numero do recibo impresso na confirmacao (PROG63), da
      *numeracao central do PROG78; reimpressao pelo PROG114.
           05 MOV-VALOR-IOF PIC 9(9)V99.
      *IOF da operacao em reais, calculado na confirmacao (PROG63)
      *pela aliquota vigente de aliquotas_iof.dat; no ESTORN, o IOF
      *do movimento original, que o estorno devolve.
           05 MOV-ALIQUOTA-IOF PIC 9(2)V9(4).
      *Aliquota aplicada (percentual).
      *Linhas gravadas antes do estorno existirem sao mais curtas:
      *os campos novos chegam em branco na leitura e os programas
      *so os examinam quando MOV-TIPO = ESTORN. O mesmo vale para o
      *IOF: linha antiga traz os campos em branco, e os leitores so
      *somam o IOF quando ele e numerico.
