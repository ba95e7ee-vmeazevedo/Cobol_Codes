      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-RESERVA.
       01  RESERVA-REGISTRO.
           05 RESERVA-NUMERO PIC 9(6).
      *Numeracao central do PROG78 (cadastro 'RESERVAS').
           05 RESERVA-CLIENTE PIC 9(4).
           05 RESERVA-MOEDA PIC X(3).
           05 RESERVA-VALOR PIC 9(9)V99.
           05 RESERVA-TAXA PIC 9(5)V9(4).
      *Taxa travada no dia da reserva (venda do dia ou manual).
           05 RESERVA-DATA-RESERVA PIC 9(8).
           05 RESERVA-DATA-RETIRADA PIC 9(8).
           05 RESERVA-DATA-VALIDADE PIC 9(8).
      *Retirada a partir da data marcada ate a validade, inclusive.
           05 RESERVA-SITUACAO PIC X(1).
      *A = aberta, R = retirada (virou operacao no PROG63),
      *C = cancelada na mesa, E = cancelada por vencimento.
           05 RESERVA-OPERADOR PIC X(8).
           05 RESERVA-DATA-BAIXA PIC 9(8).
           05 RESERVA-SEQ-MOVIMENTO PIC 9(4).
      *Na retirada: sequencia do dia da operacao no diario.
