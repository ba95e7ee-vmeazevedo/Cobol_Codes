      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-ATACADO.
       01  ATAC-REGISTRO.
           05 ATAC-NUMERO PIC 9(6).
      *Numeracao central do PROG78 (cadastro 'ATACADO'); e a
      *referencia que o correspondente devolve na liquidacao.
           05 ATAC-CORRESP PIC 9(4).
           05 ATAC-SENTIDO PIC X(1).
      *Visto da mesa: C = a mesa compra a moeda (entra no estoque),
      *V = a mesa vende a moeda (sai do estoque).
           05 ATAC-MOEDA PIC X(3).
           05 ATAC-VALOR PIC 9(9)V99.
           05 ATAC-TAXA PIC 9(5)V9(4).
           05 ATAC-DATA-ORDEM PIC 9(8).
           05 ATAC-DATA-LIQUIDACAO PIC 9(8).
      *Data combinada para a liquidacao com o correspondente.
           05 ATAC-SITUACAO PIC X(1).
      *A = aberta, L = liquidada (movimento gravado no diario),
      *C = cancelada.
           05 ATAC-OPERADOR PIC X(8).
      *Quem incluiu a ordem; na baixa, quem liquidou ou cancelou.
           05 ATAC-DATA-BAIXA PIC 9(8).
           05 ATAC-SEQ-MOVIMENTO PIC 9(4).
      *Na liquidacao: sequencia do dia do movimento no diario.
