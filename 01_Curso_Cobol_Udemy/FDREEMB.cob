      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-REEMBOLSO.
       01  REEMB-REGISTRO.
           05 REEMB-CHAVE.
               10 REEMB-CODIGO-FUNC PIC 9(6).
               10 REEMB-SEQUENCIA PIC 9(4).
      *Numero do pedido dentro do funcionario (1, 2, 3...).
           05 REEMB-DATA-DESPESA PIC 9(8).
      *AAAAMMDD da despesa; nao pode ser futura.
           05 REEMB-CATEGORIA PIC X(10).
      *Uma das categorias de limites_reembolso.dat (PROG174).
           05 REEMB-VALOR PIC 9(7)V99.
           05 REEMB-DESCRICAO PIC X(30).
           05 REEMB-SITUACAO PIC X(1).
      *P = pendente de aprovacao, A = aprovado (a pagar na proxima
      *folha), R = recusado, G = pago (retorno OK da folha).
           05 REEMB-DATA-LANCAMENTO PIC 9(8).
           05 REEMB-OPERADOR PIC X(8).
      *Quem lancou o pedido.
           05 REEMB-APROVADOR PIC X(8).
      *Gestor do departamento ou supervisor do RH que decidiu.
           05 REEMB-DATA-DECISAO PIC 9(8).
           05 REEMB-OBSERVACAO PIC X(30).
      *Motivo da recusa (obrigatorio) ou nota da aprovacao.
           05 REEMB-DATA-ENVIO PIC 9(8).
      *Data do extrato mensal (PROG42) que mandou o pedido; zeros
      *enquanto nao foi enviado.
           05 REEMB-DATA-PAGAMENTO PIC 9(8).
      *Data da baixa do retorno OK (PROG50); zeros ate la.
