      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-SINDICATO.
       01  SINDICATO-REGISTRO.
           05 SINDICATO-CODIGO PIC 9(3).
           05 SINDICATO-NOME PIC X(30).
           05 SINDICATO-CNPJ PIC X(14).
           05 SINDICATO-MES-DATA-BASE PIC 9(2).
      *Mes da data-base da categoria (vigencia do dissidio).
           05 SINDICATO-PCT-DISSIDIO PIC 9(3)V99.
      *Percentual da convencao coletiva vigente, usado no modo S
      *do reajuste em massa (PROG99).
           05 SINDICATO-REGRA-CONTRIB PIC X(1).
      *D = um dia de salario (salario / 30), P = percentual do
      *salario, F = valor fixo.
           05 SINDICATO-PCT-CONTRIB PIC 9(3)V99.
           05 SINDICATO-VALOR-CONTRIB PIC 9(5)V99.
           05 SINDICATO-MES-DESCONTO PIC 9(2).
      *Mes em que o extrato do PROG42 desconta a contribuicao dos
      *funcionarios que a autorizaram.
           05 SINDICATO-SITUACAO PIC X(1).
      *A = ativo, I = inativo (sem desconto nem dissidio).
           05 SINDICATO-OPERADOR PIC X(8).
           05 SINDICATO-DATA-ALTERACAO PIC 9(8).
