      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-ORCAMENTO.
       01  ORCAMENTO-REGISTRO.
           05 ORCAMENTO-CHAVE.
               10 ORCAMENTO-EMPRESA PIC 9(2).
      *Mesmo tamanho de EMPRESA-CODIGO.
               10 ORCAMENTO-ANO PIC 9(4).
               10 ORCAMENTO-CENTRO-CUSTO PIC 9(6).
      *Mesmo tamanho de DEPARTAMENTO-CENTRO-CUSTO.
               10 ORCAMENTO-MES PIC 9(2).
           05 ORCAMENTO-SALARIOS PIC 9(9)V99.
      *Salarios projetados do mes, ja com o dissidio a partir do
      *mes previsto; inclui o custo das vagas abertas abaixo.
           05 ORCAMENTO-CUSTO-VAGAS PIC 9(9)V99.
      *Parte dos salarios referente as vagas autorizadas ainda nao
      *preenchidas, custeadas pelo CARGO-PISO.
           05 ORCAMENTO-ENCARGOS PIC 9(9)V99.
           05 ORCAMENTO-TOTAL PIC 9(9)V99.
      *Salarios + encargos na geracao; e o valor que financas
      *ajusta a mao e o que vale no orcado x realizado.
           05 ORCAMENTO-PCT-ENCARGOS PIC 9(3)V99.
      *Percentual de encargos da geracao, aplicado tambem ao
      *realizado na comparacao.
           05 ORCAMENTO-QTD-FUNCIONARIOS PIC 9(4).
           05 ORCAMENTO-QTD-VAGAS PIC 9(4).
           05 ORCAMENTO-AJUSTADO PIC X(1).
      *S = total ajustado a mao; a nova geracao do ano preserva a
      *linha. N = valor da geracao.
           05 ORCAMENTO-OPERADOR PIC X(8).
           05 ORCAMENTO-DATA-AJUSTE PIC 9(8).
      *Operador e data do ultimo ajuste manual (brancos e zeros
      *enquanto nao ajustado).
