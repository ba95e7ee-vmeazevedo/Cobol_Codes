      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-RESCISAO.
       01  RESCISAO-REGISTRO.
           05 RESCISAO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO. Uma readmissao seguida
      *de novo desligamento regrava o registro do mesmo codigo.
           05 RESCISAO-DATA-DESLIGAMENTO PIC 9(8).
           05 RESCISAO-TIPO PIC X(1).
      *S = dispensa sem justa causa, J = dispensa por justa causa,
      *P = pedido de demissao.
           05 RESCISAO-DATA-ADMISSAO PIC 9(8).
      *Zeros quando contratos.dat nao tem a admissao; nesse caso so
      *o saldo de salario e calculado.
           05 RESCISAO-SALARIO-BASE PIC 9(7)V99.
           05 RESCISAO-DIAS-SALDO PIC 9(2).
           05 RESCISAO-SALDO-SALARIO PIC 9(7)V99.
           05 RESCISAO-DIAS-FERIAS-VENC PIC 9(3).
           05 RESCISAO-FERIAS-VENCIDAS PIC 9(7)V99.
           05 RESCISAO-AVOS-FERIAS PIC 9(2).
           05 RESCISAO-FERIAS-PROPORC PIC 9(7)V99.
           05 RESCISAO-TERCO-FERIAS PIC 9(7)V99.
      *Um terco sobre as ferias vencidas e proporcionais.
           05 RESCISAO-AVOS-13 PIC 9(2).
           05 RESCISAO-13-PROPORC PIC 9(7)V99.
           05 RESCISAO-DIAS-AVISO PIC 9(2).
           05 RESCISAO-AVISO-PREVIO PIC 9(7)V99.
      *Aviso previo indenizado, so na dispensa sem justa causa.
           05 RESCISAO-TOTAL-BRUTO PIC 9(7)V99.
           05 RESCISAO-DESCONTO-EMPREST PIC 9(7)V99.
      *Saldo devedor dos consignados abatido na rescisao, limitado
      *ao bruto.
           05 RESCISAO-LIQUIDO PIC 9(7)V99.
           05 RESCISAO-ENVIADA PIC X(1).
      *N = aguardando o extrato da folha, S = ja enviada ao bureau.
           05 RESCISAO-GERACAO-ENVIO PIC 9(6).
      *Geracao do extrato (controle_folha.dat) que levou as verbas.
           05 RESCISAO-SALDO-FGTS PIC 9(9)V99.
      *Soma dos depositos da conta de FGTS (fgts_conta.dat) na data
      *do desligamento.
           05 RESCISAO-MULTA-FGTS PIC 9(9)V99.
      *40% do saldo acima, so na dispensa sem justa causa. E
      *recolhida pela empresa na conta do FGTS, entao fica fora do
      *bruto e do liquido do termo.
           05 RESCISAO-DESCONTO-ADIANT PIC 9(7)V99.
      *Adiantamento quinzenal do mes do desligamento ja remetido ao
      *banco (adiantamentos.dat), abatido do que sobra do bruto
      *depois dos consignados. Vai no extrato como linha D.
