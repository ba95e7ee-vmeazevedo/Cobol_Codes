      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-CORRESPONDENTE.
       01  CORRESP-REGISTRO.
           05 CORRESP-CODIGO PIC 9(4).
           05 CORRESP-NOME PIC X(30).
           05 CORRESP-BANCO PIC 9(3).
      *Numero do banco na camara de compensacao.
           05 CORRESP-ATIVO PIC X(1).
      *S = aceita ordens novas, N = desativado (as ordens antigas
      *continuam consultaveis).
