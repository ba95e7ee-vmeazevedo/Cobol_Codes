      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-LISTA-DIST.
       01  LDIST-REGISTRO.
           05 LDIST-CHAVE.
               10 LDIST-RELATORIO PIC X(20).
      *Mesmo nome que o relatorio passa ao PROG71.
               10 LDIST-DEPARTAMENTO PIC 9(4).
      *Zero = relatorio inteiro; com codigo = so a fatia daquele
      *departamento (relatorios quebrados por departamento).
               10 LDIST-DESTINATARIO PIC X(30).
      *Nome, setor ou caixa de quem recebe; no tipo G fica 'GESTOR'
      *e o destinatario sai do DEPARTAMENTO-GESTOR na distribuicao.
           05 LDIST-TIPO PIC X(1).
      *N = destinatario nominal.
      *G = gestor do departamento: com codigo, o gestor daquele
      *departamento; com zero, o gestor de CADA fatia do relatorio.
