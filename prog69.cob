           PERFORM GRAVA-MARCA-DE-FECHAMENTO.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo lancador de lote do menu (PROG133) devolve o controle.
           GOBACK.

       VARRE-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
