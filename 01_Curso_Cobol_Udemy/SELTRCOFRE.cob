           SELECT OPTIONAL ARQUIVO-TRANSF-COFRE
           ASSIGN TO 'transferencias_cofre.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRANSF-COFRE.
      *Diario das transferencias entre o cofre e o caixa dos
      *operadores e dos ajustes de contagem (PROG163); a conferencia
      *de caixa (PROG108) soma os reforcos e as devolucoes do turno.
