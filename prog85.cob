       01  REGISTRO-AUDITORIA-MENU PIC X(80).

       FD  ARQUIVO-MOVIMENTOS.
       01  MOVIMENTO-LINHA PIC X(130).
      *Linha do diario apos os campos de estorno e de IOF
      *(FDMOVIMENTO.cob).

       FD  ARQUIVO-HISTORICO-EST.
       01  ESTATISTICA-LINHA.
           MOVE ZEROS TO EST-EXCLUSOES.
           PERFORM GRAVA-ESTATISTICA.

      *movimentos.dat: linha de 130 bytes (layout com estorno e IOF).
           MOVE ZEROS TO WS-CONTADOR.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'movimentos.dat' TO EST-NOME-ARQUIVO.
           COMPUTE EST-BYTES = WS-CONTADOR * 130.
           MOVE ZEROS TO EST-INCLUSOES.
           MOVE ZEROS TO EST-EXCLUSOES.
           PERFORM GRAVA-ESTATISTICA.
