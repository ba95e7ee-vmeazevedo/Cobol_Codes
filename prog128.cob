           05 TRCLI-RESTO PIC X(160).

       FD  ARQUIVO-MOVIMENTOS.
       01  MOVIMENTO-LINHA PIC X(130).

       FD  ARQUIVO-TREINO-MOV.
       01  TREINO-MOV-LINHA PIC X(130).

       FD  ARQUIVO-MARCA-TREINO.
       01  MARCA-TREINO-LINHA.
