           COPY 'FDMOVIMENTO.cob'.

       FD  ARQUIVO-GERACAO.
       01  GERACAO-LINHA PIC X(130).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
      *(mesma tecnica de preservacao do fechamento do PROG81). Se o
      *diario vivo tiver mais linhas abertas que a tabela comporta,
      *o arquivamento e recusado sem tocar em nada.
           05 WS-MANTIDA PIC X(130) OCCURS 5000 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
