      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG141.
      *Subprograma de calculo do INSS e do IRRF do mes, compartilhado
      *pela conferencia do liquido (PROG139) e pela pensao
      *alimenticia percentual do extrato (PROG42):
      *    CALL 'PROG141' USING <acao> <codigo> <salario> <inss>
      *                         <irrf>
      *Acao C = calcular, F = fechar (fim da rodada). As faixas de
      *tabela_inss.dat e tabela_irrf.dat e a deducao por dependente
      *(deducao_dependente.dat), no mesmo desenho do Tabelas.cbl, sao
      *carregadas na primeira chamada. Acima do teto da ultima faixa
      *o INSS e o do teto; a base do IRRF e salario - INSS -
      *dependentes (dependentes.dat) x deducao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELDEPENDENTE.cob'.

           SELECT ARQUIVO-TABELA-INSS
           ASSIGN TO 'tabela_inss.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TABELA-INSS.

           SELECT ARQUIVO-TABELA-IRRF
           ASSIGN TO 'tabela_irrf.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TABELA-IRRF.

           SELECT ARQUIVO-DEDUCAO-DEP
           ASSIGN TO 'deducao_dependente.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEDUCAO-DEP.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDDEPENDENTE.cob'.

       FD  ARQUIVO-TABELA-INSS.
       01  REGISTRO-TABELA-INSS.
           05 TAB-INSS-PISO PIC 9(7)V99.
           05 TAB-INSS-TETO PIC 9(7)V99.
           05 TAB-INSS-ALIQUOTA PIC 9(2)V99.
           05 TAB-INSS-PARCELA PIC 9(7)V99.

       FD  ARQUIVO-TABELA-IRRF.
       01  REGISTRO-TABELA-IRRF.
           05 TAB-IRRF-PISO PIC 9(7)V99.
           05 TAB-IRRF-TETO PIC 9(7)V99.
           05 TAB-IRRF-ALIQUOTA PIC 9(2)V99.
           05 TAB-IRRF-PARCELA PIC 9(7)V99.

       FD  ARQUIVO-DEDUCAO-DEP.
       01  REGISTRO-DEDUCAO-DEP.
           05 TAB-DEDUCAO-DEPENDENTE PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       77  WS-TABELAS-CARREGADAS PIC X VALUE 'N'.
       77  FINAL-TABELA PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-DEPENDENTE PIC X VALUE 'N'.
       77  WS-STATUS-TABELA-INSS PIC X(02) VALUE '00'.
       77  WS-STATUS-TABELA-IRRF PIC X(02) VALUE '00'.
       77  WS-STATUS-DEDUCAO-DEP PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPENDENTE PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-DEPENDENTE PIC X VALUE 'N'.
       77  WS-FAIXA PIC 9(02) VALUE ZEROS.
       77  WS-DEDUCAO-POR-DEPENDENTE PIC 9(5)V99 VALUE ZEROS.
       77  WS-QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77  WS-BASE-INSS PIC 9(7)V99 VALUE ZEROS.
       77  WS-BASE-IRRF PIC S9(7)V99 VALUE ZEROS.

      *Faixas progressivas carregadas na primeira chamada.
       01  WS-TABELAS-IMPOSTO.
           05 WS-QTD-FAIXAS-INSS PIC 9(02) VALUE ZEROS.
           05 WS-FAIXA-INSS OCCURS 10 TIMES.
              10 WS-INSS-PISO PIC 9(7)V99.
              10 WS-INSS-TETO PIC 9(7)V99.
              10 WS-INSS-ALIQUOTA PIC 9(2)V99.
              10 WS-INSS-PARCELA PIC 9(7)V99.
           05 WS-QTD-FAIXAS-IRRF PIC 9(02) VALUE ZEROS.
           05 WS-FAIXA-IRRF OCCURS 10 TIMES.
              10 WS-IRRF-PISO PIC 9(7)V99.
              10 WS-IRRF-TETO PIC 9(7)V99.
              10 WS-IRRF-ALIQUOTA PIC 9(2)V99.
              10 WS-IRRF-PARCELA PIC 9(7)V99.

       LINKAGE SECTION.
       01  LK-ACAO PIC X(1).
       01  LK-CODIGO-FUNC PIC 9(6).
       01  LK-SALARIO PIC 9(7)V99.
       01  LK-INSS PIC 9(7)V99.
       01  LK-IRRF PIC 9(7)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAO LK-CODIGO-FUNC LK-SALARIO
                                LK-INSS LK-IRRF.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           IF LK-ACAO = 'F'
               PERFORM FECHA-TABELAS
               GOBACK.

           IF WS-TABELAS-CARREGADAS = 'N'
               PERFORM CARREGA-TABELAS-IMPOSTO
               MOVE 'S' TO WS-TABELAS-CARREGADAS.

           PERFORM CALCULA-INSS.
           PERFORM CONTA-DEPENDENTES.
           COMPUTE WS-BASE-IRRF =
               LK-SALARIO - LK-INSS
               - WS-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE.
           PERFORM CALCULA-IRRF.

       PROGRAM-DONE.
           GOBACK.

       FECHA-TABELAS.
      *A proxima chamada de calculo recarrega as tabelas.
           IF WS-TABELAS-CARREGADAS = 'S'
               IF WS-TEM-ARQ-DEPENDENTE = 'S'
                   CLOSE ARQUIVO-DEPENDENTE
                   MOVE 'N' TO WS-TEM-ARQ-DEPENDENTE
               END-IF
               MOVE 'N' TO WS-TABELAS-CARREGADAS
           END-IF.

       CARREGA-TABELAS-IMPOSTO.
      *Sem as tabelas o imposto sai zerado e o operador e avisado,
      *como no Tabelas.cbl; sem a deducao por dependente ela
      *simplesmente nao e aplicada.
           MOVE ZEROS TO WS-QTD-FAIXAS-INSS.
           OPEN INPUT ARQUIVO-TABELA-INSS.
           IF WS-STATUS-TABELA-INSS NOT = '00'
               DISPLAY 'ATENCAO: tabela_inss.dat NAO ENCONTRADA.'
                       ' INSS SAIRA ZERADO.'
           ELSE
               MOVE 'N' TO FINAL-TABELA
               READ ARQUIVO-TABELA-INSS AT END
                   MOVE 'S' TO FINAL-TABELA
               END-READ
               PERFORM GUARDA-FAIXA-INSS
                   UNTIL FINAL-TABELA = 'S' OR
                         WS-QTD-FAIXAS-INSS >= 10
               CLOSE ARQUIVO-TABELA-INSS
           END-IF.

           MOVE ZEROS TO WS-QTD-FAIXAS-IRRF.
           OPEN INPUT ARQUIVO-TABELA-IRRF.
           IF WS-STATUS-TABELA-IRRF NOT = '00'
               DISPLAY 'ATENCAO: tabela_irrf.dat NAO ENCONTRADA.'
                       ' IRRF SAIRA ZERADO.'
           ELSE
               MOVE 'N' TO FINAL-TABELA
               READ ARQUIVO-TABELA-IRRF AT END
                   MOVE 'S' TO FINAL-TABELA
               END-READ
               PERFORM GUARDA-FAIXA-IRRF
                   UNTIL FINAL-TABELA = 'S' OR
                         WS-QTD-FAIXAS-IRRF >= 10
               CLOSE ARQUIVO-TABELA-IRRF
           END-IF.

           MOVE ZEROS TO WS-DEDUCAO-POR-DEPENDENTE.
           OPEN INPUT ARQUIVO-DEDUCAO-DEP.
           IF WS-STATUS-DEDUCAO-DEP = '00'
               READ ARQUIVO-DEDUCAO-DEP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TAB-DEDUCAO-DEPENDENTE
                           TO WS-DEDUCAO-POR-DEPENDENTE
               END-READ
               CLOSE ARQUIVO-DEDUCAO-DEP
           END-IF.

           OPEN INPUT ARQUIVO-DEPENDENTE.
           IF WS-STATUS-ARQUIVO-DEPENDENTE = '00'
               MOVE 'S' TO WS-TEM-ARQ-DEPENDENTE.

       GUARDA-FAIXA-INSS.
           ADD 1 TO WS-QTD-FAIXAS-INSS.
           MOVE TAB-INSS-PISO TO WS-INSS-PISO (WS-QTD-FAIXAS-INSS).
           MOVE TAB-INSS-TETO TO WS-INSS-TETO (WS-QTD-FAIXAS-INSS).
           MOVE TAB-INSS-ALIQUOTA
               TO WS-INSS-ALIQUOTA (WS-QTD-FAIXAS-INSS).
           MOVE TAB-INSS-PARCELA
               TO WS-INSS-PARCELA (WS-QTD-FAIXAS-INSS).
           READ ARQUIVO-TABELA-INSS AT END
               MOVE 'S' TO FINAL-TABELA.

       GUARDA-FAIXA-IRRF.
           ADD 1 TO WS-QTD-FAIXAS-IRRF.
           MOVE TAB-IRRF-PISO TO WS-IRRF-PISO (WS-QTD-FAIXAS-IRRF).
           MOVE TAB-IRRF-TETO TO WS-IRRF-TETO (WS-QTD-FAIXAS-IRRF).
           MOVE TAB-IRRF-ALIQUOTA
               TO WS-IRRF-ALIQUOTA (WS-QTD-FAIXAS-IRRF).
           MOVE TAB-IRRF-PARCELA
               TO WS-IRRF-PARCELA (WS-QTD-FAIXAS-IRRF).
           READ ARQUIVO-TABELA-IRRF AT END
               MOVE 'S' TO FINAL-TABELA.

       CALCULA-INSS.
           MOVE LK-SALARIO TO WS-BASE-INSS.
           IF WS-QTD-FAIXAS-INSS > ZEROS
               IF WS-BASE-INSS > WS-INSS-TETO (WS-QTD-FAIXAS-INSS)
                   MOVE WS-INSS-TETO (WS-QTD-FAIXAS-INSS)
                       TO WS-BASE-INSS.
           MOVE ZEROS TO LK-INSS.
           PERFORM APLICA-FAIXA-INSS
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > WS-QTD-FAIXAS-INSS.

       APLICA-FAIXA-INSS.
           IF WS-BASE-INSS NOT < WS-INSS-PISO (WS-FAIXA) AND
                   WS-BASE-INSS NOT > WS-INSS-TETO (WS-FAIXA)
               COMPUTE LK-INSS ROUNDED =
                   WS-BASE-INSS * WS-INSS-ALIQUOTA (WS-FAIXA) / 100
                   - WS-INSS-PARCELA (WS-FAIXA).

       CALCULA-IRRF.
           MOVE ZEROS TO LK-IRRF.
           IF WS-BASE-IRRF > ZEROS
               PERFORM APLICA-FAIXA-IRRF
                   VARYING WS-FAIXA FROM 1 BY 1
                   UNTIL WS-FAIXA > WS-QTD-FAIXAS-IRRF.

       APLICA-FAIXA-IRRF.
           IF WS-BASE-IRRF NOT < WS-IRRF-PISO (WS-FAIXA) AND
                   WS-BASE-IRRF NOT > WS-IRRF-TETO (WS-FAIXA)
               COMPUTE LK-IRRF ROUNDED =
                   WS-BASE-IRRF * WS-IRRF-ALIQUOTA (WS-FAIXA) / 100
                   - WS-IRRF-PARCELA (WS-FAIXA).

       CONTA-DEPENDENTES.
           MOVE ZEROS TO WS-QTD-DEPENDENTES.
           IF WS-TEM-ARQ-DEPENDENTE = 'S'
               MOVE LK-CODIGO-FUNC TO DEPENDENTE-CODIGO-FUNC
               MOVE ZEROS TO DEPENDENTE-SEQUENCIA
               MOVE 'N' TO FINAL-ARQUIVO-DEPENDENTE
               START ARQUIVO-DEPENDENTE
                       KEY IS NOT LESS THAN DEPENDENTE-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-DEPENDENTE
               END-START
               IF FINAL-ARQUIVO-DEPENDENTE = 'N'
                   READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-DEPENDENTE
                   END-READ
               END-IF
               PERFORM CONTA-UM-DEPENDENTE
                   UNTIL FINAL-ARQUIVO-DEPENDENTE = 'S' OR
                         DEPENDENTE-CODIGO-FUNC NOT = LK-CODIGO-FUNC
           END-IF.

       CONTA-UM-DEPENDENTE.
           IF WS-QTD-DEPENDENTES < 99
               ADD 1 TO WS-QTD-DEPENDENTES.
           READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-DEPENDENTE.
