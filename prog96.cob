      *legais de desconto (6% do salario no VT e 20% do custo no
      *VR), sai nas linhas de beneficio e desconto do extrato do
      *PROG42 - acabando com os valores digitados direto no bureau.
      *Com o mes corrente ja baixado do bureau (periodo fechado pelo
      *PROG50) a alteracao so e gravada com liberacao de supervisor
      *e motivo, registrada na trilha de auditoria (PROG177).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-BENEFICIO PIC X(02) VALUE '00'.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZERO.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MODO-PERIODO PIC X VALUE 'L'.
       77  WS-PERIODO-ALTERADO PIC 9(6) VALUE ZEROS.
       77  WS-PROGRAMA-ORIGEM PIC X(8) VALUE 'PROG96'.
       77  WS-DESCRICAO-ALTERACAO PIC X(40)
           VALUE 'OPCOES DE BENEFICIO'.
       77  WS-PERIODO-LIBERADO PIC X VALUE 'S'.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
           ELSE
               DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
      *As opcoes valem para o calculo do mes corrente; com o mes
      *ja baixado do bureau a alteracao pede liberacao (PROG177).
               COMPUTE WS-PERIODO-ALTERADO = WS-DATA-HOJE / 100
               CALL 'PROG177' USING WS-MODO-PERIODO
                   WS-PERIODO-ALTERADO WS-PROGRAMA-ORIGEM
                   CODIGO-FUNCIONARIO-PROCURAR
                   WS-DESCRICAO-ALTERACAO WS-PERIODO-LIBERADO
               IF WS-PERIODO-LIBERADO = 'S'
                   OPEN I-O ARQUIVO-BENEFICIO
                   IF WS-STATUS-ARQUIVO-BENEFICIO = '35'
      *Primeira inclusao cria o arquivo.
                       OPEN OUTPUT ARQUIVO-BENEFICIO
                       CLOSE ARQUIVO-BENEFICIO
                       OPEN I-O ARQUIVO-BENEFICIO
                   END-IF
                   MOVE SPACE TO BENEFICIO-REGISTRO
                   MOVE CODIGO-FUNCIONARIO-PROCURAR
                       TO BENEFICIO-CODIGO-FUNC
                   DISPLAY 'OPTA PELO VALE TRANSPORTE? (S/N): '
                   ACCEPT BENEFICIO-VT-OPTANTE
                   IF BENEFICIO-VT-OPTANTE = 's'
                       MOVE 'S' TO BENEFICIO-VT-OPTANTE
                   END-IF
                   IF BENEFICIO-VT-OPTANTE = 'S'
                       DISPLAY 'VIAGENS POR DIA UTIL (EX: 02): '
                       ACCEPT BENEFICIO-VT-VIAGENS-DIA
                       DISPLAY 'VALOR DA VIAGEM (3 INTEIROS 2'
                               ' DECIMAIS, EX: 00450 = 4,50): '
                       ACCEPT BENEFICIO-VT-VALOR-VIAGEM
                   ELSE
                       MOVE 'N' TO BENEFICIO-VT-OPTANTE
                       MOVE ZEROS TO BENEFICIO-VT-VIAGENS-DIA
                       MOVE ZEROS TO BENEFICIO-VT-VALOR-VIAGEM
                   END-IF
                   DISPLAY 'FAIXA DO VALE REFEICAO (0 = NAO OPTA): '
                   ACCEPT BENEFICIO-VR-FAIXA
                   IF BENEFICIO-VR-FAIXA > ZERO
                       DISPLAY 'VALOR DIARIO DA FAIXA (3 INTEIROS 2'
                               ' DECIMAIS): '
                       ACCEPT BENEFICIO-VR-VALOR-DIA
                   ELSE
                       MOVE ZEROS TO BENEFICIO-VR-VALOR-DIA
                   END-IF
                   WRITE BENEFICIO-REGISTRO
                       INVALID KEY
      *Opcoes ja cadastradas: regrava.
                           REWRITE BENEFICIO-REGISTRO
                           END-REWRITE
                           DISPLAY 'OPCOES REGRAVADAS.'
                       NOT INVALID KEY
                           DISPLAY 'OPCOES INCLUIDAS.'
                   END-WRITE
                   CLOSE ARQUIVO-BENEFICIO
               END-IF.

       VALIDA-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
