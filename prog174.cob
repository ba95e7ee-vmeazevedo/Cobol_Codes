      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG174.
      *Manutencao central dos arquivos de parametros, antes editados
      *a mao (o erro de digitacao so aparecia quando o programa
      *leitor se comportava mal). Restrita a supervisor (nivel 2+).
      *Cada tela conhece o desenho do arquivo e confere tipo e faixa
      *antes de gravar:
      *  1. parametros_carga.dat      - limite de erros da carga de
      *     clientes (PROG41), 001 a 100%;
      *  2. parametros_taxa.dat       - tolerancia de variacao da
      *     taxa de cambio (PROG64), 001 a 100%;
      *  3. parametros_compliance.dat - limiares do acumulado de
      *     cambio (PROG113): limiar do dia, janela de 001 a 365
      *     dias e limiar da janela nao menor que o do dia;
      *  4. parametros_senha.dat      - politica de senha do sign-on
      *     (menu): validade de 001 a 365 dias, 1 a 9 falhas;
      *  5. frequencia_minima.dat     - frequencia minima da escola
      *     (boletim, recuperacao, situacao, fechamento), 001 a 100%;
      *  6. retencao.dat              - politica de expurgo (PROG125):
      *     nome do arquivo + meses, uma linha por arquivo;
      *  7. passos_lote.dat           - cadeia noturna (PROG54/PROG133):
      *     programa PROGnn e frequencia D/U/S/M/Q, ate 20 passos,
      *     renumerados na gravacao; na mesma tela o
      *     parametros_sla_lote.dat do tempo do lote (PROG176):
      *     abertura da mesa HHMM, percentual de lentidao de 001 a
      *     500 e noites da linha de base de 03 a 60;
      *  0. parametros da folha, em submenu:
      *     parametros_adicionais.dat - adicionais de risco (PROG42):
      *     base da insalubridade (salario minimo vigente),
      *     percentual da periculosidade e dos graus minimo, medio e
      *     maximo da insalubridade, 001 a 100% e graus crescentes;
      *     limites_reembolso.dat - categorias de reembolso de
      *     despesas (PROG182): categoria, descricao e valor maximo
      *     por pedido, maior que zero, ate 30 categorias.
      *Toda mudanca vai para auditoria_parametros.log com operador,
      *data e hora, campo, valor anterior e valor novo (arquivo
      *ausente aparece como PADRAO + valor assumido pelo leitor). A
      *opcao 8 imprime no spool (PROG71) a configuracao vigente de
      *todos os parametros, para a auditoria.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PARAM-CARGA
           ASSIGN TO 'parametros_carga.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PARAM-TAXA
           ASSIGN TO 'parametros_taxa.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PARAM-COMPLIANCE
           ASSIGN TO 'parametros_compliance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PARAM-SENHA
           ASSIGN TO 'parametros_senha.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PARAM-FREQUENCIA
           ASSIGN TO 'frequencia_minima.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-RETENCAO
           ASSIGN TO 'retencao.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PASSOS
           ASSIGN TO 'passos_lote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PARAM-SLA
           ASSIGN TO 'parametros_sla_lote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-PARAM-ADICIONAIS
           ASSIGN TO 'parametros_adicionais.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-LIMITES-REEMB
           ASSIGN TO 'limites_reembolso.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQUIVO-ESTADO
           ASSIGN TO 'estado_lote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ESTADO.
      *Ponto de retomada da cadeia noturna (PROG54), so consultado.

           SELECT OPTIONAL ARQUIVO-AUDITORIA-PARAM
           ASSIGN TO 'auditoria_parametros.log'
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *Desenhos iguais aos dos programas leitores.
       FD  ARQUIVO-PARAM-CARGA.
       01  PARAM-CARGA-LINHA.
           05 PARAM-CARGA-LIMITE-ERROS PIC 9(03).

       FD  ARQUIVO-PARAM-TAXA.
       01  PARAM-TAXA-LINHA.
           05 PARAM-TAXA-TOLERANCIA PIC 9(03).

       FD  ARQUIVO-PARAM-COMPLIANCE.
       01  PARAM-COMPLIANCE-LINHA.
           05 PARAM-COMP-LIMIAR-DIA PIC 9(9)V99.
           05 PARAM-COMP-JANELA-DIAS PIC 9(3).
           05 PARAM-COMP-LIMIAR-JANELA PIC 9(11)V99.

       FD  ARQUIVO-PARAM-SENHA.
       01  PARAM-SENHA-LINHA.
           05 PARAM-SENHA-VALIDADE PIC 9(03).
           05 PARAM-SENHA-MAX-FALHAS PIC 9(01).

       FD  ARQUIVO-PARAM-FREQUENCIA.
       01  PARAM-FREQUENCIA-LINHA.
           05 PARAM-FREQ-MINIMA PIC 9(03).

       FD  ARQUIVO-RETENCAO.
       01  RETENCAO-LINHA.
           05 RETENCAO-ARQUIVO PIC X(30).
           05 RETENCAO-MESES PIC 9(3).

       FD  ARQUIVO-PASSOS.
       01  PASSO-LINHA.
           05 PASSO-NUMERO PIC 9(02).
           05 PASSO-PROGRAMA PIC X(08).
           05 PASSO-FREQUENCIA PIC X(01).

       FD  ARQUIVO-PARAM-SLA.
       01  PARAM-SLA-LINHA.
           05 PARAM-SLA-ABERTURA PIC 9(04).
           05 PARAM-SLA-PERC-LENTO PIC 9(03).
           05 PARAM-SLA-NOITES-BASE PIC 9(02).

       FD  ARQUIVO-PARAM-ADICIONAIS.
       01  PARAM-ADICIONAIS-LINHA.
           05 PARAM-ADIC-BASE-INSALUB PIC 9(7)V99.
           05 PARAM-ADIC-PERC-PERICUL PIC 9(03).
           05 PARAM-ADIC-PERC-GRAU-1 PIC 9(03).
           05 PARAM-ADIC-PERC-GRAU-2 PIC 9(03).
           05 PARAM-ADIC-PERC-GRAU-3 PIC 9(03).

       FD  ARQUIVO-LIMITES-REEMB.
       01  LIMITE-REEMB-LINHA.
           05 LIMITE-REEMB-CATEGORIA PIC X(10).
           05 LIMITE-REEMB-DESCRICAO PIC X(20).
           05 LIMITE-REEMB-VALOR PIC 9(7)V99.

       FD  ARQUIVO-ESTADO.
       01  ESTADO-LINHA.
           05 ESTADO-PASSO-FALHO PIC 9(02).

       FD  ARQUIVO-AUDITORIA-PARAM.
       01  REGISTRO-AUDITORIA-PARAM PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  WS-SUBOPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-PARAMETRO PIC X(02) VALUE '00'.
       77  WS-STATUS-ESTADO PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-ARQUIVO-EXISTE PIC X VALUE 'N'.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-IND PIC 9(02) VALUE ZEROS.
       77  WS-POSICAO PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
      *Valores vigentes (ou o padrao do leitor, sem o arquivo).
       77  WS-CARGA-LIMITE PIC 9(03) VALUE 10.
       77  WS-TAXA-TOLERANCIA PIC 9(03) VALUE 10.
       77  WS-COMP-LIMIAR-DIA PIC 9(9)V99 VALUE 10000.
       77  WS-COMP-JANELA-DIAS PIC 9(3) VALUE 30.
       77  WS-COMP-LIMIAR-JANELA PIC 9(11)V99 VALUE 50000.
       77  WS-SENHA-VALIDADE PIC 9(03) VALUE 90.
       77  WS-SENHA-MAX-FALHAS PIC 9(01) VALUE 3.
       77  WS-FREQ-MINIMA PIC 9(03) VALUE 75.
       77  WS-SLA-ABERTURA PIC 9(04) VALUE 0800.
       77  WS-SLA-PERC-LENTO PIC 9(03) VALUE 50.
       77  WS-SLA-NOITES-BASE PIC 9(02) VALUE 30.
       77  WS-ADIC-BASE-INSALUB PIC 9(7)V99 VALUE ZEROS.
       77  WS-ADIC-PERC-PERICUL PIC 9(03) VALUE 30.
       77  WS-ADIC-PERC-GRAU-1 PIC 9(03) VALUE 10.
       77  WS-ADIC-PERC-GRAU-2 PIC 9(03) VALUE 20.
       77  WS-ADIC-PERC-GRAU-3 PIC 9(03) VALUE 40.
      *Valores digitados.
       77  WS-NOVO-3 PIC 9(03) VALUE ZEROS.
       77  WS-NOVO-1 PIC 9(01) VALUE ZEROS.
       77  WS-NOVO-2 PIC 9(02) VALUE ZEROS.
       77  WS-NOVO-4 PIC 9(04) VALUE ZEROS.
       77  WS-HORAS-ABERTURA PIC 9(02) VALUE ZEROS.
       77  WS-MINUTOS-ABERTURA PIC 9(02) VALUE ZEROS.
       77  WS-NOVO-LIMIAR-DIA PIC 9(9)V99 VALUE ZEROS.
       77  WS-NOVO-LIMIAR-JANELA PIC 9(11)V99 VALUE ZEROS.
       77  WS-NOVO-NOME-ARQUIVO PIC X(30) VALUE SPACES.
       77  WS-NOVO-PROGRAMA PIC X(08) VALUE SPACES.
       77  WS-NOVA-FREQUENCIA PIC X(01) VALUE SPACE.
       77  WS-NOVA-BASE PIC 9(7)V99 VALUE ZEROS.
       77  WS-NOVO-GRAU-1 PIC 9(03) VALUE ZEROS.
       77  WS-NOVO-GRAU-2 PIC 9(03) VALUE ZEROS.
       77  WS-NOVO-GRAU-3 PIC 9(03) VALUE ZEROS.
       77  WS-NOVA-CATEGORIA PIC X(10) VALUE SPACES.
       77  WS-NOVA-DESCRICAO PIC X(20) VALUE SPACES.
       77  WS-NOVO-LIMITE PIC 9(7)V99 VALUE ZEROS.
      *Edicao dos valores para a trilha e para o relatorio.
       77  WS-ED-3 PIC ZZ9.
       77  WS-ED-1 PIC 9.
       77  WS-ED-2 PIC Z9.
       77  WS-ED-4 PIC 9(4).
       77  WS-ED-VALOR-DIA PIC Z(8)9.99.
       77  WS-ED-VALOR-JANELA PIC Z(10)9.99.
       77  WS-ED-VALOR-BASE PIC Z(6)9.99.
       77  WS-TEXTO-VALOR PIC X(20) VALUE SPACES.
      *Linha da trilha.
       77  WS-AUD-ARQUIVO PIC X(30) VALUE SPACES.
       77  WS-AUD-CAMPO PIC X(15) VALUE SPACES.
       77  WS-VALOR-ANTES PIC X(40) VALUE SPACES.
       77  WS-VALOR-DEPOIS PIC X(40) VALUE SPACES.
       77  WS-TOTAL-MUDANCAS PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'PARAMETROS-VIGENTES'.
       01  WS-DATA-HORA.
           05 WS-DATA-ATUAL.
               10 WS-ANO-ATUAL  PIC 9(04).
               10 WS-MES-ATUAL  PIC 9(02).
               10 WS-DIA-ATUAL  PIC 9(02).
           05 WS-HORA-ATUAL.
               10 WS-HOR-ATUAL  PIC 9(02).
               10 WS-MIN-ATUAL  PIC 9(02).
               10 WS-SEG-ATUAL  PIC 9(02).
               10 FILLER        PIC 9(02).

       77  WS-QTD-RETENCAO PIC 9(02) VALUE ZEROS.
       77  WS-RETENCAO-CHEIA PIC X VALUE 'N'.
       01  WS-TABELA-RETENCAO.
      *Politica de expurgo inteira em memoria; regravada a cada
      *mudanca. Arquivo com mais linhas que a tabela nao e editado,
      *para nao perder politica na regravacao.
           05 WS-RET OCCURS 50 TIMES.
              10 WS-RET-ARQUIVO PIC X(30).
              10 WS-RET-MESES PIC 9(3).

       77  WS-QTD-LIMITES PIC 9(02) VALUE ZEROS.
       77  WS-LIMITES-CHEIA PIC X VALUE 'N'.
       01  WS-TABELA-LIMITES.
      *Mesma tecnica da retencao: tabela inteira em memoria e
      *regravada a cada mudanca; mesmo limite de 30 do PROG182.
           05 WS-LIM OCCURS 30 TIMES.
              10 WS-LIM-CATEGORIA PIC X(10).
              10 WS-LIM-DESCRICAO PIC X(20).
              10 WS-LIM-VALOR PIC 9(7)V99.

       77  WS-QTD-PASSOS PIC 9(02) VALUE ZEROS.
       77  WS-PASSOS-PADRAO PIC X VALUE 'N'.
       01  WS-TABELA-PASSOS.
      *Mesmo limite de 20 passos do PROG54.
           05 WS-PASSO OCCURS 21 TIMES.
              10 WS-PASSO-PROGRAMA PIC X(08).
              10 WS-PASSO-FREQ PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'MANUTENCAO DE PARAMETROS RESTRITA A'
                       ' SUPERVISOR.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
           DISPLAY 'MUDANCAS REGISTRADAS NA TRILHA: ' WS-TOTAL-MUDANCAS.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'MANUTENCAO DE PARAMETROS'.
           DISPLAY '1. LIMITE DE ERROS DA CARGA DE CLIENTES'.
           DISPLAY '2. TOLERANCIA DE VARIACAO DA TAXA DE CAMBIO'.
           DISPLAY '3. LIMIARES DO COMPLIANCE DE CAMBIO'.
           DISPLAY '4. POLITICA DE SENHA'.
           DISPLAY '5. FREQUENCIA MINIMA (ESCOLA)'.
           DISPLAY '6. POLITICA DE RETENCAO'.
           DISPLAY '7. PASSOS DO LOTE NOTURNO'.
           DISPLAY '8. IMPRIMIR CONFIGURACAO VIGENTE'.
           DISPLAY '0. PARAMETROS DA FOLHA (ADICIONAIS E REEMBOLSO)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM MANTEM-CARGA THRU MANTEM-CARGA-FIM.
           IF WS-OPCAO = 2
               PERFORM MANTEM-TAXA THRU MANTEM-TAXA-FIM.
           IF WS-OPCAO = 3
               PERFORM MANTEM-COMPLIANCE THRU MANTEM-COMPLIANCE-FIM.
           IF WS-OPCAO = 4
               PERFORM MANTEM-SENHA THRU MANTEM-SENHA-FIM.
           IF WS-OPCAO = 5
               PERFORM MANTEM-FREQUENCIA THRU MANTEM-FREQUENCIA-FIM.
           IF WS-OPCAO = 6
               PERFORM MANTEM-RETENCAO.
           IF WS-OPCAO = 7
               PERFORM MANTEM-PASSOS.
           IF WS-OPCAO = 8
               PERFORM IMPRIME-CONFIGURACAO.
           IF WS-OPCAO = 0
               PERFORM MANTEM-PARAMETROS-FOLHA.

      *-----------------------------------------------------------------
      *CARGA DE CLIENTES - parametros_carga.dat (PROG41).
      *-----------------------------------------------------------------
       LE-CARGA.
           MOVE 10 TO WS-CARGA-LIMITE.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-CARGA.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-CARGA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-CARGA-LIMITE-ERROS IS NUMERIC
                           MOVE PARAM-CARGA-LIMITE-ERROS
                               TO WS-CARGA-LIMITE
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-CARGA
           END-IF.

       MANTEM-CARGA.
           PERFORM LE-CARGA.
           DISPLAY 'LIMITE ATUAL DE LINHAS COM ERRO: ' WS-CARGA-LIMITE
                   '%'.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; VALE O PADRAO DO PROG41)'.
           DISPLAY 'NOVO LIMITE EM PERCENTUAL (001 A 100): '.
           ACCEPT WS-NOVO-3.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 100
               DISPLAY 'VALOR FORA DA FAIXA 001 A 100. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-CARGA-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-CARGA-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-CARGA.
           MOVE WS-NOVO-3 TO PARAM-CARGA-LIMITE-ERROS.
           WRITE PARAM-CARGA-LINHA.
           CLOSE ARQUIVO-PARAM-CARGA.
           MOVE 'parametros_carga.dat' TO WS-AUD-ARQUIVO.
           MOVE 'LIMITE-ERROS' TO WS-AUD-CAMPO.
           MOVE WS-CARGA-LIMITE TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'LIMITE DE ERROS GRAVADO.'.
       MANTEM-CARGA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *TAXA DE CAMBIO - parametros_taxa.dat (PROG64).
      *-----------------------------------------------------------------
       LE-TAXA.
           MOVE 10 TO WS-TAXA-TOLERANCIA.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-TAXA.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-TAXA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-TAXA-TOLERANCIA IS NUMERIC AND
                               PARAM-TAXA-TOLERANCIA > ZEROS
                           MOVE PARAM-TAXA-TOLERANCIA
                               TO WS-TAXA-TOLERANCIA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-TAXA
           END-IF.

       MANTEM-TAXA.
           PERFORM LE-TAXA.
           DISPLAY 'TOLERANCIA ATUAL DE VARIACAO: ' WS-TAXA-TOLERANCIA
                   '%'.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; VALE O PADRAO DO PROG64)'.
           DISPLAY 'NOVA TOLERANCIA EM PERCENTUAL (001 A 100): '.
           ACCEPT WS-NOVO-3.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 100
               DISPLAY 'VALOR FORA DA FAIXA 001 A 100. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-TAXA-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-TAXA-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-TAXA.
           MOVE WS-NOVO-3 TO PARAM-TAXA-TOLERANCIA.
           WRITE PARAM-TAXA-LINHA.
           CLOSE ARQUIVO-PARAM-TAXA.
           MOVE 'parametros_taxa.dat' TO WS-AUD-ARQUIVO.
           MOVE 'TOLERANCIA' TO WS-AUD-CAMPO.
           MOVE WS-TAXA-TOLERANCIA TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'TOLERANCIA GRAVADA.'.
       MANTEM-TAXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *COMPLIANCE - parametros_compliance.dat (PROG113).
      *-----------------------------------------------------------------
       LE-COMPLIANCE.
           MOVE 10000 TO WS-COMP-LIMIAR-DIA.
           MOVE 30 TO WS-COMP-JANELA-DIAS.
           MOVE 50000 TO WS-COMP-LIMIAR-JANELA.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-COMPLIANCE.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-COMPLIANCE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-COMP-LIMIAR-DIA IS NUMERIC AND
                               PARAM-COMP-LIMIAR-DIA > ZEROS
                           MOVE PARAM-COMP-LIMIAR-DIA
                               TO WS-COMP-LIMIAR-DIA
                       END-IF
                       IF PARAM-COMP-JANELA-DIAS IS NUMERIC AND
                               PARAM-COMP-JANELA-DIAS > ZEROS
                           MOVE PARAM-COMP-JANELA-DIAS
                               TO WS-COMP-JANELA-DIAS
                       END-IF
                       IF PARAM-COMP-LIMIAR-JANELA IS NUMERIC AND
                               PARAM-COMP-LIMIAR-JANELA > ZEROS
                           MOVE PARAM-COMP-LIMIAR-JANELA
                               TO WS-COMP-LIMIAR-JANELA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-COMPLIANCE
           END-IF.

       MANTEM-COMPLIANCE.
           PERFORM LE-COMPLIANCE.
           MOVE WS-COMP-LIMIAR-DIA TO WS-ED-VALOR-DIA.
           MOVE WS-COMP-LIMIAR-JANELA TO WS-ED-VALOR-JANELA.
           DISPLAY 'LIMIAR DO DIA: ' WS-ED-VALOR-DIA
                   '  JANELA: ' WS-COMP-JANELA-DIAS ' DIAS'
                   '  LIMIAR DA JANELA: ' WS-ED-VALOR-JANELA.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; VALEM OS PADROES DO PROG113)'.
           DISPLAY 'NOVO LIMIAR DO DIA (9 INTEIROS 2 DECIMAIS): '.
           ACCEPT WS-NOVO-LIMIAR-DIA.
           DISPLAY 'NOVA JANELA EM DIAS (001 A 365): '.
           ACCEPT WS-NOVO-3.
           DISPLAY 'NOVO LIMIAR DA JANELA (11 INTEIROS 2 DECIMAIS): '.
           ACCEPT WS-NOVO-LIMIAR-JANELA.
           IF WS-NOVO-LIMIAR-DIA = ZEROS
               DISPLAY 'LIMIAR DO DIA DEVE SER MAIOR QUE ZERO. NADA'
                       ' FOI GRAVADO.'
               GO TO MANTEM-COMPLIANCE-FIM.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 365
               DISPLAY 'JANELA FORA DA FAIXA 001 A 365. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-COMPLIANCE-FIM.
      *O acumulado da janela inclui o dia: limiar menor que o do dia
      *dispararia o alerta da janela antes do alerta diario.
           IF WS-NOVO-LIMIAR-JANELA < WS-NOVO-LIMIAR-DIA
               DISPLAY 'LIMIAR DA JANELA MENOR QUE O DO DIA. NADA'
                       ' FOI GRAVADO.'
               GO TO MANTEM-COMPLIANCE-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-COMPLIANCE-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-COMPLIANCE.
           MOVE WS-NOVO-LIMIAR-DIA TO PARAM-COMP-LIMIAR-DIA.
           MOVE WS-NOVO-3 TO PARAM-COMP-JANELA-DIAS.
           MOVE WS-NOVO-LIMIAR-JANELA TO PARAM-COMP-LIMIAR-JANELA.
           WRITE PARAM-COMPLIANCE-LINHA.
           CLOSE ARQUIVO-PARAM-COMPLIANCE.
           MOVE 'parametros_compliance.dat' TO WS-AUD-ARQUIVO.
           MOVE 'LIMIAR-DIA' TO WS-AUD-CAMPO.
           MOVE WS-COMP-LIMIAR-DIA TO WS-ED-VALOR-DIA.
           MOVE WS-ED-VALOR-DIA TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-LIMIAR-DIA TO WS-ED-VALOR-DIA.
           MOVE WS-ED-VALOR-DIA TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'JANELA-DIAS' TO WS-AUD-CAMPO.
           MOVE WS-COMP-JANELA-DIAS TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'LIMIAR-JANELA' TO WS-AUD-CAMPO.
           MOVE WS-COMP-LIMIAR-JANELA TO WS-ED-VALOR-JANELA.
           MOVE WS-ED-VALOR-JANELA TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-LIMIAR-JANELA TO WS-ED-VALOR-JANELA.
           MOVE WS-ED-VALOR-JANELA TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'LIMIARES DO COMPLIANCE GRAVADOS.'.
       MANTEM-COMPLIANCE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *SENHA - parametros_senha.dat (sign-on do menu).
      *-----------------------------------------------------------------
       LE-SENHA.
           MOVE 90 TO WS-SENHA-VALIDADE.
           MOVE 3 TO WS-SENHA-MAX-FALHAS.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-SENHA.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-SENHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-SENHA-VALIDADE IS NUMERIC AND
                               PARAM-SENHA-VALIDADE > ZEROS
                           MOVE PARAM-SENHA-VALIDADE
                               TO WS-SENHA-VALIDADE
                       END-IF
                       IF PARAM-SENHA-MAX-FALHAS IS NUMERIC AND
                               PARAM-SENHA-MAX-FALHAS > ZEROS
                           MOVE PARAM-SENHA-MAX-FALHAS
                               TO WS-SENHA-MAX-FALHAS
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-SENHA
           END-IF.

       MANTEM-SENHA.
           PERFORM LE-SENHA.
           DISPLAY 'VALIDADE ATUAL DA SENHA: ' WS-SENHA-VALIDADE
                   ' DIAS  FALHAS ATE BLOQUEAR: ' WS-SENHA-MAX-FALHAS.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; VALEM OS PADROES DO MENU)'.
           DISPLAY 'NOVA VALIDADE EM DIAS (001 A 365): '.
           ACCEPT WS-NOVO-3.
           DISPLAY 'NOVO MAXIMO DE FALHAS SEGUIDAS (1 A 9): '.
           ACCEPT WS-NOVO-1.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 365
               DISPLAY 'VALIDADE FORA DA FAIXA 001 A 365. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-SENHA-FIM.
           IF WS-NOVO-1 < 1
               DISPLAY 'MAXIMO DE FALHAS DEVE SER DE 1 A 9. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-SENHA-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-SENHA-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-SENHA.
           MOVE WS-NOVO-3 TO PARAM-SENHA-VALIDADE.
           MOVE WS-NOVO-1 TO PARAM-SENHA-MAX-FALHAS.
           WRITE PARAM-SENHA-LINHA.
           CLOSE ARQUIVO-PARAM-SENHA.
           MOVE 'parametros_senha.dat' TO WS-AUD-ARQUIVO.
           MOVE 'VALIDADE-DIAS' TO WS-AUD-CAMPO.
           MOVE WS-SENHA-VALIDADE TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'MAX-FALHAS' TO WS-AUD-CAMPO.
           MOVE WS-SENHA-MAX-FALHAS TO WS-ED-1.
           MOVE WS-ED-1 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-1 TO WS-ED-1.
           MOVE WS-ED-1 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'POLITICA DE SENHA GRAVADA.'.
       MANTEM-SENHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *FREQUENCIA MINIMA - frequencia_minima.dat (escola).
      *-----------------------------------------------------------------
       LE-FREQUENCIA.
           MOVE 75 TO WS-FREQ-MINIMA.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-FREQUENCIA.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-FREQUENCIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-FREQ-MINIMA IS NUMERIC AND
                               PARAM-FREQ-MINIMA > ZEROS
                           MOVE PARAM-FREQ-MINIMA TO WS-FREQ-MINIMA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-FREQUENCIA
           END-IF.

       MANTEM-FREQUENCIA.
           PERFORM LE-FREQUENCIA.
           DISPLAY 'FREQUENCIA MINIMA ATUAL: ' WS-FREQ-MINIMA '%'.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; VALE O PADRAO DA ESCOLA)'.
           DISPLAY 'NOVA FREQUENCIA MINIMA EM PERCENTUAL (001 A 100): '.
           ACCEPT WS-NOVO-3.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 100
               DISPLAY 'VALOR FORA DA FAIXA 001 A 100. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-FREQUENCIA-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-FREQUENCIA-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-FREQUENCIA.
           MOVE WS-NOVO-3 TO PARAM-FREQ-MINIMA.
           WRITE PARAM-FREQUENCIA-LINHA.
           CLOSE ARQUIVO-PARAM-FREQUENCIA.
           MOVE 'frequencia_minima.dat' TO WS-AUD-ARQUIVO.
           MOVE 'FREQ-MINIMA' TO WS-AUD-CAMPO.
           MOVE WS-FREQ-MINIMA TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'FREQUENCIA MINIMA GRAVADA.'.
       MANTEM-FREQUENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *RETENCAO - retencao.dat (PROG125), uma linha por arquivo.
      *-----------------------------------------------------------------
       LE-RETENCAO.
           MOVE ZEROS TO WS-QTD-RETENCAO.
           MOVE 'N' TO WS-RETENCAO-CHEIA.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-RETENCAO.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-RETENCAO AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-LINHA-RETENCAO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-RETENCAO
           END-IF.

       GUARDA-LINHA-RETENCAO.
           IF WS-QTD-RETENCAO < 50
               ADD 1 TO WS-QTD-RETENCAO
               MOVE RETENCAO-ARQUIVO
                   TO WS-RET-ARQUIVO (WS-QTD-RETENCAO)
               MOVE RETENCAO-MESES TO WS-RET-MESES (WS-QTD-RETENCAO)
           ELSE
               MOVE 'S' TO WS-RETENCAO-CHEIA.
           READ ARQUIVO-RETENCAO AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       MANTEM-RETENCAO.
           PERFORM LE-RETENCAO.
           IF WS-RETENCAO-CHEIA = 'S'
               DISPLAY 'retencao.dat TEM MAIS DE 50 LINHAS; EDITE'
                       ' PELO ARQUIVO PARA NAO PERDER POLITICA.'
           ELSE
               MOVE ZERO TO WS-SUBOPCAO
               PERFORM MENU-RETENCAO
                   UNTIL WS-SUBOPCAO = 9.

       MENU-RETENCAO.
           DISPLAY ' '.
           DISPLAY 'POLITICA DE RETENCAO'.
           DISPLAY '1. LISTAR'.
           DISPLAY '2. INCLUIR OU ALTERAR ARQUIVO'.
           DISPLAY '3. EXCLUIR ARQUIVO'.
           DISPLAY '9. VOLTAR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-SUBOPCAO.
           IF WS-SUBOPCAO = 1
               PERFORM LISTA-RETENCAO.
           IF WS-SUBOPCAO = 2
               PERFORM INCLUI-RETENCAO THRU INCLUI-RETENCAO-FIM.
           IF WS-SUBOPCAO = 3
               PERFORM EXCLUI-RETENCAO THRU EXCLUI-RETENCAO-FIM.

       LISTA-RETENCAO.
           IF WS-QTD-RETENCAO = ZEROS
               DISPLAY 'NENHUMA POLITICA CADASTRADA; O PROG125 NAO'
                       ' RODA SEM ELA.'
           ELSE
               PERFORM EXIBE-UMA-RETENCAO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-RETENCAO.

       EXIBE-UMA-RETENCAO.
           DISPLAY WS-IND ' ' WS-RET-ARQUIVO (WS-IND)
                   ' ' WS-RET-MESES (WS-IND) ' MESES'.

       LOCALIZA-RETENCAO.
           MOVE 'N' TO WS-ACHOU.
           MOVE ZEROS TO WS-POSICAO.
           PERFORM CONFERE-NOME-RETENCAO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-RETENCAO OR WS-ACHOU = 'S'.

       CONFERE-NOME-RETENCAO.
           IF WS-RET-ARQUIVO (WS-IND) = WS-NOVO-NOME-ARQUIVO
               MOVE 'S' TO WS-ACHOU
               MOVE WS-IND TO WS-POSICAO.

       INCLUI-RETENCAO.
           DISPLAY 'NOME DO ARQUIVO (EX: auditoria_menu.log): '.
           ACCEPT WS-NOVO-NOME-ARQUIVO.
           IF WS-NOVO-NOME-ARQUIVO = SPACES
               DISPLAY 'NOME OBRIGATORIO.'
               GO TO INCLUI-RETENCAO-FIM.
           DISPLAY 'MESES A MANTER (001 A 999): '.
           ACCEPT WS-NOVO-3.
           IF WS-NOVO-3 < 1
               DISPLAY 'MESES DEVE SER DE 001 A 999. NADA FOI GRAVADO.'
               GO TO INCLUI-RETENCAO-FIM.
           PERFORM LOCALIZA-RETENCAO.
           IF WS-ACHOU = 'N' AND WS-QTD-RETENCAO >= 50
               DISPLAY 'POLITICA CHEIA (50 ARQUIVOS).'
               GO TO INCLUI-RETENCAO-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO INCLUI-RETENCAO-FIM.
           MOVE 'retencao.dat' TO WS-AUD-ARQUIVO.
           MOVE SPACES TO WS-VALOR-ANTES.
           MOVE SPACES TO WS-VALOR-DEPOIS.
           IF WS-ACHOU = 'S'
               STRING WS-RET-ARQUIVO (WS-POSICAO) ' '
                      WS-RET-MESES (WS-POSICAO)
                   DELIMITED BY SIZE INTO WS-VALOR-ANTES
               END-STRING
               MOVE 'ALTERADA' TO WS-AUD-CAMPO
           ELSE
               ADD 1 TO WS-QTD-RETENCAO
               MOVE WS-QTD-RETENCAO TO WS-POSICAO
               MOVE 'INCLUIDA' TO WS-VALOR-ANTES
               MOVE 'INCLUIDA' TO WS-AUD-CAMPO.
           MOVE WS-NOVO-NOME-ARQUIVO TO WS-RET-ARQUIVO (WS-POSICAO).
           MOVE WS-NOVO-3 TO WS-RET-MESES (WS-POSICAO).
           STRING WS-RET-ARQUIVO (WS-POSICAO) ' '
                  WS-RET-MESES (WS-POSICAO)
               DELIMITED BY SIZE INTO WS-VALOR-DEPOIS
           END-STRING.
           PERFORM GRAVA-RETENCAO.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'POLITICA GRAVADA.'.
       INCLUI-RETENCAO-FIM.
           EXIT.

       EXCLUI-RETENCAO.
           DISPLAY 'NOME DO ARQUIVO A RETIRAR DA POLITICA: '.
           ACCEPT WS-NOVO-NOME-ARQUIVO.
           PERFORM LOCALIZA-RETENCAO.
           IF WS-ACHOU = 'N'
               DISPLAY 'ARQUIVO NAO ESTA NA POLITICA.'
               GO TO EXCLUI-RETENCAO-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO EXCLUI-RETENCAO-FIM.
           MOVE 'retencao.dat' TO WS-AUD-ARQUIVO.
           MOVE 'EXCLUIDA' TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-VALOR-ANTES.
           STRING WS-RET-ARQUIVO (WS-POSICAO) ' '
                  WS-RET-MESES (WS-POSICAO)
               DELIMITED BY SIZE INTO WS-VALOR-ANTES
           END-STRING.
           MOVE 'EXCLUIDA' TO WS-VALOR-DEPOIS.
           PERFORM PUXA-RETENCAO
               VARYING WS-IND FROM WS-POSICAO BY 1
               UNTIL WS-IND >= WS-QTD-RETENCAO.
           SUBTRACT 1 FROM WS-QTD-RETENCAO.
           PERFORM GRAVA-RETENCAO.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'ARQUIVO RETIRADO DA POLITICA.'.
       EXCLUI-RETENCAO-FIM.
           EXIT.

       PUXA-RETENCAO.
           MOVE WS-RET (WS-IND + 1) TO WS-RET (WS-IND).

       GRAVA-RETENCAO.
           OPEN OUTPUT ARQUIVO-RETENCAO.
           PERFORM GRAVA-UMA-RETENCAO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-RETENCAO.
           CLOSE ARQUIVO-RETENCAO.

       GRAVA-UMA-RETENCAO.
           MOVE WS-RET-ARQUIVO (WS-IND) TO RETENCAO-ARQUIVO.
           MOVE WS-RET-MESES (WS-IND) TO RETENCAO-MESES.
           WRITE RETENCAO-LINHA.

      *-----------------------------------------------------------------
      *PASSOS DO LOTE - passos_lote.dat (PROG54 e PROG133). O numero
      *do passo e a posicao na cadeia; a gravacao renumera.
      *-----------------------------------------------------------------
       LE-PASSOS.
           MOVE ZEROS TO WS-QTD-PASSOS.
           MOVE 'N' TO WS-PASSOS-PADRAO.
           OPEN INPUT ARQUIVO-PASSOS.
           IF WS-STATUS-PARAMETRO NOT = '00'
      *Sem arquivo o PROG54 roda a cadeia padrao; a primeira
      *gravacao parte dela.
               MOVE 'S' TO WS-PASSOS-PADRAO
               MOVE 3 TO WS-QTD-PASSOS
               MOVE 'PROG41' TO WS-PASSO-PROGRAMA (1)
               MOVE 'PROG43' TO WS-PASSO-PROGRAMA (2)
               MOVE 'PROG42' TO WS-PASSO-PROGRAMA (3)
               MOVE 'D' TO WS-PASSO-FREQ (1)
               MOVE 'D' TO WS-PASSO-FREQ (2)
               MOVE 'D' TO WS-PASSO-FREQ (3)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-PASSOS AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-LINHA-PASSO
                   UNTIL FINAL-ARQUIVO = 'S' OR WS-QTD-PASSOS >= 20
               CLOSE ARQUIVO-PASSOS
           END-IF.

       GUARDA-LINHA-PASSO.
           ADD 1 TO WS-QTD-PASSOS.
           MOVE PASSO-PROGRAMA TO WS-PASSO-PROGRAMA (WS-QTD-PASSOS).
           MOVE PASSO-FREQUENCIA TO WS-PASSO-FREQ (WS-QTD-PASSOS).
           IF WS-PASSO-FREQ (WS-QTD-PASSOS) = SPACE
               MOVE 'D' TO WS-PASSO-FREQ (WS-QTD-PASSOS).
           READ ARQUIVO-PASSOS AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       MANTEM-PASSOS.
           PERFORM LE-PASSOS.
           IF WS-PASSOS-PADRAO = 'S'
               DISPLAY '(passos_lote.dat AUSENTE; VALE A CADEIA PADRAO'
                       ' PROG41, PROG43, PROG42)'.
      *Mudar a sequencia com a cadeia parada muda o passo de onde o
      *PROG54 recomeca.
           OPEN INPUT ARQUIVO-ESTADO.
           IF WS-STATUS-ESTADO = '00'
               READ ARQUIVO-ESTADO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ESTADO-PASSO-FALHO IS NUMERIC AND
                               ESTADO-PASSO-FALHO > ZEROS
                           DISPLAY 'ATENCAO: CADEIA NOTURNA PARADA NO'
                                   ' PASSO ' ESTADO-PASSO-FALHO
                                   '; A RETOMADA SEGUE A NOVA ORDEM.'
                       END-IF
               END-READ
               CLOSE ARQUIVO-ESTADO
           END-IF.
           MOVE ZERO TO WS-SUBOPCAO.
           PERFORM MENU-PASSOS
               UNTIL WS-SUBOPCAO = 9.

       MENU-PASSOS.
           DISPLAY ' '.
           DISPLAY 'PASSOS DO LOTE NOTURNO'.
           DISPLAY '1. LISTAR'.
           DISPLAY '2. INCLUIR PASSO'.
           DISPLAY '3. ALTERAR PASSO'.
           DISPLAY '4. EXCLUIR PASSO'.
           DISPLAY '5. SLA DO LOTE (ABERTURA E LENTIDAO)'.
           DISPLAY '9. VOLTAR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-SUBOPCAO.
           IF WS-SUBOPCAO = 1
               PERFORM EXIBE-UM-PASSO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PASSOS.
           IF WS-SUBOPCAO = 2
               PERFORM INCLUI-PASSO THRU INCLUI-PASSO-FIM.
           IF WS-SUBOPCAO = 3
               PERFORM ALTERA-PASSO THRU ALTERA-PASSO-FIM.
           IF WS-SUBOPCAO = 4
               PERFORM EXCLUI-PASSO THRU EXCLUI-PASSO-FIM.
           IF WS-SUBOPCAO = 5
               PERFORM MANTEM-SLA THRU MANTEM-SLA-FIM.

       EXIBE-UM-PASSO.
           DISPLAY 'PASSO ' WS-IND ' ' WS-PASSO-PROGRAMA (WS-IND)
                   ' FREQUENCIA ' WS-PASSO-FREQ (WS-IND).

       PEDE-PROGRAMA-E-FREQUENCIA.
      *Programa no padrao PROGnn; o proprio encadeador e o lancador
      *nao podem ser passo da cadeia.
           MOVE 'N' TO WS-ACHOU.
           DISPLAY 'PROGRAMA DO PASSO (EX: PROG41): '.
           ACCEPT WS-NOVO-PROGRAMA.
           DISPLAY 'FREQUENCIA (D=DIARIO U=DIA UTIL S=SEMANAL'
                   ' M=FIM DO MES Q=DIA 15): '.
           ACCEPT WS-NOVA-FREQUENCIA.
           IF WS-NOVA-FREQUENCIA = SPACE
               MOVE 'D' TO WS-NOVA-FREQUENCIA.
           IF WS-NOVO-PROGRAMA (1:4) NOT = 'PROG' OR
                   WS-NOVO-PROGRAMA (5:1) IS NOT NUMERIC
               DISPLAY 'PROGRAMA DEVE SER PROG SEGUIDO DO NUMERO.'
           ELSE
           IF WS-NOVO-PROGRAMA = 'PROG54' OR
                   WS-NOVO-PROGRAMA = 'PROG133'
               DISPLAY 'O ENCADEADOR E O LANCADOR NAO SAO PASSO DA'
                       ' CADEIA.'
           ELSE
           IF WS-NOVA-FREQUENCIA NOT = 'D' AND
                   WS-NOVA-FREQUENCIA NOT = 'U' AND
                   WS-NOVA-FREQUENCIA NOT = 'S' AND
                   WS-NOVA-FREQUENCIA NOT = 'M' AND
                   WS-NOVA-FREQUENCIA NOT = 'Q'
               DISPLAY 'FREQUENCIA INVALIDA.'
           ELSE
               MOVE 'S' TO WS-ACHOU.

       INCLUI-PASSO.
           IF WS-QTD-PASSOS >= 20
               DISPLAY 'CADEIA CHEIA (20 PASSOS).'
               GO TO INCLUI-PASSO-FIM.
           DISPLAY 'POSICAO DO NOVO PASSO (1 A ' WS-QTD-PASSOS
                   ' + 1): '.
           ACCEPT WS-POSICAO.
           IF WS-POSICAO < 1 OR WS-POSICAO > WS-QTD-PASSOS + 1
               DISPLAY 'POSICAO INVALIDA.'
               GO TO INCLUI-PASSO-FIM.
           PERFORM PEDE-PROGRAMA-E-FREQUENCIA.
           IF WS-ACHOU = 'N'
               DISPLAY 'NADA FOI GRAVADO.'
               GO TO INCLUI-PASSO-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO INCLUI-PASSO-FIM.
           PERFORM EMPURRA-PASSO
               VARYING WS-IND FROM WS-QTD-PASSOS BY -1
               UNTIL WS-IND < WS-POSICAO.
           ADD 1 TO WS-QTD-PASSOS.
           MOVE WS-NOVO-PROGRAMA TO WS-PASSO-PROGRAMA (WS-POSICAO).
           MOVE WS-NOVA-FREQUENCIA TO WS-PASSO-FREQ (WS-POSICAO).
           MOVE 'INCLUIDO' TO WS-VALOR-ANTES.
           PERFORM MONTA-PASSO-DEPOIS.
           PERFORM GRAVA-PASSOS.
           DISPLAY 'PASSO INCLUIDO; OS SEGUINTES FORAM RENUMERADOS.'.
       INCLUI-PASSO-FIM.
           EXIT.

       EMPURRA-PASSO.
           MOVE WS-PASSO (WS-IND) TO WS-PASSO (WS-IND + 1).

       ALTERA-PASSO.
           DISPLAY 'NUMERO DO PASSO A ALTERAR: '.
           ACCEPT WS-POSICAO.
           IF WS-POSICAO < 1 OR WS-POSICAO > WS-QTD-PASSOS
               DISPLAY 'PASSO INEXISTENTE.'
               GO TO ALTERA-PASSO-FIM.
           PERFORM EXIBE-UM-PASSO
               VARYING WS-IND FROM WS-POSICAO BY 1
               UNTIL WS-IND > WS-POSICAO.
           PERFORM PEDE-PROGRAMA-E-FREQUENCIA.
           IF WS-ACHOU = 'N'
               DISPLAY 'NADA FOI GRAVADO.'
               GO TO ALTERA-PASSO-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO ALTERA-PASSO-FIM.
           MOVE SPACES TO WS-VALOR-ANTES.
           STRING WS-PASSO-PROGRAMA (WS-POSICAO) ' '
                  WS-PASSO-FREQ (WS-POSICAO)
               DELIMITED BY SIZE INTO WS-VALOR-ANTES
           END-STRING.
           MOVE WS-NOVO-PROGRAMA TO WS-PASSO-PROGRAMA (WS-POSICAO).
           MOVE WS-NOVA-FREQUENCIA TO WS-PASSO-FREQ (WS-POSICAO).
           PERFORM MONTA-PASSO-DEPOIS.
           PERFORM GRAVA-PASSOS.
           DISPLAY 'PASSO ALTERADO.'.
       ALTERA-PASSO-FIM.
           EXIT.

       EXCLUI-PASSO.
           DISPLAY 'NUMERO DO PASSO A EXCLUIR: '.
           ACCEPT WS-POSICAO.
           IF WS-POSICAO < 1 OR WS-POSICAO > WS-QTD-PASSOS
               DISPLAY 'PASSO INEXISTENTE.'
               GO TO EXCLUI-PASSO-FIM.
           IF WS-QTD-PASSOS = 1
               DISPLAY 'A CADEIA PRECISA DE AO MENOS UM PASSO.'
               GO TO EXCLUI-PASSO-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO EXCLUI-PASSO-FIM.
           MOVE SPACES TO WS-VALOR-ANTES.
           STRING WS-PASSO-PROGRAMA (WS-POSICAO) ' '
                  WS-PASSO-FREQ (WS-POSICAO)
               DELIMITED BY SIZE INTO WS-VALOR-ANTES
           END-STRING.
           MOVE 'EXCLUIDO' TO WS-VALOR-DEPOIS.
           PERFORM PUXA-PASSO
               VARYING WS-IND FROM WS-POSICAO BY 1
               UNTIL WS-IND >= WS-QTD-PASSOS.
           SUBTRACT 1 FROM WS-QTD-PASSOS.
           PERFORM GRAVA-PASSOS.
           DISPLAY 'PASSO EXCLUIDO; OS SEGUINTES FORAM RENUMERADOS.'.
       EXCLUI-PASSO-FIM.
           EXIT.

       PUXA-PASSO.
           MOVE WS-PASSO (WS-IND + 1) TO WS-PASSO (WS-IND).

       MONTA-PASSO-DEPOIS.
           MOVE SPACES TO WS-VALOR-DEPOIS.
           STRING WS-PASSO-PROGRAMA (WS-POSICAO) ' '
                  WS-PASSO-FREQ (WS-POSICAO)
               DELIMITED BY SIZE INTO WS-VALOR-DEPOIS
           END-STRING.

       GRAVA-PASSOS.
           OPEN OUTPUT ARQUIVO-PASSOS.
           PERFORM GRAVA-UM-PASSO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-PASSOS.
           CLOSE ARQUIVO-PASSOS.
           MOVE 'N' TO WS-PASSOS-PADRAO.
           MOVE 'passos_lote.dat' TO WS-AUD-ARQUIVO.
           MOVE SPACES TO WS-AUD-CAMPO.
           STRING 'PASSO ' WS-POSICAO
               DELIMITED BY SIZE INTO WS-AUD-CAMPO
           END-STRING.
           PERFORM GRAVA-SE-MUDOU.

       GRAVA-UM-PASSO.
           MOVE WS-IND TO PASSO-NUMERO.
           MOVE WS-PASSO-PROGRAMA (WS-IND) TO PASSO-PROGRAMA.
           MOVE WS-PASSO-FREQ (WS-IND) TO PASSO-FREQUENCIA.
           WRITE PASSO-LINHA.

      *-----------------------------------------------------------------
      *SLA DO LOTE - parametros_sla_lote.dat (PROG176).
      *-----------------------------------------------------------------
       LE-SLA.
           MOVE 0800 TO WS-SLA-ABERTURA.
           MOVE 50 TO WS-SLA-PERC-LENTO.
           MOVE 30 TO WS-SLA-NOITES-BASE.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-SLA.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-SLA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-SLA-ABERTURA IS NUMERIC
                           MOVE PARAM-SLA-ABERTURA TO WS-SLA-ABERTURA
                       END-IF
                       IF PARAM-SLA-PERC-LENTO IS NUMERIC AND
                               PARAM-SLA-PERC-LENTO > ZEROS
                           MOVE PARAM-SLA-PERC-LENTO
                               TO WS-SLA-PERC-LENTO
                       END-IF
                       IF PARAM-SLA-NOITES-BASE IS NUMERIC AND
                               PARAM-SLA-NOITES-BASE > ZEROS
                           MOVE PARAM-SLA-NOITES-BASE
                               TO WS-SLA-NOITES-BASE
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-SLA
           END-IF.

       MANTEM-SLA.
           PERFORM LE-SLA.
           DISPLAY 'ABERTURA DA MESA: ' WS-SLA-ABERTURA
                   '  LENTIDAO: ' WS-SLA-PERC-LENTO '%'
                   '  NOITES DA BASE: ' WS-SLA-NOITES-BASE.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; VALEM OS PADROES DO PROG176)'.
           DISPLAY 'NOVO HORARIO DE ABERTURA (HHMM): '.
           ACCEPT WS-NOVO-4.
           DISPLAY 'NOVO PERCENTUAL DE LENTIDAO (001 A 500): '.
           ACCEPT WS-NOVO-3.
           DISPLAY 'NOVA QUANTIDADE DE NOITES DA BASE (03 A 60): '.
           ACCEPT WS-NOVO-2.
           DIVIDE WS-NOVO-4 BY 100 GIVING WS-HORAS-ABERTURA
               REMAINDER WS-MINUTOS-ABERTURA.
           IF WS-HORAS-ABERTURA > 23 OR WS-MINUTOS-ABERTURA > 59
               DISPLAY 'HORARIO INVALIDO. NADA FOI GRAVADO.'
               GO TO MANTEM-SLA-FIM.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 500
               DISPLAY 'PERCENTUAL FORA DA FAIXA 001 A 500. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-SLA-FIM.
           IF WS-NOVO-2 < 3 OR WS-NOVO-2 > 60
               DISPLAY 'NOITES FORA DA FAIXA 03 A 60. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-SLA-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-SLA-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-SLA.
           MOVE WS-NOVO-4 TO PARAM-SLA-ABERTURA.
           MOVE WS-NOVO-3 TO PARAM-SLA-PERC-LENTO.
           MOVE WS-NOVO-2 TO PARAM-SLA-NOITES-BASE.
           WRITE PARAM-SLA-LINHA.
           CLOSE ARQUIVO-PARAM-SLA.
           MOVE 'parametros_sla_lote.dat' TO WS-AUD-ARQUIVO.
           MOVE 'ABERTURA-MESA' TO WS-AUD-CAMPO.
           MOVE WS-SLA-ABERTURA TO WS-ED-4.
           MOVE WS-ED-4 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-4 TO WS-ED-4.
           MOVE WS-ED-4 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'PERC-LENTIDAO' TO WS-AUD-CAMPO.
           MOVE WS-SLA-PERC-LENTO TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'NOITES-BASE' TO WS-AUD-CAMPO.
           MOVE WS-SLA-NOITES-BASE TO WS-ED-2.
           MOVE WS-ED-2 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-2 TO WS-ED-2.
           MOVE WS-ED-2 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'SLA DO LOTE GRAVADO.'.
       MANTEM-SLA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *PARAMETROS DA FOLHA - submenu dos adicionais de risco e dos
      *limites de reembolso.
      *-----------------------------------------------------------------
       MANTEM-PARAMETROS-FOLHA.
           PERFORM LE-LIMITES.
           IF WS-LIMITES-CHEIA = 'S'
               DISPLAY 'limites_reembolso.dat TEM MAIS DE 30 LINHAS;'
                       ' AS CATEGORIAS NAO SERAO EDITADAS AQUI.'.
           MOVE ZERO TO WS-SUBOPCAO.
           PERFORM MENU-PARAMETROS-FOLHA
               UNTIL WS-SUBOPCAO = 9.

       MENU-PARAMETROS-FOLHA.
           DISPLAY ' '.
           DISPLAY 'PARAMETROS DA FOLHA'.
           DISPLAY '1. ADICIONAIS DE RISCO'.
           DISPLAY '2. LISTAR LIMITES DE REEMBOLSO'.
           DISPLAY '3. INCLUIR OU ALTERAR CATEGORIA DE REEMBOLSO'.
           DISPLAY '4. EXCLUIR CATEGORIA DE REEMBOLSO'.
           DISPLAY '9. VOLTAR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-SUBOPCAO.
           IF WS-SUBOPCAO = 1
               PERFORM MANTEM-ADICIONAIS THRU MANTEM-ADICIONAIS-FIM.
           IF WS-SUBOPCAO = 2
               PERFORM LISTA-LIMITES.
           IF WS-SUBOPCAO = 3 AND WS-LIMITES-CHEIA = 'N'
               PERFORM INCLUI-LIMITE THRU INCLUI-LIMITE-FIM.
           IF WS-SUBOPCAO = 4 AND WS-LIMITES-CHEIA = 'N'
               PERFORM EXCLUI-LIMITE THRU EXCLUI-LIMITE-FIM.

      *-----------------------------------------------------------------
      *LIMITES DE REEMBOLSO - limites_reembolso.dat (PROG182). Sem
      *categoria cadastrada nenhum pedido de reembolso e aceito.
      *-----------------------------------------------------------------
       LE-LIMITES.
           MOVE ZEROS TO WS-QTD-LIMITES.
           MOVE 'N' TO WS-LIMITES-CHEIA.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-LIMITES-REEMB.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-LIMITES-REEMB AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-LINHA-LIMITE
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-LIMITES-REEMB
           END-IF.

       GUARDA-LINHA-LIMITE.
           IF WS-QTD-LIMITES < 30
               ADD 1 TO WS-QTD-LIMITES
               MOVE LIMITE-REEMB-CATEGORIA
                   TO WS-LIM-CATEGORIA (WS-QTD-LIMITES)
               MOVE LIMITE-REEMB-DESCRICAO
                   TO WS-LIM-DESCRICAO (WS-QTD-LIMITES)
               MOVE LIMITE-REEMB-VALOR TO WS-LIM-VALOR (WS-QTD-LIMITES)
           ELSE
               MOVE 'S' TO WS-LIMITES-CHEIA.
           READ ARQUIVO-LIMITES-REEMB AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       LISTA-LIMITES.
           IF WS-QTD-LIMITES = ZEROS
               DISPLAY 'NENHUMA CATEGORIA CADASTRADA; O PROG182 NAO'
                       ' ACEITA PEDIDO SEM ELA.'
           ELSE
               PERFORM EXIBE-UM-LIMITE
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-LIMITES.

       EXIBE-UM-LIMITE.
           MOVE WS-LIM-VALOR (WS-IND) TO WS-ED-VALOR-BASE.
           DISPLAY WS-IND ' ' WS-LIM-CATEGORIA (WS-IND)
                   ' ' WS-LIM-DESCRICAO (WS-IND)
                   ' ATE ' WS-ED-VALOR-BASE ' POR PEDIDO'.

       LOCALIZA-LIMITE.
           MOVE 'N' TO WS-ACHOU.
           MOVE ZEROS TO WS-POSICAO.
           PERFORM CONFERE-CATEGORIA-LIMITE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-LIMITES OR WS-ACHOU = 'S'.

       CONFERE-CATEGORIA-LIMITE.
           IF WS-LIM-CATEGORIA (WS-IND) = WS-NOVA-CATEGORIA
               MOVE 'S' TO WS-ACHOU
               MOVE WS-IND TO WS-POSICAO.

       INCLUI-LIMITE.
           DISPLAY 'CATEGORIA (EX: VIAGEM, REFEICAO, KM): '.
           ACCEPT WS-NOVA-CATEGORIA.
           INSPECT WS-NOVA-CATEGORIA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-NOVA-CATEGORIA = SPACES
               DISPLAY 'CATEGORIA OBRIGATORIA.'
               GO TO INCLUI-LIMITE-FIM.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WS-NOVA-DESCRICAO.
           DISPLAY 'VALOR MAXIMO POR PEDIDO'
                   ' (7 INTEIROS 2 DECIMAIS): '.
           ACCEPT WS-NOVO-LIMITE.
           IF WS-NOVO-LIMITE = ZEROS
               DISPLAY 'LIMITE DEVE SER MAIOR QUE ZERO. NADA FOI'
                       ' GRAVADO.'
               GO TO INCLUI-LIMITE-FIM.
           PERFORM LOCALIZA-LIMITE.
           IF WS-ACHOU = 'N' AND WS-QTD-LIMITES >= 30
               DISPLAY 'TABELA CHEIA (30 CATEGORIAS).'
               GO TO INCLUI-LIMITE-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO INCLUI-LIMITE-FIM.
           MOVE 'limites_reembolso.dat' TO WS-AUD-ARQUIVO.
           MOVE SPACES TO WS-VALOR-ANTES.
           MOVE SPACES TO WS-VALOR-DEPOIS.
           IF WS-ACHOU = 'S'
               MOVE WS-LIM-VALOR (WS-POSICAO) TO WS-ED-VALOR-BASE
               STRING WS-LIM-CATEGORIA (WS-POSICAO) ' '
                      WS-ED-VALOR-BASE
                   DELIMITED BY SIZE INTO WS-VALOR-ANTES
               END-STRING
               MOVE 'ALTERADA' TO WS-AUD-CAMPO
           ELSE
               ADD 1 TO WS-QTD-LIMITES
               MOVE WS-QTD-LIMITES TO WS-POSICAO
               MOVE 'INCLUIDA' TO WS-VALOR-ANTES
               MOVE 'INCLUIDA' TO WS-AUD-CAMPO.
           MOVE WS-NOVA-CATEGORIA TO WS-LIM-CATEGORIA (WS-POSICAO).
           MOVE WS-NOVA-DESCRICAO TO WS-LIM-DESCRICAO (WS-POSICAO).
           MOVE WS-NOVO-LIMITE TO WS-LIM-VALOR (WS-POSICAO).
           MOVE WS-NOVO-LIMITE TO WS-ED-VALOR-BASE.
           STRING WS-LIM-CATEGORIA (WS-POSICAO) ' ' WS-ED-VALOR-BASE
               DELIMITED BY SIZE INTO WS-VALOR-DEPOIS
           END-STRING.
           PERFORM GRAVA-LIMITES.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'CATEGORIA GRAVADA.'.
       INCLUI-LIMITE-FIM.
           EXIT.

       EXCLUI-LIMITE.
           DISPLAY 'CATEGORIA A EXCLUIR: '.
           ACCEPT WS-NOVA-CATEGORIA.
           INSPECT WS-NOVA-CATEGORIA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM LOCALIZA-LIMITE.
           IF WS-ACHOU = 'N'
               DISPLAY 'CATEGORIA NAO CADASTRADA.'
               GO TO EXCLUI-LIMITE-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO EXCLUI-LIMITE-FIM.
           MOVE 'limites_reembolso.dat' TO WS-AUD-ARQUIVO.
           MOVE 'EXCLUIDA' TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-VALOR-ANTES.
           MOVE WS-LIM-VALOR (WS-POSICAO) TO WS-ED-VALOR-BASE.
           STRING WS-LIM-CATEGORIA (WS-POSICAO) ' ' WS-ED-VALOR-BASE
               DELIMITED BY SIZE INTO WS-VALOR-ANTES
           END-STRING.
           MOVE 'EXCLUIDA' TO WS-VALOR-DEPOIS.
           PERFORM PUXA-LIMITE
               VARYING WS-IND FROM WS-POSICAO BY 1
               UNTIL WS-IND >= WS-QTD-LIMITES.
           SUBTRACT 1 FROM WS-QTD-LIMITES.
           PERFORM GRAVA-LIMITES.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'CATEGORIA EXCLUIDA; PEDIDOS JA LANCADOS NELA'
                   ' SEGUEM O FLUXO.'.
       EXCLUI-LIMITE-FIM.
           EXIT.

       PUXA-LIMITE.
           MOVE WS-LIM (WS-IND + 1) TO WS-LIM (WS-IND).

       GRAVA-LIMITES.
           OPEN OUTPUT ARQUIVO-LIMITES-REEMB.
           PERFORM GRAVA-UM-LIMITE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-LIMITES.
           CLOSE ARQUIVO-LIMITES-REEMB.

       GRAVA-UM-LIMITE.
           MOVE WS-LIM-CATEGORIA (WS-IND) TO LIMITE-REEMB-CATEGORIA.
           MOVE WS-LIM-DESCRICAO (WS-IND) TO LIMITE-REEMB-DESCRICAO.
           MOVE WS-LIM-VALOR (WS-IND) TO LIMITE-REEMB-VALOR.
           WRITE LIMITE-REEMB-LINHA.

      *-----------------------------------------------------------------
      *ADICIONAIS DE RISCO - parametros_adicionais.dat (PROG42).
      *Sem o arquivo a base da insalubridade e zero e o PROG42 nao
      *manda insalubridade (avisa); os percentuais sao os da CLT.
      *-----------------------------------------------------------------
       LE-ADICIONAIS.
           MOVE ZEROS TO WS-ADIC-BASE-INSALUB.
           MOVE 30 TO WS-ADIC-PERC-PERICUL.
           MOVE 10 TO WS-ADIC-PERC-GRAU-1.
           MOVE 20 TO WS-ADIC-PERC-GRAU-2.
           MOVE 40 TO WS-ADIC-PERC-GRAU-3.
           MOVE 'N' TO WS-ARQUIVO-EXISTE.
           OPEN INPUT ARQUIVO-PARAM-ADICIONAIS.
           IF WS-STATUS-PARAMETRO = '00'
               MOVE 'S' TO WS-ARQUIVO-EXISTE
               READ ARQUIVO-PARAM-ADICIONAIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-ADIC-BASE-INSALUB IS NUMERIC
                           MOVE PARAM-ADIC-BASE-INSALUB
                               TO WS-ADIC-BASE-INSALUB
                       END-IF
                       IF PARAM-ADIC-PERC-PERICUL IS NUMERIC AND
                               PARAM-ADIC-PERC-PERICUL > ZEROS
                           MOVE PARAM-ADIC-PERC-PERICUL
                               TO WS-ADIC-PERC-PERICUL
                       END-IF
                       IF PARAM-ADIC-PERC-GRAU-1 IS NUMERIC AND
                               PARAM-ADIC-PERC-GRAU-1 > ZEROS
                           MOVE PARAM-ADIC-PERC-GRAU-1
                               TO WS-ADIC-PERC-GRAU-1
                       END-IF
                       IF PARAM-ADIC-PERC-GRAU-2 IS NUMERIC AND
                               PARAM-ADIC-PERC-GRAU-2 > ZEROS
                           MOVE PARAM-ADIC-PERC-GRAU-2
                               TO WS-ADIC-PERC-GRAU-2
                       END-IF
                       IF PARAM-ADIC-PERC-GRAU-3 IS NUMERIC AND
                               PARAM-ADIC-PERC-GRAU-3 > ZEROS
                           MOVE PARAM-ADIC-PERC-GRAU-3
                               TO WS-ADIC-PERC-GRAU-3
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-ADICIONAIS
           END-IF.

       MANTEM-ADICIONAIS.
           PERFORM LE-ADICIONAIS.
           MOVE WS-ADIC-BASE-INSALUB TO WS-ED-VALOR-BASE.
           DISPLAY 'BASE DA INSALUBRIDADE: ' WS-ED-VALOR-BASE
                   '  PERICULOSIDADE: ' WS-ADIC-PERC-PERICUL '%'.
           DISPLAY 'GRAUS DA INSALUBRIDADE: MINIMO '
                   WS-ADIC-PERC-GRAU-1 '%  MEDIO ' WS-ADIC-PERC-GRAU-2
                   '%  MAXIMO ' WS-ADIC-PERC-GRAU-3 '%'.
           IF WS-ARQUIVO-EXISTE = 'N'
               DISPLAY '(ARQUIVO AUSENTE; SEM BASE O PROG42 NAO MANDA'
                       ' INSALUBRIDADE)'.
           DISPLAY 'NOVA BASE DA INSALUBRIDADE - SALARIO MINIMO'
                   ' (7 INTEIROS 2 DECIMAIS): '.
           ACCEPT WS-NOVA-BASE.
           DISPLAY 'NOVO PERCENTUAL DA PERICULOSIDADE (001 A 100): '.
           ACCEPT WS-NOVO-3.
           DISPLAY 'NOVO PERCENTUAL DO GRAU MINIMO (001 A 100): '.
           ACCEPT WS-NOVO-GRAU-1.
           DISPLAY 'NOVO PERCENTUAL DO GRAU MEDIO (001 A 100): '.
           ACCEPT WS-NOVO-GRAU-2.
           DISPLAY 'NOVO PERCENTUAL DO GRAU MAXIMO (001 A 100): '.
           ACCEPT WS-NOVO-GRAU-3.
           IF WS-NOVA-BASE = ZEROS
               DISPLAY 'BASE DA INSALUBRIDADE ZERADA. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-ADICIONAIS-FIM.
           IF WS-NOVO-3 < 1 OR WS-NOVO-3 > 100 OR
                   WS-NOVO-GRAU-1 < 1 OR WS-NOVO-GRAU-3 > 100
               DISPLAY 'PERCENTUAL FORA DA FAIXA 001 A 100. NADA FOI'
                       ' GRAVADO.'
               GO TO MANTEM-ADICIONAIS-FIM.
           IF WS-NOVO-GRAU-2 NOT > WS-NOVO-GRAU-1 OR
                   WS-NOVO-GRAU-3 NOT > WS-NOVO-GRAU-2
               DISPLAY 'GRAUS DEVEM SER CRESCENTES (MINIMO < MEDIO <'
                       ' MAXIMO). NADA FOI GRAVADO.'
               GO TO MANTEM-ADICIONAIS-FIM.
           PERFORM PEDE-CONFIRMACAO.
           IF WS-CONFIRMA NOT = 'S'
               GO TO MANTEM-ADICIONAIS-FIM.
           OPEN OUTPUT ARQUIVO-PARAM-ADICIONAIS.
           MOVE WS-NOVA-BASE TO PARAM-ADIC-BASE-INSALUB.
           MOVE WS-NOVO-3 TO PARAM-ADIC-PERC-PERICUL.
           MOVE WS-NOVO-GRAU-1 TO PARAM-ADIC-PERC-GRAU-1.
           MOVE WS-NOVO-GRAU-2 TO PARAM-ADIC-PERC-GRAU-2.
           MOVE WS-NOVO-GRAU-3 TO PARAM-ADIC-PERC-GRAU-3.
           WRITE PARAM-ADICIONAIS-LINHA.
           CLOSE ARQUIVO-PARAM-ADICIONAIS.
           MOVE 'parametros_adicionais.dat' TO WS-AUD-ARQUIVO.
           MOVE 'BASE-INSALUB' TO WS-AUD-CAMPO.
           MOVE WS-ADIC-BASE-INSALUB TO WS-ED-VALOR-BASE.
           MOVE WS-ED-VALOR-BASE TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVA-BASE TO WS-ED-VALOR-BASE.
           MOVE WS-ED-VALOR-BASE TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'PERC-PERICUL' TO WS-AUD-CAMPO.
           MOVE WS-ADIC-PERC-PERICUL TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'PERC-GRAU-MIN' TO WS-AUD-CAMPO.
           MOVE WS-ADIC-PERC-GRAU-1 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-GRAU-1 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'PERC-GRAU-MED' TO WS-AUD-CAMPO.
           MOVE WS-ADIC-PERC-GRAU-2 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-GRAU-2 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           MOVE 'PERC-GRAU-MAX' TO WS-AUD-CAMPO.
           MOVE WS-ADIC-PERC-GRAU-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-TEXTO-VALOR.
           PERFORM MONTA-VALOR-ANTES.
           MOVE WS-NOVO-GRAU-3 TO WS-ED-3.
           MOVE WS-ED-3 TO WS-VALOR-DEPOIS.
           PERFORM GRAVA-SE-MUDOU.
           DISPLAY 'ADICIONAIS DE RISCO GRAVADOS.'.
       MANTEM-ADICIONAIS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *ROTINAS COMUNS - confirmacao e trilha de auditoria.
      *-----------------------------------------------------------------
       PEDE-CONFIRMACAO.
           DISPLAY 'CONFIRMA A GRAVACAO? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 's'
               MOVE 'S' TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'GRAVACAO CANCELADA.'.

       MONTA-VALOR-ANTES.
      *Arquivo ausente: o valor anterior e o padrao do leitor.
           MOVE SPACES TO WS-VALOR-ANTES.
           IF WS-ARQUIVO-EXISTE = 'S'
               MOVE WS-TEXTO-VALOR TO WS-VALOR-ANTES
           ELSE
               STRING 'PADRAO ' WS-TEXTO-VALOR
                   DELIMITED BY SIZE INTO WS-VALOR-ANTES
               END-STRING.

       GRAVA-SE-MUDOU.
           IF WS-VALOR-ANTES NOT = WS-VALOR-DEPOIS
               PERFORM GRAVA-AUDITORIA-PARAMETRO.

       GRAVA-AUDITORIA-PARAMETRO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           OPEN EXTEND ARQUIVO-AUDITORIA-PARAM.
           MOVE SPACES TO REGISTRO-AUDITORIA-PARAM.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' OPERADOR=' WS-OPERADOR
                  ' ARQUIVO=' WS-AUD-ARQUIVO
                  ' CAMPO=' WS-AUD-CAMPO
                  ' ANTES=' WS-VALOR-ANTES
                  ' DEPOIS=' WS-VALOR-DEPOIS
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA-PARAM
           END-STRING.
           WRITE REGISTRO-AUDITORIA-PARAM.
           CLOSE ARQUIVO-AUDITORIA-PARAM.
           ADD 1 TO WS-TOTAL-MUDANCAS.

      *-----------------------------------------------------------------
      *RELATORIO - configuracao vigente de todos os parametros, com
      *o padrao assumido quando o arquivo nao existe.
      *-----------------------------------------------------------------
       IMPRIME-CONFIGURACAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'PARAMETROS VIGENTES EM ' WS-DATA-ATUAL
                  ' - EMITIDO POR ' WS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

           PERFORM LE-CARGA.
           MOVE WS-CARGA-LIMITE TO WS-ED-3.
           MOVE 'parametros_carga.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'LIMITE-ERROS' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.

           PERFORM LE-TAXA.
           MOVE WS-TAXA-TOLERANCIA TO WS-ED-3.
           MOVE 'parametros_taxa.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'TOLERANCIA' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.

           PERFORM LE-COMPLIANCE.
           MOVE WS-COMP-LIMIAR-DIA TO WS-ED-VALOR-DIA.
           MOVE 'parametros_compliance.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'LIMIAR-DIA' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-VALOR-DIA TO WS-LINHA-IMPRESSA (44:12).
           PERFORM MARCA-PADRAO.
           MOVE WS-COMP-JANELA-DIAS TO WS-ED-3.
           MOVE 'JANELA-DIAS' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           PERFORM MARCA-PADRAO.
           MOVE WS-COMP-LIMIAR-JANELA TO WS-ED-VALOR-JANELA.
           MOVE 'LIMIAR-JANELA' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-VALOR-JANELA TO WS-LINHA-IMPRESSA (44:14).
           PERFORM MARCA-PADRAO.

           PERFORM LE-SENHA.
           MOVE WS-SENHA-VALIDADE TO WS-ED-3.
           MOVE 'parametros_senha.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'VALIDADE-DIAS' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           PERFORM MARCA-PADRAO.
           MOVE WS-SENHA-MAX-FALHAS TO WS-ED-1.
           MOVE 'MAX-FALHAS' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-1 TO WS-LINHA-IMPRESSA (46:1).
           PERFORM MARCA-PADRAO.

           PERFORM LE-FREQUENCIA.
           MOVE WS-FREQ-MINIMA TO WS-ED-3.
           MOVE 'frequencia_minima.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'FREQ-MINIMA' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.

           PERFORM LE-SLA.
           MOVE WS-SLA-ABERTURA TO WS-ED-4.
           MOVE 'parametros_sla_lote.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'ABERTURA-MESA' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-4 TO WS-LINHA-IMPRESSA (44:4).
           PERFORM MARCA-PADRAO.
           MOVE WS-SLA-PERC-LENTO TO WS-ED-3.
           MOVE 'PERC-LENTIDAO' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.
           MOVE WS-SLA-NOITES-BASE TO WS-ED-2.
           MOVE 'NOITES-BASE' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-2 TO WS-LINHA-IMPRESSA (45:2).
           PERFORM MARCA-PADRAO.

           PERFORM LE-ADICIONAIS.
           MOVE WS-ADIC-BASE-INSALUB TO WS-ED-VALOR-BASE.
           MOVE 'parametros_adicionais.dat' TO WS-LINHA-IMPRESSA.
           MOVE 'BASE-INSALUB' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-VALOR-BASE TO WS-LINHA-IMPRESSA (44:10).
           PERFORM MARCA-PADRAO.
           MOVE WS-ADIC-PERC-PERICUL TO WS-ED-3.
           MOVE 'PERC-PERICUL' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.
           MOVE WS-ADIC-PERC-GRAU-1 TO WS-ED-3.
           MOVE 'PERC-GRAU-MIN' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.
           MOVE WS-ADIC-PERC-GRAU-2 TO WS-ED-3.
           MOVE 'PERC-GRAU-MED' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.
           MOVE WS-ADIC-PERC-GRAU-3 TO WS-ED-3.
           MOVE 'PERC-GRAU-MAX' TO WS-LINHA-IMPRESSA (28:15).
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE '%' TO WS-LINHA-IMPRESSA (47:1).
           PERFORM MARCA-PADRAO.

           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM LE-LIMITES.
           IF WS-QTD-LIMITES = ZEROS
               MOVE 'limites_reembolso.dat: NENHUMA CATEGORIA'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'limites_reembolso.dat: CATEGORIA E VALOR MAXIMO'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
               PERFORM IMPRIME-UM-LIMITE
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-LIMITES
           END-IF.

           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM LE-RETENCAO.
           IF WS-QTD-RETENCAO = ZEROS
               MOVE 'retencao.dat: NENHUMA POLITICA (PROG125 NAO RODA)'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'retencao.dat: ARQUIVO E MESES A MANTER'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
               PERFORM IMPRIME-UMA-RETENCAO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-RETENCAO
               IF WS-RETENCAO-CHEIA = 'S'
                   MOVE '  (MAIS LINHAS NO ARQUIVO ALEM DAS 50'
                       TO WS-LINHA-IMPRESSA
                   MOVE ' LISTADAS)' TO WS-LINHA-IMPRESSA (38:10)
                   PERFORM GRAVA-LINHA-SPOOL
               END-IF
           END-IF.

           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM LE-PASSOS.
           IF WS-PASSOS-PADRAO = 'S'
               MOVE 'passos_lote.dat: AUSENTE - CADEIA PADRAO'
                   TO WS-LINHA-IMPRESSA
           ELSE
               MOVE 'passos_lote.dat: PASSO, PROGRAMA E FREQUENCIA'
                   TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UM-PASSO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-PASSOS.

           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'CONFIGURACAO IMPRESSA NO SPOOL (PROG72).'.

       MARCA-PADRAO.
           IF WS-ARQUIVO-EXISTE = 'N'
               MOVE '(AUSENTE - PADRAO)' TO WS-LINHA-IMPRESSA (60:18).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UMA-RETENCAO.
           MOVE WS-RET-ARQUIVO (WS-IND) TO WS-LINHA-IMPRESSA (3:30).
           MOVE WS-RET-MESES (WS-IND) TO WS-ED-3.
           MOVE WS-ED-3 TO WS-LINHA-IMPRESSA (44:3).
           MOVE 'MESES' TO WS-LINHA-IMPRESSA (48:5).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UM-LIMITE.
           MOVE WS-LIM-CATEGORIA (WS-IND) TO WS-LINHA-IMPRESSA (3:10).
           MOVE WS-LIM-DESCRICAO (WS-IND) TO WS-LINHA-IMPRESSA (14:20).
           MOVE WS-LIM-VALOR (WS-IND) TO WS-ED-VALOR-BASE.
           MOVE WS-ED-VALOR-BASE TO WS-LINHA-IMPRESSA (44:10).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UM-PASSO.
           STRING '  PASSO ' WS-IND '  ' WS-PASSO-PROGRAMA (WS-IND)
                  '  ' WS-PASSO-FREQ (WS-IND)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
