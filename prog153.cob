      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG153.
      *Sindicatos e contribuicao sindical, chamado pelo menu do
      *PROG40. Mantem o cadastro de sindicatos (sindicatos.dat) com
      *a data-base, o percentual do dissidio da convencao coletiva
      *(usado no modo S do PROG99) e a regra da contribuicao; o
      *vinculo de cada departamento ou cargo ao seu sindicato
      *(sindicato_vinculos.dat - o do cargo prevalece); e a
      *autorizacao de desconto de cada funcionario
      *(sindicato_autorizacoes.dat). O extrato mensal do PROG42
      *desconta a contribuicao dos autorizados no mes definido pelo
      *sindicato como linha D e a registra em
      *contribuicoes_sindicais.dat; daqui sai a relacao de repasse
      *por sindicato e periodo (spool) e o registro da guia do
      *recolhimento, que fica como comprovante do pagamento.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELSINDICATO.cob'.
           COPY 'SELSINDVINC.cob'.
           COPY 'SELSINDAUT.cob'.
           COPY 'SELCONTRSIND.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELCARGO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDSINDICATO.cob'.
           COPY 'FDSINDVINC.cob'.
           COPY 'FDSINDAUT.cob'.
           COPY 'FDCONTRSIND.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDCARGO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-SINDICATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SINDVINC PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SINDAUT PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRSIND PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CARGO PIC X(02) VALUE '00'.
       77  WS-CAMPO-VALIDO PIC X VALUE 'N'.
       77  WS-INCLUSAO PIC X VALUE 'N'.
       77  WS-CONFIRMA PIC X VALUE SPACE.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  SINDICATO-PROCURAR PIC 9(3) VALUE ZEROS.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  WS-DEPTO-DIGITADO PIC 9(4) VALUE ZEROS.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-GUIA-DIGITADA PIC X(20) VALUE SPACES.
       77  WS-DATA-RECOLHIMENTO PIC 9(8) VALUE ZEROS.
       77  WS-TOTAL-SINDICATOS PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-FUNCIONARIOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-RECOLHIDOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-VALOR PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-BASE-EXIBE PIC Z(6)9.99.
       77  WS-PERCENTUAL-EXIBE PIC ZZ9.99.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-SITUACAO-EXIBE PIC X(10) VALUE SPACES.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'REPASSE SINDICAL'.
           COPY 'WSFUNCIONARIO.cob'.

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
                   MOVE 1 TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'SINDICATOS E CONTRIBUICAO SINDICAL'.
           DISPLAY '1. INCLUIR OU ALTERAR SINDICATO'.
           DISPLAY '2. LISTAR SINDICATOS'.
           DISPLAY '3. VINCULAR DEPARTAMENTO OU CARGO AO SINDICATO'.
           DISPLAY '4. EXCLUIR VINCULO'.
           DISPLAY '5. AUTORIZAR OU REVOGAR DESCONTO DO FUNCIONARIO'.
           DISPLAY '6. RELACAO DE REPASSE POR SINDICATO (SPOOL)'.
           DISPLAY '7. REGISTRAR RECOLHIMENTO (GUIA)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM MANTER-SINDICATO.
           IF WS-OPCAO = 2
               PERFORM LISTAR-SINDICATOS.
           IF WS-OPCAO = 3
               PERFORM INCLUIR-VINCULO.
           IF WS-OPCAO = 4
               PERFORM EXCLUIR-VINCULO.
           IF WS-OPCAO = 5
               PERFORM MANTER-AUTORIZACAO.
           IF WS-OPCAO = 6
               PERFORM RELACAO-REPASSE.
           IF WS-OPCAO = 7
               PERFORM REGISTRA-RECOLHIMENTO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 7 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *CADASTRO DE SINDICATOS - o codigo existente e alterado, o
      *novo e incluido. O percentual do dissidio mexe em salarios
      *pelo PROG99, por isso so supervisor mantem o cadastro.
      *-----------------------------------------------------------------
       MANTER-SINDICATO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CADASTRO DE SINDICATOS SO POR SUPERVISOR.'
           ELSE
               PERFORM ABRE-SINDICATO-I-O
               DISPLAY 'CODIGO DO SINDICATO (1-999): '
               ACCEPT SINDICATO-PROCURAR
               IF SINDICATO-PROCURAR = ZEROS
                   DISPLAY 'CODIGO INVALIDO.'
               ELSE
                   PERFORM LE-OU-NOVO-SINDICATO
                   PERFORM DIGITA-DADOS-SINDICATO
                   IF WS-CAMPO-VALIDO = 'N'
                       DISPLAY 'SINDICATO NAO GRAVADO.'
                   ELSE
                       PERFORM GRAVA-SINDICATO
                   END-IF
               END-IF
               CLOSE ARQUIVO-SINDICATO
           END-IF.

       ABRE-SINDICATO-I-O.
           OPEN I-O ARQUIVO-SINDICATO.
           IF WS-STATUS-ARQUIVO-SINDICATO = '35'
      *Primeira inclusao cria o arquivo.
               OPEN OUTPUT ARQUIVO-SINDICATO
               CLOSE ARQUIVO-SINDICATO
               OPEN I-O ARQUIVO-SINDICATO.

       LE-OU-NOVO-SINDICATO.
           MOVE SINDICATO-PROCURAR TO SINDICATO-CODIGO.
           READ ARQUIVO-SINDICATO RECORD
               INVALID KEY
                   MOVE 'S' TO WS-INCLUSAO
                   MOVE SPACES TO SINDICATO-REGISTRO
                   MOVE SINDICATO-PROCURAR TO SINDICATO-CODIGO
                   DISPLAY 'SINDICATO NOVO.'
               NOT INVALID KEY
                   MOVE 'N' TO WS-INCLUSAO
                   PERFORM EXIBE-SINDICATO
           END-READ.

       DIGITA-DADOS-SINDICATO.
      *Qualquer campo invalido devolve WS-CAMPO-VALIDO = N e nada e
      *gravado.
           MOVE 'S' TO WS-CAMPO-VALIDO.
           DISPLAY 'NOME DO SINDICATO: '.
           ACCEPT SINDICATO-NOME.
           DISPLAY 'CNPJ (14 DIGITOS): '.
           ACCEPT SINDICATO-CNPJ.
           DISPLAY 'MES DA DATA-BASE (01-12): '.
           ACCEPT SINDICATO-MES-DATA-BASE.
           DISPLAY 'PERCENTUAL DO DISSIDIO DA CONVENCAO (3 INTEIROS'
                   ' 2 DECIMAIS, EX: 00550 = 5,50%): '.
           ACCEPT SINDICATO-PCT-DISSIDIO.
           IF SINDICATO-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO.'
               MOVE 'N' TO WS-CAMPO-VALIDO.
           IF SINDICATO-CNPJ IS NOT NUMERIC
               DISPLAY 'CNPJ INVALIDO.'
               MOVE 'N' TO WS-CAMPO-VALIDO.
           IF SINDICATO-MES-DATA-BASE < 1 OR
                   SINDICATO-MES-DATA-BASE > 12
               DISPLAY 'MES DA DATA-BASE INVALIDO.'
               MOVE 'N' TO WS-CAMPO-VALIDO.
           IF WS-CAMPO-VALIDO = 'S'
               PERFORM DIGITA-REGRA-CONTRIBUICAO.

       DIGITA-REGRA-CONTRIBUICAO.
           DISPLAY 'CONTRIBUICAO (D=UM DIA DE SALARIO P=PERCENTUAL'
                   ' F=VALOR FIXO): '.
           ACCEPT SINDICATO-REGRA-CONTRIB.
           IF SINDICATO-REGRA-CONTRIB = 'd'
               MOVE 'D' TO SINDICATO-REGRA-CONTRIB.
           IF SINDICATO-REGRA-CONTRIB = 'p'
               MOVE 'P' TO SINDICATO-REGRA-CONTRIB.
           IF SINDICATO-REGRA-CONTRIB = 'f'
               MOVE 'F' TO SINDICATO-REGRA-CONTRIB.
           MOVE ZEROS TO SINDICATO-PCT-CONTRIB.
           MOVE ZEROS TO SINDICATO-VALOR-CONTRIB.
           IF SINDICATO-REGRA-CONTRIB = 'P'
               DISPLAY 'PERCENTUAL DO SALARIO (3 INTEIROS 2'
                       ' DECIMAIS): '
               ACCEPT SINDICATO-PCT-CONTRIB
               IF SINDICATO-PCT-CONTRIB = ZEROS OR
                       SINDICATO-PCT-CONTRIB > 100
                   DISPLAY 'PERCENTUAL INVALIDO.'
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           ELSE
               IF SINDICATO-REGRA-CONTRIB = 'F'
                   DISPLAY 'VALOR FIXO (5 INTEIROS 2 DECIMAIS): '
                   ACCEPT SINDICATO-VALOR-CONTRIB
                   IF SINDICATO-VALOR-CONTRIB = ZEROS
                       DISPLAY 'VALOR INVALIDO.'
                       MOVE 'N' TO WS-CAMPO-VALIDO
                   END-IF
               ELSE
                   IF SINDICATO-REGRA-CONTRIB NOT = 'D'
                       DISPLAY 'REGRA DE CONTRIBUICAO INVALIDA.'
                       MOVE 'N' TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-CAMPO-VALIDO = 'S'
               DISPLAY 'MES DO DESCONTO (01-12): '
               ACCEPT SINDICATO-MES-DESCONTO
               IF SINDICATO-MES-DESCONTO < 1 OR
                       SINDICATO-MES-DESCONTO > 12
                   DISPLAY 'MES DO DESCONTO INVALIDO.'
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WS-CAMPO-VALIDO = 'S'
               DISPLAY 'SITUACAO (A=ATIVO I=INATIVO): '
               ACCEPT SINDICATO-SITUACAO
               IF SINDICATO-SITUACAO = 'a'
                   MOVE 'A' TO SINDICATO-SITUACAO
               END-IF
               IF SINDICATO-SITUACAO = 'i'
                   MOVE 'I' TO SINDICATO-SITUACAO
               END-IF
               IF SINDICATO-SITUACAO NOT = 'A' AND
                       SINDICATO-SITUACAO NOT = 'I'
                   DISPLAY 'SITUACAO INVALIDA.'
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.

       GRAVA-SINDICATO.
           MOVE WS-OPERADOR TO SINDICATO-OPERADOR.
           MOVE WS-DATA-HOJE TO SINDICATO-DATA-ALTERACAO.
           IF WS-INCLUSAO = 'S'
               WRITE SINDICATO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR O SINDICATO.'
                   NOT INVALID KEY
                       DISPLAY 'SINDICATO INCLUIDO.'
               END-WRITE
           ELSE
               REWRITE SINDICATO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O SINDICATO.'
                   NOT INVALID KEY
                       DISPLAY 'SINDICATO ALTERADO.'
               END-REWRITE.

       EXIBE-SINDICATO.
           DISPLAY 'SINDICATO ' SINDICATO-CODIGO ' ' SINDICATO-NOME
                   '  CNPJ: ' SINDICATO-CNPJ
                   '  SITUACAO: ' SINDICATO-SITUACAO.
           MOVE SINDICATO-PCT-DISSIDIO TO WS-PERCENTUAL-EXIBE.
           DISPLAY '  DATA-BASE: MES ' SINDICATO-MES-DATA-BASE
                   '  DISSIDIO: ' WS-PERCENTUAL-EXIBE '%'.
           IF SINDICATO-REGRA-CONTRIB = 'P'
               MOVE SINDICATO-PCT-CONTRIB TO WS-PERCENTUAL-EXIBE
               DISPLAY '  CONTRIBUICAO: ' WS-PERCENTUAL-EXIBE
                       '% DO SALARIO NO MES '
                       SINDICATO-MES-DESCONTO
           ELSE
               IF SINDICATO-REGRA-CONTRIB = 'F'
                   MOVE SINDICATO-VALOR-CONTRIB TO WS-VALOR-EXIBE
                   DISPLAY '  CONTRIBUICAO: VALOR FIXO '
                           WS-VALOR-EXIBE ' NO MES '
                           SINDICATO-MES-DESCONTO
               ELSE
                   DISPLAY '  CONTRIBUICAO: UM DIA DE SALARIO NO'
                           ' MES ' SINDICATO-MES-DESCONTO
               END-IF
           END-IF.

       LISTAR-SINDICATOS.
           OPEN INPUT ARQUIVO-SINDICATO.
           IF WS-STATUS-ARQUIVO-SINDICATO NOT = '00'
               DISPLAY 'NENHUM SINDICATO CADASTRADO AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-SINDICATOS
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-SINDICATO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXIBE-UM-SINDICATO
                   UNTIL FINAL-ARQUIVO = 'S'
               DISPLAY 'SINDICATOS CADASTRADOS: ' WS-TOTAL-SINDICATOS
               CLOSE ARQUIVO-SINDICATO
           END-IF.

       EXIBE-UM-SINDICATO.
           ADD 1 TO WS-TOTAL-SINDICATOS.
           PERFORM EXIBE-SINDICATO.
           READ ARQUIVO-SINDICATO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *VINCULOS - departamento (conferido em departamentos.dat) ou
      *cargo (conferido pela descricao em cargos.dat) apontando o
      *sindicato da categoria. Um novo vinculo da mesma chave
      *substitui o anterior.
      *-----------------------------------------------------------------
       INCLUIR-VINCULO.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           DISPLAY 'CODIGO DO SINDICATO: '.
           ACCEPT SINDICATO-PROCURAR.
           OPEN INPUT ARQUIVO-SINDICATO.
           IF WS-STATUS-ARQUIVO-SINDICATO NOT = '00'
               DISPLAY 'NENHUM SINDICATO CADASTRADO AINDA.'
           ELSE
               MOVE SINDICATO-PROCURAR TO SINDICATO-CODIGO
               READ ARQUIVO-SINDICATO RECORD
                   INVALID KEY
                       DISPLAY 'SINDICATO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'SINDICATO: ' SINDICATO-NOME
                       PERFORM DIGITA-CHAVE-VINCULO
               END-READ
               CLOSE ARQUIVO-SINDICATO
           END-IF.
           IF WS-CAMPO-VALIDO = 'S'
               OPEN I-O ARQUIVO-SINDVINC
               IF WS-STATUS-ARQUIVO-SINDVINC = '35'
                   OPEN OUTPUT ARQUIVO-SINDVINC
                   CLOSE ARQUIVO-SINDVINC
                   OPEN I-O ARQUIVO-SINDVINC
               END-IF
               MOVE SINDICATO-PROCURAR TO SINDVINC-SINDICATO
               MOVE WS-OPERADOR TO SINDVINC-OPERADOR
               MOVE WS-DATA-HOJE TO SINDVINC-DATA-INCLUSAO
               WRITE SINDVINC-REGISTRO
                   INVALID KEY
                       REWRITE SINDVINC-REGISTRO
                       END-REWRITE
               END-WRITE
               DISPLAY 'VINCULO GRAVADO.'
               CLOSE ARQUIVO-SINDVINC
           END-IF.

       DIGITA-CHAVE-VINCULO.
      *Devolve SINDVINC-CHAVE montada e WS-CAMPO-VALIDO = S quando
      *o departamento ou o cargo existe no cadastro.
           MOVE SPACES TO SINDVINC-REGISTRO.
           DISPLAY 'VINCULAR (D=DEPARTAMENTO C=CARGO): '.
           ACCEPT SINDVINC-TIPO.
           IF SINDVINC-TIPO = 'd'
               MOVE 'D' TO SINDVINC-TIPO.
           IF SINDVINC-TIPO = 'c'
               MOVE 'C' TO SINDVINC-TIPO.
           IF SINDVINC-TIPO = 'D'
               DISPLAY 'CODIGO DO DEPARTAMENTO: '
               ACCEPT WS-DEPTO-DIGITADO
               OPEN INPUT ARQUIVO-DEPARTAMENTO
               IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
                   MOVE WS-DEPTO-DIGITADO TO DEPARTAMENTO-CODIGO
                   READ ARQUIVO-DEPARTAMENTO RECORD
                       INVALID KEY
                           DISPLAY 'DEPARTAMENTO NAO ENCONTRADO.'
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CAMPO-VALIDO
                           MOVE WS-DEPTO-DIGITADO TO
                               SINDVINC-REFERENCIA (1:4)
                   END-READ
                   CLOSE ARQUIVO-DEPARTAMENTO
               ELSE
                   DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               END-IF
           ELSE
               IF SINDVINC-TIPO = 'C'
                   DISPLAY 'CARGO (COMO NA VIGENCIA SALARIAL): '
                   ACCEPT SINDVINC-REFERENCIA
                   PERFORM CONFERE-CARGO
               ELSE
                   DISPLAY 'TIPO DE VINCULO INVALIDO.'
               END-IF
           END-IF.

       CONFERE-CARGO.
           OPEN INPUT ARQUIVO-CARGO.
           IF WS-STATUS-ARQUIVO-CARGO = '00'
               MOVE SINDVINC-REFERENCIA TO CARGO-DESCRICAO
               READ ARQUIVO-CARGO RECORD KEY IS CARGO-DESCRICAO
                   INVALID KEY
                       DISPLAY 'CARGO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CAMPO-VALIDO
               END-READ
               CLOSE ARQUIVO-CARGO
           ELSE
               DISPLAY 'CADASTRO DE CARGOS INDISPONIVEL.'
           END-IF.

       EXCLUIR-VINCULO.
           OPEN I-O ARQUIVO-SINDVINC.
           IF WS-STATUS-ARQUIVO-SINDVINC NOT = '00'
               DISPLAY 'NENHUM VINCULO CADASTRADO AINDA.'
           ELSE
               MOVE SPACES TO SINDVINC-REGISTRO
               DISPLAY 'TIPO (D=DEPARTAMENTO C=CARGO): '
               ACCEPT SINDVINC-TIPO
               IF SINDVINC-TIPO = 'd'
                   MOVE 'D' TO SINDVINC-TIPO
               END-IF
               IF SINDVINC-TIPO = 'c'
                   MOVE 'C' TO SINDVINC-TIPO
               END-IF
               IF SINDVINC-TIPO = 'D'
                   DISPLAY 'CODIGO DO DEPARTAMENTO: '
                   ACCEPT WS-DEPTO-DIGITADO
                   MOVE WS-DEPTO-DIGITADO TO
                       SINDVINC-REFERENCIA (1:4)
               ELSE
                   DISPLAY 'CARGO: '
                   ACCEPT SINDVINC-REFERENCIA
               END-IF
               DELETE ARQUIVO-SINDVINC RECORD
                   INVALID KEY
                       DISPLAY 'VINCULO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'VINCULO EXCLUIDO.'
               END-DELETE
               CLOSE ARQUIVO-SINDVINC
           END-IF.

      *-----------------------------------------------------------------
      *AUTORIZACAO - sem a carta de autorizacao do funcionario o
      *extrato nao desconta. A revogacao fica no registro com a
      *data para o historico.
      *-----------------------------------------------------------------
       MANTER-AUTORIZACAO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
           ELSE
               DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
               OPEN I-O ARQUIVO-SINDAUT
               IF WS-STATUS-ARQUIVO-SINDAUT = '35'
                   OPEN OUTPUT ARQUIVO-SINDAUT
                   CLOSE ARQUIVO-SINDAUT
                   OPEN I-O ARQUIVO-SINDAUT
               END-IF
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO SINDAUT-CODIGO-FUNC
               READ ARQUIVO-SINDAUT RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-INCLUSAO
                       MOVE SPACES TO SINDAUT-REGISTRO
                       MOVE CODIGO-FUNCIONARIO-PROCURAR
                           TO SINDAUT-CODIGO-FUNC
                       MOVE ZEROS TO SINDAUT-DATA-AUTORIZACAO
                       MOVE ZEROS TO SINDAUT-DATA-REVOGACAO
                       DISPLAY 'SEM AUTORIZACAO REGISTRADA.'
                   NOT INVALID KEY
                       MOVE 'N' TO WS-INCLUSAO
                       DISPLAY 'SITUACAO: ' SINDAUT-SITUACAO
                               '  AUTORIZADO EM '
                               SINDAUT-DATA-AUTORIZACAO
                               '  REVOGADO EM '
                               SINDAUT-DATA-REVOGACAO
               END-READ
               PERFORM DIGITA-AUTORIZACAO
               CLOSE ARQUIVO-SINDAUT
           END-IF.

       DIGITA-AUTORIZACAO.
           DISPLAY 'A=AUTORIZAR R=REVOGAR (OUTRA TECLA SAI): '.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'a'
               MOVE 'A' TO WS-CONFIRMA.
           IF WS-CONFIRMA = 'r'
               MOVE 'R' TO WS-CONFIRMA.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           IF WS-CONFIRMA = 'A'
               DISPLAY 'DATA DA CARTA DE AUTORIZACAO (AAAAMMDD): '
               ACCEPT SINDAUT-DATA-AUTORIZACAO
               IF SINDAUT-DATA-AUTORIZACAO = ZEROS OR
                       SINDAUT-DATA-AUTORIZACAO > WS-DATA-HOJE
                   DISPLAY 'DATA INVALIDA.'
               ELSE
                   MOVE 'A' TO SINDAUT-SITUACAO
                   MOVE ZEROS TO SINDAUT-DATA-REVOGACAO
                   MOVE 'S' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WS-CONFIRMA = 'R'
               IF WS-INCLUSAO = 'S' OR SINDAUT-SITUACAO NOT = 'A'
                   DISPLAY 'NAO HA AUTORIZACAO ATIVA A REVOGAR.'
               ELSE
                   MOVE 'R' TO SINDAUT-SITUACAO
                   MOVE WS-DATA-HOJE TO SINDAUT-DATA-REVOGACAO
                   MOVE 'S' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WS-CAMPO-VALIDO = 'S'
               MOVE WS-OPERADOR TO SINDAUT-OPERADOR
               IF WS-INCLUSAO = 'S'
                   WRITE SINDAUT-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A AUTORIZACAO.'
                   END-WRITE
               ELSE
                   REWRITE SINDAUT-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A AUTORIZACAO.'
                   END-REWRITE
               END-IF
               DISPLAY 'AUTORIZACAO GRAVADA (SITUACAO '
                       SINDAUT-SITUACAO ').'
           END-IF.

       VALIDA-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               IF FUNCIONARIO-SITUACAO = 'D'
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               ELSE
                   MOVE 'S' TO REGISTRO-ENCONTRADO
               END-IF
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.

      *-----------------------------------------------------------------
      *RELACAO DE REPASSE - uma linha por funcionario descontado no
      *periodo para o sindicato, com o total a recolher e a guia
      *quando ja recolhido. Acompanha a guia como comprovante.
      *-----------------------------------------------------------------
       RELACAO-REPASSE.
           DISPLAY 'CODIGO DO SINDICATO: '.
           ACCEPT SINDICATO-PROCURAR.
           DISPLAY 'PERIODO DO DESCONTO (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           OPEN INPUT ARQUIVO-SINDICATO.
           IF WS-STATUS-ARQUIVO-SINDICATO = '00'
               MOVE SINDICATO-PROCURAR TO SINDICATO-CODIGO
               READ ARQUIVO-SINDICATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
               CLOSE ARQUIVO-SINDICATO
           END-IF.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'SINDICATO NAO ENCONTRADO.'
           ELSE
               OPEN INPUT ARQUIVO-CONTRSIND
               IF WS-STATUS-ARQUIVO-CONTRSIND NOT = '00'
                   DISPLAY 'NENHUMA CONTRIBUICAO DESCONTADA AINDA.'
               ELSE
                   PERFORM EMITE-RELACAO-REPASSE
                   CLOSE ARQUIVO-CONTRSIND
               END-IF
           END-IF.

       EMITE-RELACAO-REPASSE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE ZEROS TO WS-TOTAL-FUNCIONARIOS.
           MOVE ZEROS TO WS-TOTAL-RECOLHIDOS.
           MOVE ZEROS TO WS-TOTAL-VALOR.
           MOVE SPACES TO WS-GUIA-DIGITADA.
           MOVE ZEROS TO WS-DATA-RECOLHIMENTO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REPASSE DE CONTRIBUICAO SINDICAL - PERIODO '
                  WS-PERIODO-PEDIDO '  EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'SINDICATO ' SINDICATO-CODIGO ' ' SINDICATO-NOME
                  ' CNPJ ' SINDICATO-CNPJ
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CODIGO NOME                 CPF              BASE'
               TO WS-LINHA-IMPRESSA.
           MOVE '      VALOR SITUACAO' TO WS-LINHA-IMPRESSA (51:20).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72).
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM POSICIONA-CONTRIBUICOES.
           PERFORM IMPRIME-UMA-CONTRIBUICAO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     CONTRSIND-SINDICATO NOT = SINDICATO-PROCURAR OR
                     CONTRSIND-PERIODO NOT = WS-PERIODO-PEDIDO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'FUNCIONARIOS: ' WS-TOTAL-FUNCIONARIOS
                  '  TOTAL A REPASSAR: ' WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TOTAL-FUNCIONARIOS > ZEROS AND
                   WS-TOTAL-RECOLHIDOS = WS-TOTAL-FUNCIONARIOS
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'RECOLHIDO EM ' WS-DATA-RECOLHIMENTO
                      '  GUIA ' WS-GUIA-DIGITADA
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'RECOLHIMENTO PENDENTE.' TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           CLOSE ARQUIVO-FUNCIONARIO.
           DISPLAY 'RELACAO DE REPASSE NO SPOOL (PROG72).'.
           DISPLAY 'FUNCIONARIOS: ' WS-TOTAL-FUNCIONARIOS
                   '  TOTAL: ' WS-TOTAL-EXIBE.

       POSICIONA-CONTRIBUICOES.
      *Posiciona no primeiro desconto do sindicato no periodo.
           MOVE SINDICATO-PROCURAR TO CONTRSIND-SINDICATO.
           MOVE WS-PERIODO-PEDIDO TO CONTRSIND-PERIODO.
           MOVE ZEROS TO CONTRSIND-CODIGO-FUNC.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-CONTRSIND
                   KEY IS NOT LESS THAN CONTRSIND-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-CONTRSIND NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.

       IMPRIME-UMA-CONTRIBUICAO.
           ADD 1 TO WS-TOTAL-FUNCIONARIOS.
           ADD CONTRSIND-VALOR TO WS-TOTAL-VALOR.
           MOVE CONTRSIND-CODIGO-FUNC TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE '(FORA DO CADASTRO)' TO FUNCIONARIO-NOME
                   MOVE SPACES TO FUNCIONARIO-CPF
           END-READ.
           IF CONTRSIND-SITUACAO = 'R'
               ADD 1 TO WS-TOTAL-RECOLHIDOS
               MOVE CONTRSIND-GUIA TO WS-GUIA-DIGITADA
               MOVE CONTRSIND-DATA-RECOLHIMENTO
                   TO WS-DATA-RECOLHIMENTO
               MOVE 'RECOLHIDO' TO WS-SITUACAO-EXIBE
           ELSE
               MOVE 'A RECOLHER' TO WS-SITUACAO-EXIBE
           END-IF.
           MOVE CONTRSIND-BASE TO WS-BASE-EXIBE.
           MOVE CONTRSIND-VALOR TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING CONTRSIND-CODIGO-FUNC ' ' FUNCIONARIO-NOME ' '
                  FUNCIONARIO-CPF ' ' WS-BASE-EXIBE ' '
                  WS-VALOR-EXIBE ' ' WS-SITUACAO-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           READ ARQUIVO-CONTRSIND NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *RECOLHIMENTO - marca os descontos do sindicato no periodo
      *como recolhidos, com a data e o numero da guia paga.
      *-----------------------------------------------------------------
       REGISTRA-RECOLHIMENTO.
           DISPLAY 'CODIGO DO SINDICATO: '.
           ACCEPT SINDICATO-PROCURAR.
           DISPLAY 'PERIODO DO DESCONTO (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           DISPLAY 'NUMERO DA GUIA / COMPROVANTE: '.
           ACCEPT WS-GUIA-DIGITADA.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD): '.
           ACCEPT WS-DATA-RECOLHIMENTO.
           IF WS-GUIA-DIGITADA = SPACES OR
                   WS-DATA-RECOLHIMENTO = ZEROS OR
                   WS-DATA-RECOLHIMENTO > WS-DATA-HOJE
               DISPLAY 'GUIA E DATA DO PAGAMENTO OBRIGATORIAS.'
           ELSE
               OPEN I-O ARQUIVO-CONTRSIND
               IF WS-STATUS-ARQUIVO-CONTRSIND NOT = '00'
                   DISPLAY 'NENHUMA CONTRIBUICAO DESCONTADA AINDA.'
               ELSE
                   MOVE ZEROS TO WS-TOTAL-PENDENTES
                   MOVE ZEROS TO WS-TOTAL-VALOR
                   PERFORM POSICIONA-CONTRIBUICOES
                   PERFORM BAIXA-UMA-CONTRIBUICAO
                       UNTIL FINAL-ARQUIVO = 'S' OR
                             CONTRSIND-SINDICATO NOT =
                                 SINDICATO-PROCURAR OR
                             CONTRSIND-PERIODO NOT =
                                 WS-PERIODO-PEDIDO
                   MOVE WS-TOTAL-VALOR TO WS-TOTAL-EXIBE
                   DISPLAY 'DESCONTOS MARCADOS COMO RECOLHIDOS: '
                           WS-TOTAL-PENDENTES
                           '  VALOR: ' WS-TOTAL-EXIBE
                   CLOSE ARQUIVO-CONTRSIND
               END-IF
           END-IF.

       BAIXA-UMA-CONTRIBUICAO.
           IF CONTRSIND-SITUACAO = 'E'
               MOVE 'R' TO CONTRSIND-SITUACAO
               MOVE WS-DATA-RECOLHIMENTO
                   TO CONTRSIND-DATA-RECOLHIMENTO
               MOVE WS-GUIA-DIGITADA TO CONTRSIND-GUIA
               REWRITE CONTRSIND-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO BAIXAR O CODIGO '
                               CONTRSIND-CODIGO-FUNC
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-PENDENTES
                       ADD CONTRSIND-VALOR TO WS-TOTAL-VALOR
               END-REWRITE
           END-IF.
           READ ARQUIVO-CONTRSIND NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
