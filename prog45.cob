      *uma nova linha de cargo/salario com data de vigencia por
      *funcionario e lista o historico. As linhas anteriores nunca sao
      *regravadas - cada vigencia e um registro novo, entao o
      *historico fica preservado. Chamado pelo menu do PROG40. A data
      *da digitacao de cada vigencia fica em vigencias_inclusao.dat,
      *de onde o PROG138 apura as diferencas retroativas.
      *Vigencia que caia em periodo ja baixado do bureau (fechado
      *pelo PROG50) so e gravada com liberacao de supervisor e
      *motivo, registrada na trilha de auditoria (PROG177).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           COPY 'SELSALARIO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELCARGO.cob'.
           COPY 'SELVIGINC.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           COPY 'FDSALARIO.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDCARGO.cob'.
           COPY 'FDVIGINC.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  WS-CARGO-VALIDO PIC X VALUE 'N'.
       77  WS-PISO-DO-CARGO PIC 9(7)V99 VALUE ZEROS.
       77  WS-TETO-DO-CARGO PIC 9(7)V99 VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-VIGINC PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MODO-PERIODO PIC X VALUE 'L'.
       77  WS-PERIODO-ALTERADO PIC 9(6) VALUE ZEROS.
       77  WS-PROGRAMA-ORIGEM PIC X(8) VALUE 'PROG45'.
       77  WS-DESCRICAO-ALTERACAO PIC X(40) VALUE SPACES.
       77  WS-PERIODO-LIBERADO PIC X VALUE 'S'.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
                       DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA
                   END-IF
               END-PERFORM
      *Vigencia em periodo ja baixado do bureau so entra com
      *liberacao de supervisor (PROG177).
               COMPUTE WS-PERIODO-ALTERADO =
                   SALARIO-ANO-VIGENCIA * 100 + SALARIO-MES-VIGENCIA
               MOVE SPACES TO WS-DESCRICAO-ALTERACAO
               STRING 'VIGENCIA ' SALARIO-DATA-VIGENCIA
                   DELIMITED BY SIZE INTO WS-DESCRICAO-ALTERACAO
               END-STRING
               CALL 'PROG177' USING WS-MODO-PERIODO
                   WS-PERIODO-ALTERADO WS-PROGRAMA-ORIGEM
                   CODIGO-FUNCIONARIO-PROCURAR
                   WS-DESCRICAO-ALTERACAO WS-PERIODO-LIBERADO
               IF WS-PERIODO-LIBERADO = 'S'
      *Cargo conferido contra o cadastro de cargos (PROG100): cargo
      *desconhecido e recusado, para o mesmo cargo nao aparecer
      *escrito de cinco jeitos diferentes.
                   MOVE 'N' TO WS-CARGO-VALIDO
                   PERFORM UNTIL WS-CARGO-VALIDO = 'S'
                       DISPLAY 'INFORME O CARGO: '
                       ACCEPT SALARIO-CARGO
                       PERFORM VALIDA-CARGO-NO-CADASTRO
                       IF WS-CARGO-VALIDO = 'N'
                           DISPLAY 'CARGO NAO CADASTRADO. CADASTRE NO'
                                   ' PROG100 OU CORRIJA A GRAFIA.'
                       END-IF
                   END-PERFORM
                   DISPLAY 'INFORME O SALARIO BASE (SEM PONTOS, COM 2'
                           ' DECIMAIS, EX: 000250000 = 2500,00): '
                   ACCEPT SALARIO-VALOR
      *Fora da faixa do cargo e so aviso: o supervisor pode ter
      *negociado por fora, mas fica registrado na tela.
                   IF WS-TETO-DO-CARGO > ZEROS AND
                           (SALARIO-VALOR < WS-PISO-DO-CARGO OR
                            SALARIO-VALOR > WS-TETO-DO-CARGO)
                       DISPLAY 'AVISO: VALOR FORA DA FAIXA DO CARGO ('
                               WS-PISO-DO-CARGO ' A '
                               WS-TETO-DO-CARGO ').'
                   END-IF
                   WRITE SALARIO-REGISTRO
                       INVALID KEY
                           DISPLAY 'JA EXISTE VIGENCIA NESTA DATA PARA'
                                   ' ESTE FUNCIONARIO.'
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-INCLUIDOS
                           PERFORM REGISTRA-INCLUSAO-VIGENCIA
                   END-WRITE
               END-IF
               CLOSE ARQUIVO-SALARIO.

       REGISTRA-INCLUSAO-VIGENCIA.
      *Vigencia com mes anterior ao da digitacao e retroativa; o
      *aviso lembra de apurar as diferencas no PROG138.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           OPEN I-O ARQUIVO-VIGINC.
           IF WS-STATUS-ARQUIVO-VIGINC = '35'
               OPEN OUTPUT ARQUIVO-VIGINC
               CLOSE ARQUIVO-VIGINC
               OPEN I-O ARQUIVO-VIGINC.
           MOVE SALARIO-CODIGO-FUNC TO VIGINC-CODIGO-FUNC.
           MOVE SALARIO-DATA-VIGENCIA TO VIGINC-DATA-VIGENCIA.
           MOVE WS-DATA-HOJE TO VIGINC-DATA-INCLUSAO.
           MOVE WS-OPERADOR TO VIGINC-OPERADOR.
           MOVE 'N' TO VIGINC-APURADA.
           WRITE VIGINC-REGISTRO
               INVALID KEY
                   REWRITE VIGINC-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-VIGINC.
           IF SALARIO-DATA-VIGENCIA (1:6) < WS-DATA-HOJE (1:6)
               DISPLAY 'VIGENCIA RETROATIVA: APURE AS DIFERENCAS DOS'
                       ' MESES JA PAGOS NO PROG138.'.

       VALIDA-CARGO-NO-CADASTRO.
      *Sem o cadastro de cargos criado ainda, qualquer grafia passa
      *(comportamento de antes da implantacao do PROG100) e a faixa
