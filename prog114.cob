      *pedido e reimprime o recibo pelo spool central (PROG71), com
      *o nome do cliente de clientes.dat - uma operacao contestada
      *sempre casa com o papel.
      *O recibo da arbitragem entre moedas cobre as duas linhas do
      *par (ARBENT e ARBSAI, gravadas em seguida com o mesmo numero)
      *e sai com as duas.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'RECIBO-MESA-2VIA'.
       77  WS-IOF-EXIBE PIC Z(8)9.99.
       77  WS-ALIQUOTA-EXIBE PIC Z9.9999.
       77  WS-TEM-PERNA-ENTRADA PIC X VALUE 'N'.
       01  WS-PERNA-ENTRADA.
           05 WS-ENT-MOEDA PIC X(3).
           05 WS-ENT-VALOR PIC 9(9)V99.
           05 WS-ENT-TAXA PIC 9(5)V9(4).
           COPY 'WSCLIENTE.cob'.

      *-----------------------------------------------------------------
                   NOT AT END
                       IF MOV-RECIBO IS NUMERIC AND
                               MOV-RECIBO = WS-RECIBO-PEDIDO
                           PERFORM CONFERE-LINHA-DO-RECIBO
                       END-IF
               END-READ
           END-PERFORM.
       PROGRAM-DONE.
           GOBACK.

       CONFERE-LINHA-DO-RECIBO.
      *Perna que entra da arbitragem: guarda e segue ate a que sai,
      *que fecha o recibo.
           IF MOV-TIPO = 'ARBENT'
               MOVE 'S' TO WS-TEM-PERNA-ENTRADA
               MOVE MOV-MOEDA TO WS-ENT-MOEDA
               MOVE MOV-VALOR TO WS-ENT-VALOR
               MOVE MOV-TAXA TO WS-ENT-TAXA
           ELSE
               MOVE 'S' TO WS-ACHOU-RECIBO.

       BUSCA-NOME-CLIENTE.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE MOV-CLIENTE TO CLIENTE-CODIGO.
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TEM-PERNA-ENTRADA = 'S'
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'OPERACAO ARBENT  MOEDA ' WS-ENT-MOEDA
                      '  VALOR ' WS-ENT-VALOR
                      '  TAXA ' WS-ENT-TAXA
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'OPERACAO ' MOV-TIPO
                  '  MOEDA ' MOV-MOEDA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
      *Recibo anterior ao IOF nao tem a linha do imposto.
           IF MOV-VALOR-IOF IS NUMERIC AND
                   MOV-ALIQUOTA-IOF IS NUMERIC
               IF MOV-VALOR-IOF > ZEROS
                   MOVE MOV-ALIQUOTA-IOF TO WS-ALIQUOTA-EXIBE
                   MOVE MOV-VALOR-IOF TO WS-IOF-EXIBE
                   MOVE SPACES TO WS-LINHA-IMPRESSA
                   STRING 'IOF ' WS-ALIQUOTA-EXIBE
                          '%  VALOR DO IOF R$ ' WS-IOF-EXIBE
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
