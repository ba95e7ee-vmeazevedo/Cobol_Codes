           DISPLAY '13. OPCOES DE BENEFICIO'.
           DISPLAY '14. DOCUMENTOS DE ADMISSAO'.
           DISPLAY '15. DADOS BANCARIOS E REMESSA'.
           DISPLAY '16. PENSAO ALIMENTICIA'.
           DISPLAY '17. ADIANTAMENTO QUINZENAL'.
           DISPLAY '18. BANCO DE HORAS'.
           DISPLAY '19. AVALIACAO DE DESEMPENHO'.
           DISPLAY '20. RECRUTAMENTO E SELECAO'.
           DISPLAY '21. TRANSFERENCIA ENTRE EMPRESAS'.
           DISPLAY '22. BENS E EPI EM CUSTODIA'.
           DISPLAY '23. SINDICATOS E CONTRIBUICAO SINDICAL'.
           DISPLAY '24. REEMBOLSO DE DESPESAS'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG117'.
           IF WS-OPCAO = 16
               MOVE 'FUNC-PENSAO' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG140'.
           IF WS-OPCAO = 17
               MOVE 'FUNC-ADIANTA' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG143'.
           IF WS-OPCAO = 18
               MOVE 'FUNC-BANCOHR' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG145'.
           IF WS-OPCAO = 19
               MOVE 'FUNC-AVALIAC' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG147'.
           IF WS-OPCAO = 20
               MOVE 'FUNC-RECRUTA' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG148'.
           IF WS-OPCAO = 21
               MOVE 'FUNC-TRANSF' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG149'.
           IF WS-OPCAO = 22
               MOVE 'FUNC-CUSTOD' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG150'.
           IF WS-OPCAO = 23
               MOVE 'FUNC-SINDIC' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG153'.
           IF WS-OPCAO = 24
               MOVE 'FUNC-REEMBOL' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG182'.
           IF WS-OPCAO < 1
               DISPLAY 'OPCAO INVALIDA.'.

