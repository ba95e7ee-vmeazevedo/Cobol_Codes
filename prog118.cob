      *Eventos trabalhistas para o orgao do governo, a partir da
      *trilha de auditoria (auditoria_funcionarios.log): INCLUSAO
      *vira evento A (admissao), EXCLUSAO aprovada no PROG83 vira
      *evento D (desligamento) e mudanca de DEPARTAMENTO ou
      *TRANSFERENCIA entre empresas vira evento M (alteracao
      *contratual). Cada evento ganha um numero de
      *sequencia proprio e entra no controle
      *(controle_eventos.dat) com a situacao G = gerado, T =
      *transmitido, R = com recibo; a geracao so emite eventos que
               MOVE 'D' TO WS-TIPO-EVENTO.
           IF WS-AUD-CAMPO = 'DEPARTAMENTO'
               MOVE 'M' TO WS-TIPO-EVENTO.
      *Transferencia entre empresas (PROG149): o evento sai da
      *trilha da empresa que recebe o funcionario.
           IF WS-AUD-CAMPO = 'TRANSFERENCIA'
               MOVE 'M' TO WS-TIPO-EVENTO.
           IF WS-TIPO-EVENTO NOT = SPACE AND
                   WS-AUD-CODIGO IS NUMERIC
               MOVE WS-AUD-CODIGO TO WS-CODIGO-DO-EVENTO
