      *-------------+---------+----------------------------------------+
      * Responsavel |   Data  | Descri‡Æo da altera‡Æo                 |
      * ----------- + ------- + -------------------------------------- |
      * V.Azevedo   | 15/10/26| Submenu de relatorios na opcao 2       |
      * V.Azevedo   | 15/10/26| Lancador de lote na opcao 3 (PROG133)  |
      * V.Azevedo   | 15/10/26| Periodos fechados por empresa          |
      *-------------+---------+----------------------------------------+

       environment division.
              10  ws-mnem-codigo       pic x(04).
              10  ws-mnem-programa     pic x(08).
              10  ws-mnem-funcao       pic x(12).
       01 ws-tabela-relatorios.
      *submenu da opcao 2: relatorio -> programa chamado -> funcao
      *do perfil conferida no PROG120 (lista em FDPERMISSAO.cob).
          05  filler pic x(40) value
              'PROG52  REL-ANIVERS ANIVERSARIANTES     '.
          05  filler pic x(40) value
              'PROG58  REL-MOVCAD  MOVIMENTO CADASTRO  '.
          05  filler pic x(40) value
              'PROG73  REL-LISTAGEMLISTAGEM ORDENADA   '.
          05  filler pic x(40) value
              'PROG97  REL-CONTRACHCONTRACHEQUES       '.
          05  filler pic x(40) value
              'PROG98  REL-INFREND INFORME ANUAL       '.
          05  filler pic x(40) value
              'PROG102 REL-CUSTOCC CUSTO POR C.CUSTO   '.
          05  filler pic x(40) value
              'PROG111 REL-BALANCETBALANCETE           '.
          05  filler pic x(40) value
              'PROG67  REL-USOMENU USO DO MENU         '.
       01 filler redefines ws-tabela-relatorios.
          05  ws-rel occurs 8 times.
              10  ws-rel-programa      pic x(08).
              10  ws-rel-funcao        pic x(12).
              10  ws-rel-descricao     pic x(20).
       01 ws-submenu.
          05  ws-opc-sub               pic 9(01) value zeros.
          05  ws-ind-rel               pic 9(02) value zeros.
          05  ws-linha-sub             pic x(24) value spaces.
       01 ws-permissoes.
      *Perfil de permissao por funcao (permissoes.dat): o verificador
      *central PROG120 devolve S/N por opcao; opcao negada some do
           at 2320
           move zeros to ws-opc
           move spaces to ws-comando
           accept ws-comando at 1833 with prompt auto
           accept retorno from escape key
           if ws-comando (1:1) >= '0' and ws-comando (1:1) <= '9'
                 move ws-comando (1:1) to ws-opc (1:1)
           if ws-opc = 2
                 move 'RELATORIOS' to ws-desc-opcao
                 perform 900-grava-auditoria-menu
                 perform 010-menu-relatorios thru 010-fim
                 perform 002-desenha-menu
                 go to 001-testa-opc.

      *opcao EXECUTAR e restrita a supervisor (nivel 2) ou acima.
           if ws-opc = 3 and ws-nivel-operador < 2
           if ws-opc = 3
                 move 'EXECUTAR' to ws-desc-opcao
                 perform 900-grava-auditoria-menu
      *lancador de lote sob demanda (PROG133): parametros,
      *confirmacao, RETURN-CODE e registro no log_lote.log.
                 display ' '
                 display 'PROGRAMA_CORRENTE' upon environment-name
                 display 'PROG133' upon environment-value
                 call 'PROG133'
                     on exception
                         display 'PROGRAMA PROG133 NAO ENCONTRADO.'
                 end-call
                 cancel 'PROG133'
                 display 'TECLE ENTER PARA VOLTAR AO MENU...'
                 stop ' '
                 perform 002-desenha-menu
                 go to 001-testa-opc.

           if ws-opc = 4
                 move 'SAIR DO SISTEMA' to ws-desc-opcao
       009-fim.
           exit.

      *----------------------------------------------------------------+
      * submenu de relatorios (opcao 2): cada relatorio passa pelo    |
      * perfil (PROG120), vai para a auditoria do menu como a opcao   |
      * CADASTROS e volta ao submenu quando termina. 9, ESC ou PF3    |
      * voltam ao menu principal.                                     |
      *----------------------------------------------------------------+
       010-menu-relatorios.
           perform 011-desenha-relatorios
           display limpa-23
           display linha-amarela
           display "Defina o relatorio ou 9/ESC para voltar" at 2320
           move zeros to ws-opc-sub
           accept ws-opc-sub at 1833 with prompt auto
           accept retorno from escape key
           if esc or ws-pf3 or ws-opc-sub = 9
                 go to 010-fim.
           if ws-opc-sub < 1
                 go to 010-menu-relatorios.
           move ws-opc-sub to ws-ind-rel
           move ws-rel-funcao (ws-ind-rel) to ws-funcao-pedida
           call 'PROG120' using ws-operador-logado
               ws-funcao-pedida ws-permitido
           if ws-permitido = 'N'
                 perform 950-nega-opcao
                 go to 010-menu-relatorios.
           move spaces to ws-desc-opcao
           string 'REL ' ws-rel-programa (ws-ind-rel)
               delimited by size into ws-desc-opcao
           perform 900-grava-auditoria-menu
      *o PROG67 le a propria auditoria_menu.log: o log fica fechado
      *durante a chamada e e reaberto em extensao na volta.
           close arquivo-auditoria-menu
           display ' '
           display 'PROGRAMA_CORRENTE' upon environment-name
           display ws-rel-programa (ws-ind-rel) upon environment-value
           call ws-rel-programa (ws-ind-rel)
               on exception
                   display 'PROGRAMA ' ws-rel-programa (ws-ind-rel)
                           ' NAO ENCONTRADO.'
           end-call
      *cancel devolve o relatorio ao estado inicial (contadores e
      *arquivos) para a proxima escolha no mesmo submenu.
           cancel ws-rel-programa (ws-ind-rel)
           open extend arquivo-auditoria-menu
           display 'TECLE ENTER PARA VOLTAR AO MENU...'
           stop ' '
           go to 010-menu-relatorios.
       010-fim.
           exit.

       011-desenha-relatorios.
           display quadro.
           display "RELATORIOS" at 0722.
           perform 012-linha-relatorio
               varying ws-ind-rel from 1 by 1
                 until ws-ind-rel > 8.
           display "9) VOLTAR"           at 1622.
           display "   OPC: ?         "  at 1825.

      *relatorio fora do perfil do operador nem aparece no submenu.
       012-linha-relatorio.
           move ws-rel-funcao (ws-ind-rel) to ws-funcao-pedida
           call 'PROG120' using ws-operador-logado
               ws-funcao-pedida ws-permitido
           if ws-permitido = 'S'
                 move spaces to ws-linha-sub
                 string ws-ind-rel (2:1) ') '
                        ws-rel-descricao (ws-ind-rel)
                        delimited by size into ws-linha-sub
                 compute ws-pos-tela = 722 + (ws-ind-rel * 100)
                 display ws-linha-sub at ws-pos-tela.

       900-grava-auditoria-menu.
           accept ws-dataat from date yyyymmdd
           accept ws-horaat from time
                 end-string
           end-if
           display 'ARQUIVO_POSICOES' upon environment-name
           display ws-nome-arq-sessao upon environment-value

      *o fechamento de periodo da baixa (PROG50/PROG177) acompanha
      *o resultado da folha: a baixa de uma empresa nao fecha o mes
      *das outras.
           if ws-empresa-codigo = 1
                 move 'periodos_fechados.dat' to ws-nome-arq-sessao
           else
                 move spaces to ws-nome-arq-sessao
                 string 'periodos_fechados_E' ws-empresa-codigo
                     '.dat'
                     delimited by size into ws-nome-arq-sessao
                 end-string
           end-if
           display 'ARQUIVO_PERIODOS_FECHADOS' upon environment-name
           display ws-nome-arq-sessao upon environment-value.

       080-pede-empresa.
