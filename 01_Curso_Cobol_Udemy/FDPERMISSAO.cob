      *EXECUTAR (opcoes do menu; o salto rapido CAD confere a MESMA
      *funcao CADASTROS), FUNC-INCLUIR, FUNC-ALTERAR, FUNC-EXCLUIR,
      *FUNC-CONTRATO, FUNC-AFASTAM, FUNC-EMPREST, FUNC-BENEF,
      *FUNC-DOCADM, FUNC-BANCO, FUNC-PENSAO, FUNC-ADIANTA,
      *FUNC-BANCOHR, FUNC-AVALIAC, FUNC-RECRUTA, FUNC-TRANSF,
      *FUNC-CUSTOD, FUNC-SINDIC, FUNC-REEMBOL (sub-funcoes do
      *PROG40),
      *CLI-INCLUIR, CLI-ALTERAR, CLI-EXCLUIR,
      *CLI-FUNDIR (sub-funcoes do PROG48), e os saltos rapidos do
      *menu sem opcao propria no quadro: CLI, DEP, SAL, AUD, OPE,
      *PON, MESA, TAXA, FER. Relatorios do submenu da opcao 2:
      *REL-ANIVERS, REL-MOVCAD, REL-LISTAGEM, REL-CONTRACH,
      *REL-INFREND, REL-CUSTOCC, REL-BALANCET, REL-USOMENU.
      *Aprovacoes com segregacao de funcoes: EXCL-APROVA (PROG83),
      *MESA-ESTORNO (PROG107) e TAXA-LIBERA (liberacao do bloqueio
      *de variacao no PROG64); o PROG173 aponta o perfil que junta
      *uma delas com a funcao que origina o pedido (FUNC-EXCLUIR,
      *MESA, TAXA).
      *PERIODO-LIB: supervisor que libera alteracao em periodo da
      *folha ja fechado (PROG177).
      *A presenca da linha libera; operador SEM nenhuma linha
      *continua regido so pelo nivel, como antes do perfil existir.
