       PROGRAM-ID. PROG78.
      *Distribuidor central do proximo codigo livre por cadastro:
      *    CALL 'PROG78' USING <cadastro> <codigo>
      *com <cadastro> = 'FUNCIONARIOS', 'CLIENTES' ou 'REQUISICOES'
      *(numero das requisicoes de contratacao). O contador vive
      *em controle_codigos.dat (indexado); a leitura, o incremento e
      *a regravacao acontecem dentro de um unico OPEN I-O, entao duas
      *sessoes nunca recebem o mesmo numero. Quem recebe o codigo
