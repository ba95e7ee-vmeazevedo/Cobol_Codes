           SELECT ARQUIVO-OPERFUNC
           ASSIGN TO 'operador_funcionario.dat'
           ORGANIZATION IS INDEXED
      *Vinculo do operador do sistema com o seu cadastro de
      *funcionario, mantido pelo administrador no PROG53; e por ele
      *que se sabe se quem esta logado e o gestor de um
      *departamento (DEPARTAMENTO-GESTOR).
           RECORD KEY IS OPERFUNC-OPERADOR
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-OPERFUNC.
      *O status permite criar o arquivo no primeiro vinculo
      *(status 35) e tratar a ausencia dele sem cancelar.
