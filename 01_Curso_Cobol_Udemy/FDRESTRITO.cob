      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-RESTRITO.
       01  RESTR-REGISTRO.
           05 RESTR-ID PIC 9(6).
      *Identificador da pessoa na lista de origem; estavel entre as
      *cargas, e o que liga a ocorrencia de triagem a pessoa listada.
           05 RESTR-CPF PIC X(11).
      *Em branco quando a lista so traz o nome.
           05 RESTR-NOME PIC X(40).
           05 RESTR-ORIGEM PIC X(20).
      *Lista de onde a pessoa veio (sancoes, PEP, judicial...).
           05 RESTR-DATA-CARGA PIC 9(8).
      *Data da carga que trouxe a linha (AAAAMMDD).
