      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-FUSAO-CLIENTE.
       01  FUSAOCLI-REGISTRO.
           05 FUSAOCLI-CODIGO-ANTIGO PIC 9(4).
      *Codigo aposentado (mesmo tamanho de CLIENTE-CODIGO).
           05 FUSAOCLI-CODIGO-SOBREVIVENTE PIC 9(4).
      *Sempre o sobrevivente final: numa fusao em cadeia as fusoes
      *anteriores que apontavam para o aposentado sao reapontadas.
           05 FUSAOCLI-DATA PIC 9(8).
           05 FUSAOCLI-HORA PIC 9(6).
           05 FUSAOCLI-OPERADOR PIC X(8).
           05 FUSAOCLI-MOTIVO PIC X(30).
           05 FUSAOCLI-LIMITES-MOVIDOS PIC 9(2).
           05 FUSAOCLI-LIMITES-MANTIDOS PIC 9(2).
      *Limites do aposentado levados ao sobrevivente e limites em
      *que o sobrevivente ja tinha teto proprio na moeda (mantido).
