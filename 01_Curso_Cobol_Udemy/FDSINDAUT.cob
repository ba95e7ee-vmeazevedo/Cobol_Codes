      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-SINDAUT.
       01  SINDAUT-REGISTRO.
           05 SINDAUT-CODIGO-FUNC PIC 9(6).
           05 SINDAUT-SITUACAO PIC X(1).
      *A = autorizado, R = autorizacao revogada.
           05 SINDAUT-DATA-AUTORIZACAO PIC 9(8).
      *Data da carta de autorizacao assinada pelo funcionario.
           05 SINDAUT-DATA-REVOGACAO PIC 9(8).
           05 SINDAUT-OPERADOR PIC X(8).
