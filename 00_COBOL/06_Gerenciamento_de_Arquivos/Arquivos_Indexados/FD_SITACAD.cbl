       FD  SITACAD.
       01  SITACAD-FILE.
      *Situacao academica do aluno na ultima apuracao de fim de
      *periodo (17_Situacao_Academica).
           05  SITACAD-STUDENT-ID       PIC 9(5).
           05  SITACAD-PERIODO          PIC 9(6).
      *Periodo letivo apurado, AAAAPP.
           05  SITACAD-MEDIA            PIC 9(2)V99.
           05  SITACAD-CURSOS-PERIODO   PIC 9(2).
           05  SITACAD-REPROV-PERIODO   PIC 9(2).
           05  SITACAD-REPROV-ACUMULADAS PIC 9(3).
      *Reprovacoes por nota ou por falta ate o periodo, inclusive.
           05  SITACAD-PROBATORIA       PIC X(1).
      *S = em situacao probatoria, N = regular.
           05  SITACAD-DATA             PIC 9(8).
