      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG183.
      *Subprograma de calculo do adicional de risco (periculosidade
      *ou insalubridade) do mes, compartilhado pelo extrato da folha
      *(PROG42) e pela conferencia do liquido (PROG139):
      *    CALL 'PROG183' USING <acao> <codigo> <departamento> <cargo>
      *                         <salario> <data> <adicional> <grau>
      *                         <valor> <mes-afastado>
      *Acao C = calcular, F = fechar (fim da rodada). Vale a
      *classificacao vigente na data (riscos_ocupacionais.dat, PROG181)
      *do cargo e, sem ela ou encerrada com N, a do departamento.
      *Periculosidade incide sobre o salario; insalubridade pelo grau
      *sobre a base de parametros_adicionais.dat (PROG174), lido na
      *primeira chamada. Os dias afastados no mes da data
      *(afastamentos.dat) saem da proporcao. Devolve o adicional
      *(P, I ou espaco), o grau, o valor e S em <mes-afastado> quando
      *o funcionario ficou afastado o mes inteiro.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELRISCO.cob'.

           COPY 'SELAFASTAMENTO.cob'.

           SELECT ARQUIVO-PARAM-ADICIONAIS
           ASSIGN TO 'parametros_adicionais.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-ADIC.
      *Base e percentuais dos adicionais de risco, mantidos no
      *PROG174; sem o arquivo valem os percentuais da CLT e nao ha
      *base para a insalubridade.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDRISCO.cob'.

           COPY 'FDAFASTAMENTO.cob'.

       FD  ARQUIVO-PARAM-ADICIONAIS.
       01  PARAM-ADICIONAIS-LINHA.
           05 PARAM-ADIC-BASE-INSALUB PIC 9(7)V99.
           05 PARAM-ADIC-PERC-PERICUL PIC 9(03).
           05 PARAM-ADIC-PERC-GRAU-1 PIC 9(03).
           05 PARAM-ADIC-PERC-GRAU-2 PIC 9(03).
           05 PARAM-ADIC-PERC-GRAU-3 PIC 9(03).

       WORKING-STORAGE SECTION.
       77  WS-ARQUIVOS-ABERTOS PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-RISCO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-AFASTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-ADIC PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-RISCO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-AFASTAMENTO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-RISCO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-AFASTAMENTO PIC X VALUE 'N'.
       77  WS-ADIC-BASE-INSALUB PIC 9(7)V99 VALUE ZEROS.
       77  WS-ADIC-PERC-PERICUL PIC 9(03) VALUE 30.
       77  WS-ADIC-PERC-GRAU-1 PIC 9(03) VALUE 10.
       77  WS-ADIC-PERC-GRAU-2 PIC 9(03) VALUE 20.
       77  WS-ADIC-PERC-GRAU-3 PIC 9(03) VALUE 40.
       77  WS-RISCO-VIGENTE-ADIC PIC X VALUE SPACE.
       77  WS-RISCO-VIGENTE-GRAU PIC X VALUE SPACE.
       77  WS-RISCO-TIPO-ALVO PIC X VALUE SPACE.
       77  WS-RISCO-REFERENCIA PIC X(20) VALUE SPACES.
       77  WS-PERC-ADICIONAL PIC 9(03) VALUE ZEROS.
       77  WS-BASE-ADICIONAL PIC 9(7)V99 VALUE ZEROS.
       77  WS-PERIODO PIC 9(6) VALUE ZEROS.
       77  WS-INICIO-MES PIC 9(8) VALUE ZEROS.
       77  WS-FIM-MES PIC 9(8) VALUE ZEROS.
       77  WS-DIAS-DO-MES PIC 9(02) VALUE 30.
       77  WS-DIAS-AFASTADO PIC 9(02) VALUE ZEROS.
       77  WS-DIA-INICIO-AFAST PIC 9(02) VALUE ZEROS.
       77  WS-DIA-FIM-AFAST PIC 9(02) VALUE ZEROS.
       77  WS-ANO PIC 9(04) VALUE ZEROS.
       77  WS-MES PIC 9(02) VALUE ZEROS.
       77  WS-RESTO-ANO PIC 9(03) VALUE ZEROS.
       77  WS-QUOCIENTE-ANO PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-ACAO PIC X(1).
       01  LK-CODIGO-FUNC PIC 9(6).
       01  LK-DEPARTAMENTO PIC 9(4).
       01  LK-CARGO PIC X(20).
       01  LK-SALARIO PIC 9(7)V99.
       01  LK-DATA-REF PIC 9(8).
       01  LK-ADICIONAL PIC X(1).
       01  LK-GRAU PIC X(1).
       01  LK-VALOR PIC 9(7)V99.
       01  LK-MES-AFASTADO PIC X(1).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAO LK-CODIGO-FUNC LK-DEPARTAMENTO
                                LK-CARGO LK-SALARIO LK-DATA-REF
                                LK-ADICIONAL LK-GRAU LK-VALOR
                                LK-MES-AFASTADO.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           IF LK-ACAO = 'F'
               PERFORM FECHA-ARQUIVOS
               GOBACK.

           IF WS-ARQUIVOS-ABERTOS = 'N'
               PERFORM ABRE-ARQUIVOS
               MOVE 'S' TO WS-ARQUIVOS-ABERTOS.

           MOVE SPACE TO LK-ADICIONAL.
           MOVE SPACE TO LK-GRAU.
           MOVE ZEROS TO LK-VALOR.
           MOVE 'N' TO LK-MES-AFASTADO.
      *Sem classificacoes de risco nao ha adicional.
           IF WS-TEM-ARQ-RISCO = 'N'
               GOBACK.

           IF LK-CARGO NOT = SPACES
               MOVE 'C' TO RISCO-TIPO
               MOVE LK-CARGO TO WS-RISCO-REFERENCIA
               PERFORM BUSCA-RISCO-VIGENTE.
           IF LK-ADICIONAL NOT = 'P' AND LK-ADICIONAL NOT = 'I'
               MOVE 'D' TO RISCO-TIPO
               MOVE SPACES TO WS-RISCO-REFERENCIA
               MOVE LK-DEPARTAMENTO TO WS-RISCO-REFERENCIA (1:4)
               PERFORM BUSCA-RISCO-VIGENTE.
           IF LK-ADICIONAL = 'P' OR LK-ADICIONAL = 'I'
               PERFORM CALCULA-ADICIONAL-RISCO
           ELSE
               MOVE SPACE TO LK-ADICIONAL
               MOVE SPACE TO LK-GRAU.

       PROGRAM-DONE.
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQUIVO-RISCO.
           IF WS-STATUS-ARQUIVO-RISCO = '00'
               MOVE 'S' TO WS-TEM-ARQ-RISCO
               PERFORM LE-PARAMETROS-ADICIONAIS
               OPEN INPUT ARQUIVO-AFASTAMENTO
               IF WS-STATUS-ARQUIVO-AFASTAMENTO = '00'
                   MOVE 'S' TO WS-TEM-ARQ-AFASTAMENTO
               END-IF
           END-IF.

       FECHA-ARQUIVOS.
      *A proxima chamada de calculo reabre os arquivos e rele os
      *parametros.
           IF WS-ARQUIVOS-ABERTOS = 'S'
               IF WS-TEM-ARQ-RISCO = 'S'
                   CLOSE ARQUIVO-RISCO
                   MOVE 'N' TO WS-TEM-ARQ-RISCO
               END-IF
               IF WS-TEM-ARQ-AFASTAMENTO = 'S'
                   CLOSE ARQUIVO-AFASTAMENTO
                   MOVE 'N' TO WS-TEM-ARQ-AFASTAMENTO
               END-IF
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.

       LE-PARAMETROS-ADICIONAIS.
           MOVE ZEROS TO WS-ADIC-BASE-INSALUB.
           MOVE 30 TO WS-ADIC-PERC-PERICUL.
           MOVE 10 TO WS-ADIC-PERC-GRAU-1.
           MOVE 20 TO WS-ADIC-PERC-GRAU-2.
           MOVE 40 TO WS-ADIC-PERC-GRAU-3.
           OPEN INPUT ARQUIVO-PARAM-ADICIONAIS.
           IF WS-STATUS-PARAM-ADIC = '00'
               READ ARQUIVO-PARAM-ADICIONAIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-ADIC-BASE-INSALUB IS NUMERIC
                           MOVE PARAM-ADIC-BASE-INSALUB
                               TO WS-ADIC-BASE-INSALUB
                       END-IF
                       IF PARAM-ADIC-PERC-PERICUL IS NUMERIC AND
                               PARAM-ADIC-PERC-PERICUL > ZEROS
                           MOVE PARAM-ADIC-PERC-PERICUL
                               TO WS-ADIC-PERC-PERICUL
                       END-IF
                       IF PARAM-ADIC-PERC-GRAU-1 IS NUMERIC AND
                               PARAM-ADIC-PERC-GRAU-1 > ZEROS
                           MOVE PARAM-ADIC-PERC-GRAU-1
                               TO WS-ADIC-PERC-GRAU-1
                       END-IF
                       IF PARAM-ADIC-PERC-GRAU-2 IS NUMERIC AND
                               PARAM-ADIC-PERC-GRAU-2 > ZEROS
                           MOVE PARAM-ADIC-PERC-GRAU-2
                               TO WS-ADIC-PERC-GRAU-2
                       END-IF
                       IF PARAM-ADIC-PERC-GRAU-3 IS NUMERIC AND
                               PARAM-ADIC-PERC-GRAU-3 > ZEROS
                           MOVE PARAM-ADIC-PERC-GRAU-3
                               TO WS-ADIC-PERC-GRAU-3
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-ADICIONAIS
           END-IF.
           IF WS-ADIC-BASE-INSALUB = ZEROS
               DISPLAY 'parametros_adicionais.dat SEM BASE DA'
                       ' INSALUBRIDADE; INSALUBRIDADE NAO SERA'
                       ' CALCULADA.'.

       BUSCA-RISCO-VIGENTE.
      *Ultima vigencia da referencia ate a data, como no historico
      *salarial.
           MOVE SPACE TO WS-RISCO-VIGENTE-ADIC.
           MOVE SPACE TO WS-RISCO-VIGENTE-GRAU.
           MOVE RISCO-TIPO TO WS-RISCO-TIPO-ALVO.
           MOVE WS-RISCO-REFERENCIA TO RISCO-REFERENCIA.
           MOVE ZEROS TO RISCO-VIGENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-RISCO.
           START ARQUIVO-RISCO KEY IS NOT LESS THAN RISCO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-RISCO.
           IF FINAL-ARQUIVO-RISCO = 'N'
               READ ARQUIVO-RISCO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-RISCO
               END-READ.
           PERFORM GUARDA-RISCO-VIGENTE
               UNTIL FINAL-ARQUIVO-RISCO = 'S' OR
                     RISCO-TIPO NOT = WS-RISCO-TIPO-ALVO OR
                     RISCO-REFERENCIA NOT = WS-RISCO-REFERENCIA OR
                     RISCO-VIGENCIA > LK-DATA-REF.
           MOVE WS-RISCO-VIGENTE-ADIC TO LK-ADICIONAL.
           MOVE WS-RISCO-VIGENTE-GRAU TO LK-GRAU.

       GUARDA-RISCO-VIGENTE.
           MOVE RISCO-ADICIONAL TO WS-RISCO-VIGENTE-ADIC.
           MOVE RISCO-GRAU TO WS-RISCO-VIGENTE-GRAU.
           READ ARQUIVO-RISCO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-RISCO.

       CALCULA-ADICIONAL-RISCO.
           MOVE ZEROS TO WS-PERC-ADICIONAL.
           IF LK-ADICIONAL = 'P'
               MOVE LK-SALARIO TO WS-BASE-ADICIONAL
               MOVE WS-ADIC-PERC-PERICUL TO WS-PERC-ADICIONAL
           ELSE
               MOVE WS-ADIC-BASE-INSALUB TO WS-BASE-ADICIONAL
               IF LK-GRAU = '1'
                   MOVE WS-ADIC-PERC-GRAU-1 TO WS-PERC-ADICIONAL
               END-IF
               IF LK-GRAU = '2'
                   MOVE WS-ADIC-PERC-GRAU-2 TO WS-PERC-ADICIONAL
               END-IF
               IF LK-GRAU = '3'
                   MOVE WS-ADIC-PERC-GRAU-3 TO WS-PERC-ADICIONAL
               END-IF
           END-IF.
           PERFORM CALCULA-DIAS-DO-MES.
           PERFORM CONTA-DIAS-AFASTADO.
           IF WS-DIAS-AFASTADO < WS-DIAS-DO-MES
               COMPUTE LK-VALOR ROUNDED =
                   WS-BASE-ADICIONAL * WS-PERC-ADICIONAL / 100 *
                   (WS-DIAS-DO-MES - WS-DIAS-AFASTADO) /
                   WS-DIAS-DO-MES
           ELSE
               MOVE ZEROS TO LK-VALOR
               MOVE 'S' TO LK-MES-AFASTADO.

       CALCULA-DIAS-DO-MES.
      *Dias corridos do mes da data, base da proporcao do adicional.
           COMPUTE WS-PERIODO = LK-DATA-REF / 100.
           DIVIDE WS-PERIODO BY 100
               GIVING WS-ANO REMAINDER WS-MES.
           MOVE 31 TO WS-DIAS-DO-MES.
           IF WS-MES = 4 OR WS-MES = 6 OR WS-MES = 9 OR WS-MES = 11
               MOVE 30 TO WS-DIAS-DO-MES.
           IF WS-MES = 2
               MOVE 28 TO WS-DIAS-DO-MES
               DIVIDE WS-ANO BY 4
                   GIVING WS-QUOCIENTE-ANO REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO = ZEROS
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
               DIVIDE WS-ANO BY 100
                   GIVING WS-QUOCIENTE-ANO REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO = ZEROS
                   MOVE 28 TO WS-DIAS-DO-MES
               END-IF
               DIVIDE WS-ANO BY 400
                   GIVING WS-QUOCIENTE-ANO REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO = ZEROS
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF.
           COMPUTE WS-INICIO-MES = WS-PERIODO * 100 + 1.
           COMPUTE WS-FIM-MES = WS-PERIODO * 100 + 31.

       CONTA-DIAS-AFASTADO.
      *Dias do mes dentro de algum afastamento: do inicio (ou dia 1)
      *ate a vespera do retorno efetivo (ou o fim do mes, sem
      *retorno).
           MOVE ZEROS TO WS-DIAS-AFASTADO.
           IF WS-TEM-ARQ-AFASTAMENTO = 'S'
               MOVE LK-CODIGO-FUNC TO AFASTAMENTO-CODIGO-FUNC
               MOVE ZEROS TO AFASTAMENTO-DATA-INICIO
               MOVE 'N' TO FINAL-ARQUIVO-AFASTAMENTO
               START ARQUIVO-AFASTAMENTO
                       KEY IS NOT LESS THAN AFASTAMENTO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO
               END-START
               IF FINAL-ARQUIVO-AFASTAMENTO = 'N'
                   READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO
                   END-READ
               END-IF
               PERFORM SOMA-DIAS-UM-AFASTAMENTO
                   UNTIL FINAL-ARQUIVO-AFASTAMENTO = 'S' OR
                         AFASTAMENTO-CODIGO-FUNC NOT = LK-CODIGO-FUNC
           END-IF.
           IF WS-DIAS-AFASTADO > WS-DIAS-DO-MES
               MOVE WS-DIAS-DO-MES TO WS-DIAS-AFASTADO.

       SOMA-DIAS-UM-AFASTAMENTO.
           IF AFASTAMENTO-DATA-INICIO NOT > WS-FIM-MES AND
                   (AFASTAMENTO-RETORNO-EFETIVO = ZEROS OR
                    AFASTAMENTO-RETORNO-EFETIVO > WS-INICIO-MES)
               MOVE 1 TO WS-DIA-INICIO-AFAST
               IF AFASTAMENTO-DATA-INICIO > WS-INICIO-MES
                   COMPUTE WS-DIA-INICIO-AFAST =
                       AFASTAMENTO-DATA-INICIO - WS-PERIODO * 100
               END-IF
               COMPUTE WS-DIA-FIM-AFAST = WS-DIAS-DO-MES + 1
               IF AFASTAMENTO-RETORNO-EFETIVO > ZEROS AND
                       AFASTAMENTO-RETORNO-EFETIVO NOT > WS-FIM-MES
                   COMPUTE WS-DIA-FIM-AFAST =
                       AFASTAMENTO-RETORNO-EFETIVO - WS-PERIODO * 100
               END-IF
               IF WS-DIA-FIM-AFAST > WS-DIA-INICIO-AFAST
                   COMPUTE WS-DIAS-AFASTADO = WS-DIAS-AFASTADO +
                       WS-DIA-FIM-AFAST - WS-DIA-INICIO-AFAST
               END-IF
           END-IF.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO.
