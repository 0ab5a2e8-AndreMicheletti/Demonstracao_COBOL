                         GRAVACAO DO RUNCTL E TAMBEM ACUMULADA NO
                         HISTORICO DE EXECUCOES (RUNHIST), QUE
                         ALIMENTA O RELATORIO DE TENDENCIA DA JANELA
                         BATCH DO EX29. A DATA DA CADEIA E A DATA DE
                         PROCESSAMENTO DO DATAPROC (DATA, DATA
                         ANTERIOR, INDICADOR DE FIM DE MES E SITUACAO),
                         USADA POR TODOS OS PROGRAMAS NO LUGAR DO
                         RELOGIO. SO QUANDO A CADEIA TERMINA SEM ERRO A
                         DATA E MARCADA PROCESSADA E AVANCADA PARA O
                         PROXIMO DIA UTIL, PULANDO SABADOS, DOMINGOS E
                         OS FERIADOS DO CALENDARIO (FERIADOS). UMA DATA
                         JA PROCESSADA NAO REEXECUTA A CADEIA: O EX05 SO
                         CONCLUI O AVANCO QUE FICOU PENDENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT OPTIONAL RUNHIST ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FERIADOS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CADMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERC.DAT".
       01 REG-CADMERC PIC X(59).

       FD MOVMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERC.DAT".
       01 REG-MOVMERC.
              02 FILLER            PIC X(53).
              02 TIPO-ATUALIZ-D    PIC X.
                     88 INCLUSAO-CAD-D VALUE "1".
                     88 EXCLUSAO-CAD-D VALUE "3".
       FD ATUMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERC.DAT".
       01 REG-ATUMERC PIC X(59).

       FD ARQPEND
       LABEL RECORD ARE STANDARD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVPEND.DAT".
       01 REG-MOVPEND.
              02 FILLER            PIC X(53).
              02 TIPO-PEND-CAD-D   PIC X.
                     88 INCLUSAO-PCAD-D VALUE "1".
                     88 EXCLUSAO-PCAD-D VALUE "3".

       01 REG-RUNHIST PIC X(62).

       FD DATAPROC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "DATAPROC.DAT".

       01 REG-DATAPROC PIC X(18).

       FD FERIADOS
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "FERIADOS.DAT".

       01 REG-FERIADOS.
              02 DATA-FER      PIC 9(8).
              02 DESCRICAO-FER PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-FIM PIC X VALUE "N".
              88 FIM-ARQUIVO VALUE "S".
              88 EX03-FEITO VALUE "S".
       77 WS-RETOMADA PIC X VALUE "N".
              88 RETOMADA VALUE "S".
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-FIM-FER PIC X VALUE "N".
              88 FIM-FER VALUE "S".
       77 WS-JA-PROCESSADA PIC X VALUE "N".
              88 DATA-JA-PROCESSADA VALUE "S".
       77 WS-CADEIA-FECHADA PIC X VALUE "N".
              88 CADEIA-FECHADA VALUE "S".
       77 WS-DIA-UTIL PIC X VALUE "N".
              88 DIA-UTIL VALUE "S".
       77 WS-FIM-MES-CALC PIC X VALUE "N".
       77 WS-PROX-DATA PIC 9(8) VALUE ZEROES.
       77 WS-MES-DATA PIC 9(6) VALUE ZEROES.
       77 WS-MES-PROX PIC 9(6) VALUE ZEROES.
       77 WS-QTD-FER PIC 999 VALUE ZEROES.
       77 WS-IDX-FER PIC 999 VALUE ZEROES.
       77 WS-DIAS-NO-MES PIC 99 VALUE ZEROES.
       77 WS-DIA-SEMANA PIC 9 VALUE ZEROES.
       77 WS-SEMANAS PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-CONV PIC 9(7) VALUE ZEROES.
       77 WS-ANO-ANT PIC 9(4) VALUE ZEROES.
       77 WS-Q4   PIC 9(4) VALUE ZEROES.
       77 WS-Q100 PIC 9(4) VALUE ZEROES.
       77 WS-Q400 PIC 9(4) VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4   PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-100 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-400 PIC 9(4) VALUE ZEROES.

       01 WS-HORA-TIME.
              02 WS-HHMMSS PIC 9(6).
              02 FILLER    PIC 99.

       01 WS-DATAPROC.
              02 WS-DATA-PROC PIC 9(8).
              02 WS-DATA-ANT  PIC 9(8).
              02 WS-FIM-MES   PIC X.
              02 WS-SITUACAO  PIC X.
                     88 SITUACAO-ABERTA     VALUE "A".
                     88 SITUACAO-PROCESSADA VALUE "P".

       01 WS-DT-CONV.
              02 WS-DC-ANO PIC 9(4).
              02 WS-DC-MES PIC 9(2).
              02 WS-DC-DIA PIC 9(2).
       01 WS-DT-CONV-N REDEFINES WS-DT-CONV PIC 9(8).

       01 ACUM-MES-LIT PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 TAB-ACUM-MES REDEFINES ACUM-MES-LIT.
              02 ACUM-MES PIC 9(3) OCCURS 12 TIMES.

       01 DIAS-MES-LIT PIC X(24) VALUE
              "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES DIAS-MES-LIT.
              02 DIAS-MES PIC 99 OCCURS 12 TIMES.

       01 TAB-FERIADOS.
              02 FER-DATA PIC 9(8) OCCURS 500 TIMES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM ABRE-DATAPROC.
              PERFORM VERIFICA-RUNCTL.
              IF CADEIA-FECHADA
                     MOVE "S" TO WS-JA-PROCESSADA.
              IF DATA-JA-PROCESSADA
                     PERFORM CONCLUI-DATA-PROCESSADA
                     STOP RUN.
              OPEN EXTEND RUNCTL.
              OPEN EXTEND RUNHIST.
              PERFORM GRAVA-CADEIA-INICIO.
                     DISPLAY "EX05: EX03 JA CONCLUIDO - PULANDO"
              ELSE
                     PERFORM EXECUTA-EX03.
              PERFORM MARCA-DATA-PROCESSADA.
              PERFORM GRAVA-CADEIA-FIM.
              CLOSE RUNCTL RUNHIST.
              DISPLAY "EX05: CADEIA NOTURNA CONCLUIDA COM SUCESSO".
              PERFORM AVANCA-DATAPROC.
              STOP RUN.

       ABRE-DATAPROC.
              OPEN INPUT DATAPROC.
              READ DATAPROC INTO WS-DATAPROC
                     AT END MOVE "S" TO WS-FIM-DPR.
              CLOSE DATAPROC.
              IF FIM-DPR
                     DISPLAY "ERRO: DATAPROC.DAT AUSENTE OU VAZIO - "
                        "DATA DE PROCESSAMENTO NAO INFORMADA"
                     STOP RUN.
              IF WS-DATA-PROC NOT NUMERIC
                 OR WS-DATA-PROC EQUAL ZEROES
                     DISPLAY "ERRO: DATA DE PROCESSAMENTO INVALIDA NO "
                        "DATAPROC: " WS-DATA-PROC
                     STOP RUN.
              MOVE WS-DATA-PROC TO WS-DT-CONV-N.
              PERFORM CONSISTE-DATA-PROC.
              IF WS-DATA-ANT NOT NUMERIC
                     MOVE ZEROES TO WS-DATA-ANT.
              IF WS-DATA-PROC NOT GREATER THAN WS-DATA-ANT
                     DISPLAY "ERRO: DATA DE PROCESSAMENTO "
                        WS-DATA-PROC " NAO E POSTERIOR A DATA "
                        "ANTERIOR " WS-DATA-ANT " NO DATAPROC"
                     STOP RUN.
              IF SITUACAO-PROCESSADA
                     MOVE "S" TO WS-JA-PROCESSADA
              ELSE
              IF NOT SITUACAO-ABERTA
                     DISPLAY "ERRO: SITUACAO INVALIDA NO DATAPROC: "
                        WS-SITUACAO
                     STOP RUN.
              MOVE WS-DATA-PROC TO WS-DATA-HOJE.
              PERFORM CARREGA-FERIADOS.
              PERFORM CALCULA-FIM-MES.
              IF NOT DATA-JA-PROCESSADA
                 AND WS-FIM-MES-CALC NOT EQUAL WS-FIM-MES
                     MOVE WS-FIM-MES-CALC TO WS-FIM-MES
                     PERFORM GRAVA-DATAPROC
                     DISPLAY "EX05: INDICADOR DE FIM DE MES DE "
                        WS-DATA-HOJE " AJUSTADO PARA " WS-FIM-MES.
              DISPLAY "EX05: DATA DE PROCESSAMENTO " WS-DATA-HOJE
                 " (FIM DE MES: " WS-FIM-MES ")".

       CONSISTE-DATA-PROC.
              MOVE ZEROES TO WS-DIAS-NO-MES.
              IF WS-DC-MES > ZEROES AND WS-DC-MES < 13
                     PERFORM DIAS-DO-MES.
              IF WS-DC-DIA < 1 OR WS-DC-DIA > WS-DIAS-NO-MES
                     DISPLAY "ERRO: DATA DE PROCESSAMENTO INVALIDA NO "
                        "DATAPROC: " WS-DATA-PROC
                     STOP RUN.

       CARREGA-FERIADOS.
              MOVE ZEROES TO WS-QTD-FER.
              OPEN INPUT FERIADOS.
              PERFORM LE-FERIADO.
              PERFORM GUARDA-FERIADO UNTIL FIM-FER.
              CLOSE FERIADOS.
              IF WS-QTD-FER EQUAL ZEROES
                     DISPLAY "EX05: AVISO - NENHUM FERIADO FUTURO NO "
                        "FERIADOS, SO SABADOS E DOMINGOS SAO PULADOS".

       LE-FERIADO.
              READ FERIADOS AT END MOVE "S" TO WS-FIM-FER.

       GUARDA-FERIADO.
              IF DATA-FER NUMERIC AND DATA-FER > WS-DATA-HOJE
                     IF WS-QTD-FER NOT LESS THAN 500
                            DISPLAY "ERRO: MAIS DE 500 FERIADOS "
                               "FUTUROS NO FERIADOS"
                            STOP RUN
                     END-IF
                     ADD 1 TO WS-QTD-FER
                     MOVE DATA-FER TO FER-DATA(WS-QTD-FER).
              PERFORM LE-FERIADO.

       CALCULA-FIM-MES.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              PERFORM SOMA-UM-DIA.
              PERFORM SOMA-UM-DIA UNTIL DIA-UTIL.
              MOVE WS-DT-CONV-N TO WS-PROX-DATA.
              DIVIDE WS-DATA-HOJE BY 100 GIVING WS-MES-DATA.
              DIVIDE WS-PROX-DATA BY 100 GIVING WS-MES-PROX.
              IF WS-MES-PROX NOT EQUAL WS-MES-DATA
                     MOVE "S" TO WS-FIM-MES-CALC
              ELSE
                     MOVE "N" TO WS-FIM-MES-CALC.

       SOMA-UM-DIA.
              ADD 1 TO WS-DC-DIA.
              PERFORM DIAS-DO-MES.
              IF WS-DC-DIA > WS-DIAS-NO-MES
                     MOVE 1 TO WS-DC-DIA
                     ADD 1 TO WS-DC-MES.
              IF WS-DC-MES > 12
                     MOVE 1 TO WS-DC-MES
                     ADD 1 TO WS-DC-ANO.
              PERFORM AVALIA-DIA-UTIL.

       DIAS-DO-MES.
              MOVE DIAS-MES(WS-DC-MES) TO WS-DIAS-NO-MES.
              IF WS-DC-MES EQUAL 2
                     PERFORM VERIFICA-BISSEXTO
                     IF WS-RESTO-4 EQUAL ZEROES
                        AND (WS-RESTO-100 NOT EQUAL ZEROES
                             OR WS-RESTO-400 EQUAL ZEROES)
                            ADD 1 TO WS-DIAS-NO-MES.

       AVALIA-DIA-UTIL.
              MOVE "S" TO WS-DIA-UTIL.
              PERFORM CONVERTE-DATA-DIAS.
              DIVIDE WS-DIAS-CONV BY 7
                     GIVING WS-SEMANAS REMAINDER WS-DIA-SEMANA.
              IF WS-DIA-SEMANA EQUAL 0 OR WS-DIA-SEMANA EQUAL 1
                     MOVE "N" TO WS-DIA-UTIL
              ELSE
                     PERFORM COMPARA-FERIADO
                            VARYING WS-IDX-FER FROM 1 BY 1
                            UNTIL WS-IDX-FER > WS-QTD-FER
                            OR NOT DIA-UTIL.

       COMPARA-FERIADO.
              IF FER-DATA(WS-IDX-FER) EQUAL WS-DT-CONV-N
                     MOVE "N" TO WS-DIA-UTIL.

       CONVERTE-DATA-DIAS.
              COMPUTE WS-ANO-ANT = WS-DC-ANO - 1.
              DIVIDE WS-ANO-ANT BY 4 GIVING WS-Q4.
              DIVIDE WS-ANO-ANT BY 100 GIVING WS-Q100.
              DIVIDE WS-ANO-ANT BY 400 GIVING WS-Q400.
              COMPUTE WS-DIAS-CONV =
                     WS-DC-ANO * 365 + WS-Q4 - WS-Q100 + WS-Q400
                     + ACUM-MES(WS-DC-MES) + WS-DC-DIA.
              IF WS-DC-MES > 2
                     PERFORM SOMA-BISSEXTO.

       SOMA-BISSEXTO.
              PERFORM VERIFICA-BISSEXTO.
              IF WS-RESTO-4 EQUAL ZEROES
                 AND (WS-RESTO-100 NOT EQUAL ZEROES
                      OR WS-RESTO-400 EQUAL ZEROES)
                     ADD 1 TO WS-DIAS-CONV.

       VERIFICA-BISSEXTO.
              DIVIDE WS-DC-ANO BY 4
                     GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4.
              DIVIDE WS-DC-ANO BY 100
                     GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100.
              DIVIDE WS-DC-ANO BY 400
                     GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400.

       CONCLUI-DATA-PROCESSADA.
              DISPLAY "EX05: DATA " WS-DATA-HOJE " JA PROCESSADA - "
                 "CADEIA NAO REEXECUTADA, SO O AVANCO DA DATA".
              IF NOT CADEIA-FECHADA
                     OPEN EXTEND RUNCTL
                     OPEN EXTEND RUNHIST
                     PERFORM GRAVA-CADEIA-FIM
                     CLOSE RUNCTL RUNHIST.
              PERFORM AVANCA-DATAPROC.

       MARCA-DATA-PROCESSADA.
              MOVE "P" TO WS-SITUACAO.
              PERFORM GRAVA-DATAPROC.

       AVANCA-DATAPROC.
              MOVE WS-DATA-HOJE TO WS-DATA-ANT.
              MOVE WS-PROX-DATA TO WS-DATA-PROC.
              MOVE WS-PROX-DATA TO WS-DATA-HOJE.
              PERFORM CALCULA-FIM-MES.
              MOVE WS-FIM-MES-CALC TO WS-FIM-MES.
              MOVE "A" TO WS-SITUACAO.
              PERFORM GRAVA-DATAPROC.
              DISPLAY "EX05: DATA DE PROCESSAMENTO AVANCADA PARA "
                 WS-DATA-PROC " (FIM DE MES: " WS-FIM-MES ")".

       GRAVA-DATAPROC.
              OPEN OUTPUT DATAPROC.
              WRITE REG-DATAPROC FROM WS-DATAPROC.
              CLOSE DATAPROC.

       VERIFICA-RUNCTL.
              OPEN INPUT RUNCTL.
              MOVE "N" TO WS-FIM-CTL.

       AVALIA-CTL.
              IF STEP-CTL EQUAL "CADEIA  "
                     PERFORM AVALIA-CADEIA
                     PERFORM LIMPA-FLAGS
              ELSE
                     IF EVENTO-CTL EQUAL "FIM     "
                        AND RESULT-CTL EQUAL "OK      "
                            PERFORM MARCA-STEP.

       AVALIA-CADEIA.
              IF DATA-CTL EQUAL WS-DATA-HOJE
                     IF EVENTO-CTL EQUAL "FIM     "
                        AND RESULT-CTL EQUAL "OK      "
                            MOVE "S" TO WS-CADEIA-FECHADA
                     ELSE
                            MOVE "N" TO WS-CADEIA-FECHADA.

       LIMPA-FLAGS.
              IF (EVENTO-CTL EQUAL "INICIO  "
                 AND RESULT-CTL EQUAL "NORMAL  ")
