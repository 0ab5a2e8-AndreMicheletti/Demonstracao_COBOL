       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          FECHAMENTO MENSAL DO LOG DE MOVIMENTOS
                         (LOGMOV): CORTA O LOG PELO PERIODO DE
                         FECHAMENTO, GRAVA O ARQUIVO MORTO MENSAL
                         (LOGMARQ), REGRAVA O LOGMOV SO COM O PERIODO
                         EM ABERTO E EMITE UM EXTRATO DE MOVIMENTACAO
                         POR CONTA (RELCONTA) EM ORDEM DE DATA, COM
                         RESUMO DE OCORRENCIAS POR TIPO. O PERIODO VEM
                         DA DATA DE PROCESSAMENTO (DATAPROC): E O MES
                         DA DATA QUANDO ELA E O ULTIMO DIA UTIL DO MES,
                         OU O MES DA DATA ANTERIOR NO PRIMEIRO DIA UTIL
                         DO MES SEGUINTE; EM OUTRO DIA E RECUSADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOGMOV ASSIGN TO DISK
       DATA DIVISION.
       FILE SECTION.

       FD DATAPROC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "DATAPROC.DAT".

       01 REG-DATAPROC.
              02 DATA-PROC-DPR PIC 9(8).
              02 PARTES-PROC-DPR REDEFINES DATA-PROC-DPR.
                     03 ANO-PROC-DPR PIC 9(4).
                     03 MES-PROC-DPR PIC 9(2).
                     03 DIA-PROC-DPR PIC 9(2).
              02 DATA-ANT-DPR  PIC 9(8).
              02 FIM-MES-DPR   PIC X.
                     88 DPR-FIM-DE-MES VALUE "S".
              02 SITUACAO-DPR  PIC X.
                     88 DPR-DATA-ABERTA     VALUE "A".
                     88 DPR-DATA-PROCESSADA VALUE "P".

       FD LOGMOV
       LABEL RECORD ARE STANDARD
       01 REG-RELCONTA PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-PERIODO-LOG PIC 9(6) VALUE ZEROES.
       77 WS-PERIODO PIC 9(6) VALUE ZEROES.
       77 WS-PERIODO-DPR PIC 9(6) VALUE ZEROES.
       77 WS-FIM-LOG PIC X VALUE "N".
              88 FIM-LOG VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-FIM-COPIA PIC X VALUE "N".
              88 FIM-COPIA VALUE "S".
       77 WS-LOGMARQ-EXISTE PIC X VALUE "N".
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM VERIFICA-LOGMARQ.
              OPEN INPUT LOGMOV
                  OUTPUT LOGMOVN RELCONTA.
                     OPEN EXTEND LOGMARQ
              ELSE
                     OPEN OUTPUT LOGMARQ.
              MOVE WS-PERIODO TO VAR-PERIODO-ARQ.
              MOVE WS-DATA-HOJE TO VAR-DATA-ARQ.
              WRITE REG-LOGMARQ FROM CAB-ARQ.

                     NOT AT END MOVE "S" TO WS-LOGMARQ-EXISTE.
              CLOSE LOGMARQ.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CC-SRT DATA-SRT

       TRIA-LOG.
              DIVIDE DATA-LOG BY 100 GIVING WS-PERIODO-LOG.
              IF WS-PERIODO-LOG NOT GREATER THAN WS-PERIODO
                     RELEASE REG-SORT FROM REG-LOGMOV
                     WRITE REG-LOGMARQ FROM REG-LOGMOV
                     ADD 1 TO WS-CT-ARQUIVADOS
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-CC-ATUAL TO VAR-CC-CAB.
              MOVE WS-PERIODO TO VAR-PERIODO-CAB.
              WRITE REG-RELCONTA FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELCONTA FROM CAB-2
       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELCONTA.

       LE-DATAPROC.
              OPEN INPUT DATAPROC.
              READ DATAPROC AT END MOVE "S" TO WS-FIM-DPR.
              IF FIM-DPR
                     DISPLAY "ERRO: DATAPROC.DAT AUSENTE OU VAZIO - "
                        "DATA DE PROCESSAMENTO NAO INFORMADA"
                     STOP RUN.
              IF DATA-PROC-DPR NOT NUMERIC
                 OR DATA-PROC-DPR EQUAL ZEROES
                     DISPLAY "ERRO: DATA DE PROCESSAMENTO INVALIDA NO "
                        "DATAPROC: " DATA-PROC-DPR
                     STOP RUN.
              PERFORM CONSISTE-DATAPROC.
              IF NOT DPR-DATA-ABERTA
                     DISPLAY "ERRO: DATA " DATA-PROC-DPR " JA "
                        "PROCESSADA - AGUARDE O AVANCO PELO EX05"
                     STOP RUN.
              MOVE DATA-PROC-DPR TO WS-DATA-HOJE.
              PERFORM DEFINE-PERIODO.
              CLOSE DATAPROC.

       CONSISTE-DATAPROC.
              MOVE 31 TO WS-DIAS-MES-DPR.
              IF MES-PROC-DPR EQUAL 4 OR 6 OR 9 OR 11
                     MOVE 30 TO WS-DIAS-MES-DPR.
              IF MES-PROC-DPR EQUAL 2
                     MOVE 28 TO WS-DIAS-MES-DPR
                     PERFORM VERIFICA-BISSEXTO-DPR.
              IF MES-PROC-DPR < 1 OR MES-PROC-DPR > 12
                 OR DIA-PROC-DPR < 1 OR DIA-PROC-DPR > WS-DIAS-MES-DPR
                     DISPLAY "ERRO: DATA DE PROCESSAMENTO INVALIDA NO "
                        "DATAPROC: " DATA-PROC-DPR
                     STOP RUN.

       VERIFICA-BISSEXTO-DPR.
              DIVIDE ANO-PROC-DPR BY 4
                     GIVING WS-QUOC-DPR REMAINDER WS-RESTO-4-DPR.
              DIVIDE ANO-PROC-DPR BY 100
                     GIVING WS-QUOC-DPR REMAINDER WS-RESTO-100-DPR.
              DIVIDE ANO-PROC-DPR BY 400
                     GIVING WS-QUOC-DPR REMAINDER WS-RESTO-400-DPR.
              IF WS-RESTO-4-DPR EQUAL ZEROES
                 AND (WS-RESTO-100-DPR NOT EQUAL ZEROES
                      OR WS-RESTO-400-DPR EQUAL ZEROES)
                     MOVE 29 TO WS-DIAS-MES-DPR.

       DEFINE-PERIODO.
              DIVIDE DATA-PROC-DPR BY 100 GIVING WS-PERIODO.
              IF NOT DPR-FIM-DE-MES
                     PERFORM PERIODO-DATA-ANTERIOR.

       PERIODO-DATA-ANTERIOR.
              MOVE ZEROES TO WS-PERIODO-DPR.
              IF DATA-ANT-DPR NUMERIC
                     DIVIDE DATA-ANT-DPR BY 100 GIVING WS-PERIODO-DPR.
              IF WS-PERIODO-DPR EQUAL ZEROES
                 OR WS-PERIODO-DPR EQUAL WS-PERIODO
                     DISPLAY "ERRO: DATA " DATA-PROC-DPR " NAO E O "
                        "ULTIMO DIA UTIL DO MES NEM O PRIMEIRO DO MES "
                        "SEGUINTE - FECHAMENTO RECUSADO"
                     STOP RUN.
              MOVE WS-PERIODO-DPR TO WS-PERIODO.
