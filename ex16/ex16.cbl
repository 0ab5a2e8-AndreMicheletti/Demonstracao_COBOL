                         PRIMEIRO DA FILA DA TURMA E PROMOVIDO NA
                         MESMA RODADA E FUNDIDO NO ARQCATU EM ORDEM DE
                         CHAVE. A FILA REMANESCENTE SAI POR TURMA NO
                         RELFILA (POSICAO, CODIGO, NOME). CADA
                         MOVIMENTO APLICADO E CADA PROMOCAO DA FILA SAO
                         ACRESCENTADOS AO LOG DE ALUNOS (LOGALU) COM
                         TURMA ANTERIOR, TURMA NOVA E DATA EFETIVA
                         (DATA-MAL, OU A DATA DO DIA SE EM BRANCO), QUE
                         E A BASE DO RATEIO DAS MENSALIDADES NO EX45.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.


       SELECT RELFILA ASSIGN TO DISK.

       SELECT OPTIONAL LOGALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

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

       FD ARQC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ARQC.DAT".
                     88 EXCLUSAO VALUE "E".
              02 NOME-MAL    PIC X(30).
              02 TURMA-MAL   PIC X(20).
              02 DATA-MAL    PIC 9(8).

       FD ARQCATU
       LABEL RECORD ARE STANDARD

       01 REG-RELFILA PIC X(80).

       FD LOGALU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOGALU.DAT".

       01 REG-LOGALU.
              02 CODIGO-LAL    PIC 999.
              02 TIPO-LAL      PIC X.
              02 NOME-LAL      PIC X(30).
              02 TURMA-ANT-LAL PIC X(20).
              02 TURMA-LAL     PIC X(20).
              02 DATA-LAL      PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-C   PIC X(3) VALUE SPACES.
       77 CH-MAL PIC X(3) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
              88 HOUVE-PROMOCAO VALUE "S".
       77 CT-PAG-FIL PIC 999 VALUE ZEROES.
       77 CT-LIN-FIL PIC 99 VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-TURMA-ANTERIOR PIC X(20) VALUE SPACES.
       77 WS-LOGALU-EXISTE PIC X VALUE "N".
              88 LOGALU-EXISTE VALUE "S".

       01 TAB-CAPACIDADE.
              02 CAP-ENTRY OCCURS 50 TIMES.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM CARREGA-CAPACIDADES.
              PERFORM CARREGA-OCUPACAO.
              PERFORM CARREGA-FILA.
              PERFORM VERIFICA-LOGALU.
              OPEN INPUT ARQC MOVALU
                  OUTPUT ARQCATU RELOCALU RELFILA.
              IF LOGALU-EXISTE
                     OPEN EXTEND LOGALU
              ELSE
                     OPEN OUTPUT LOGALU.
              PERFORM LE-C.
              PERFORM LE-MAL.

       VERIFICA-LOGALU.
              MOVE "N" TO WS-LOGALU-EXISTE.
              OPEN INPUT LOGALU.
              READ LOGALU
                     AT END MOVE "N" TO WS-LOGALU-EXISTE
                     NOT AT END MOVE "S" TO WS-LOGALU-EXISTE.
              CLOSE LOGALU.

       CARREGA-CAPACIDADES.
              OPEN INPUT CAPTURMA.
              PERFORM LE-CAPACIDADE.
                            PERFORM ROT-RELAT
                            ADD 1 TO WS-CT-INCLUIDOS
                            PERFORM SOMA-VAGA
                            MOVE SPACES TO WS-TURMA-ANTERIOR
                            PERFORM GRAVA-LOG
                            PERFORM MAL-MENOR
                     ELSE
                            PERFORM ENVIA-PARA-FILA
                      TO VAR-MSG.
              PERFORM ROT-RELAT.
              ADD 1 TO WS-CT-ALTERADOS.
              MOVE TURMA-C TO WS-TURMA-ANTERIOR.
              PERFORM GRAVA-LOG.
              PERFORM MAL-MENOR.
              PERFORM LE-C.

       GRAVA-LOG.
              MOVE CODIGO-MAL TO CODIGO-LAL.
              MOVE TIPO-MAL TO TIPO-LAL.
              MOVE WS-TURMA-ANTERIOR TO TURMA-ANT-LAL.
              IF EXCLUSAO
                     MOVE NOME-C TO NOME-LAL
                     MOVE SPACES TO TURMA-LAL
              ELSE
                     MOVE NOME-MAL TO NOME-LAL
                     MOVE TURMA-MAL TO TURMA-LAL.
              IF DATA-MAL NUMERIC AND DATA-MAL > ZEROES
                     MOVE DATA-MAL TO DATA-LAL
              ELSE
                     MOVE WS-DATA-HOJE TO DATA-LAL.
              WRITE REG-LOGALU.

       ENVIA-PARA-FILA.
              IF WS-QTD-FILA < 100
                     ADD 1 TO WS-QTD-FILA
                     ADD 1 TO WS-CT-EXCLUIDOS
                     MOVE TURMA-C TO WS-TURMA-ALVO
                     PERFORM LIBERA-VAGA
                     MOVE TURMA-C TO WS-TURMA-ANTERIOR
                     PERFORM GRAVA-LOG
                     PERFORM LE-MAL
                     PERFORM LE-C
              ELSE
              PERFORM PROMOVE-FILA.
              PERFORM APLICA-PROMOCOES.
              PERFORM RELAT-TOTAIS.
              CLOSE ARQC MOVALU RELOCALU LOGALU.
              PERFORM REGRAVA-FILA.
              PERFORM IMPRIME-FILA.
              CLOSE RELFILA.
                            MOVE TF-TIPO(WS-IDX-FILA) TO VAR-TIPO
                            MOVE "ALUNO PROMOVIDO DA FILA          "
                                   TO VAR-MSG
                            PERFORM ROT-IMPRIME
                            PERFORM GRAVA-LOG-FILA.

       GRAVA-LOG-FILA.
              MOVE TF-CODIGO(WS-IDX-FILA) TO CODIGO-LAL.
              MOVE TF-TIPO(WS-IDX-FILA) TO TIPO-LAL.
              MOVE TF-NOME(WS-IDX-FILA) TO NOME-LAL.
              MOVE TF-TURMA-ANT(WS-IDX-FILA) TO TURMA-ANT-LAL.
              MOVE TF-TURMA(WS-IDX-FILA) TO TURMA-LAL.
              MOVE WS-DATA-HOJE TO DATA-LAL.
              WRITE REG-LOGALU.

       APLICA-PROMOCOES.
              IF WS-CT-PROMOVIDOS > ZEROES
              MOVE SPACES TO REG-RELFILA.
              WRITE REG-RELFILA AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN-FIL.

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
