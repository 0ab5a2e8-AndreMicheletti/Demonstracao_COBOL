       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTAGEM ASSIGN TO DISK
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

       FD CONTAGEM
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONTAGEM.DAT".

       01 REG-CONTAGEM.
              02 CODIGO-CNT  PIC 9(5).
              02 LOCAL-CNT   PIC 9(2).
              02 QNT-CONT    PIC 9(5).

       SD ARQSORT.

       01 REG-SORT.
              02 CODIGO-SRT  PIC 9(5).
              02 LOCAL-SRT   PIC 9(2).
              02 QNT-SRT     PIC 9(5).

       FD CONTCL
       LABEL RECORD ARE STANDARD

       01 REG-CONTCL.
              02 CHAVE-CCL.
                     03 CODIGO-CCL PIC 9(5).
                     03 LOCAL-CCL  PIC 9(2).
              02 QNT-CCL     PIC 9(5).

       FD ATUMERC
       LABEL RECORD ARE STANDARD

       01 REG-ATUMERC.
              02 CHAVE-ATU.
                     03 CODIGO-ATU PIC 9(5).
                     03 LOCAL-ATU  PIC 9(2).
              02 DESCRICAO-ATU   PIC X(30).
              02 ESTOQUE-MIN-ATU PIC 9(5).
              02 QNT-ESTOQUE-ATU PIC 9(5).
              02 PRECO-UNIT-ATU  PIC 9(4)V99.
              02 CUSTO-MEDIO-ATU PIC 9(4)V99.

       VALUE OF FILE-ID IS "MOVAJU.DAT".

       01 REG-MOVAJU.
              02 CODIGO-AJU       PIC 9(5).
              02 LOCAL-AJU        PIC 9(2).
              02 DESCRICAO-AJU    PIC X(30).
              02 ESTOQUE-MIN-AJU  PIC 9(5).
              02 QNT-ESTOQUE-AJU  PIC 9(5).
              02 PRECO-UNIT-AJU   PIC 9(4)V99.
              02 TIPO-AJU         PIC X.
              02 DATA-EFETIVA-AJU PIC 9(8).
       01 REG-RELINV PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-CNT PIC X(7) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-FIM-CONT PIC X VALUE "N".
              88 FIM-CONT VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-DIF PIC S9(6) VALUE ZEROES.
       77 WS-DIF-ABS PIC 9(6) VALUE ZEROES.
       77 WS-VALOR-DIF PIC S9(9)V99 VALUE ZEROES.
       77 WS-VALOR-TOT-DIF PIC S9(11)V99 VALUE ZEROES.
       77 WS-CT-CONFERIDOS  PIC 9(5) VALUE ZEROES.
       77 WS-CT-AJU-ENTRADA PIC 9(5) VALUE ZEROES.
       77 WS-CT-AJU-SAIDA   PIC 9(5) VALUE ZEROES.

       01 TAB-SEM-CAD.
              02 SEM-CAD-ENTRY OCCURS 300 TIMES.
                     03 SC-CODIGO PIC 9(5).
                     03 SC-LOCAL  PIC 9(2).
                     03 SC-QNT    PIC 9(5).

       01 TAB-NAO-CONT.
              02 NAO-CONT-ENTRY OCCURS 300 TIMES.
                     03 NC-CODIGO    PIC 9(5).
                     03 NC-LOCAL     PIC 9(2).
                     03 NC-DESCRICAO PIC X(30).
                     03 NC-QNT       PIC 9(5).

       01 CAB-1.
              02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X(6) VALUE SPACES.
              02 VAR-CONTADO PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LIVRO PIC ZZ.ZZ9.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-DIF PIC +ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR-DIF PIC +ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-AJUSTE PIC X(7).
              02 FILLER PIC X(14) VALUE SPACES.

       01 CAB-SEM-CAD-1.
              02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-SEM-CAD-DET.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-SC PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL-SC PIC 99.
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-QNT-SC PIC ZZ.ZZ9.
              02 FILLER PIC X(59) VALUE SPACES.

       01 CAB-NAO-CONT-1.

       01 CAB-NAO-CONT-DET.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-NC PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL-NC PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO-NC PIC X(30).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-QNT-NC PIC ZZ.ZZ9.
              02 FILLER PIC X(30) VALUE SPACES.

       01 CAB-TOT-VALOR.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(28) VALUE
              "VALOR TOTAL DAS DIFERENÇAS: ".
              02 VAR-VALOR-TOT PIC +Z.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              PERFORM LE-CONTAGEM.

       INICIO.
              PERFORM LE-DATAPROC.
              OPEN INPUT CONTCL ATUMERC
                  OUTPUT MOVAJU RELINV.
              PERFORM LER-CNT.
                     PERFORM CABECALHO.
              COMPUTE WS-VALOR-DIF = WS-DIF * PRECO-UNIT-ATU
                     ON SIZE ERROR
                            MOVE 999999999,99 TO WS-VALOR-DIF.
              ADD WS-VALOR-DIF TO WS-VALOR-TOT-DIF.
              MOVE CODIGO-ATU TO VAR-CODIGO.
              MOVE LOCAL-ATU TO VAR-LOCAL.
              PERFORM IMPRIME-NAO-CONTADOS.
              PERFORM RELAT-TOTAIS.
              CLOSE CONTCL ATUMERC MOVAJU RELINV.

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
