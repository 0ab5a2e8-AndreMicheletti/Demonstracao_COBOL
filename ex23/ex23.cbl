       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMCAL ASSIGN TO DISK
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

       FD PARMCAL
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMCAL.DAT".

       01 REG-JORNMERC.
              02 CHAVE-JRN.
                     03 CODIGO-JRN PIC 9(5).
                     03 LOCAL-JRN  PIC 9(2).
              02 DATA-JRN   PIC 9(8).
              02 TIPO-JRN   PIC X.
                     88 SAIDA-JRN VALUE "5".
              02 QNT-JRN    PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-JRN  PIC 9(5).

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

       VALUE OF FILE-ID IS "MOVSUG.DAT".

       01 REG-MOVSUG.
              02 CODIGO-SUG       PIC 9(5).
              02 LOCAL-SUG        PIC 9(2).
              02 DESCRICAO-SUG    PIC X(30).
              02 ESTOQUE-MIN-SUG  PIC 9(5).
              02 QNT-ESTOQUE-SUG  PIC 9(5).
              02 PRECO-UNIT-SUG   PIC 9(4)V99.
              02 TIPO-SUG         PIC X.
              02 DATA-EFETIVA-SUG PIC 9(8).
       01 REG-RELCAL PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-FIM-JRN PIC X VALUE "N".
              88 FIM-JRN VALUE "S".
       77 WS-FIM-ATU PIC X VALUE "N".
       77 WS-QTD-SAIDAS PIC 9(3) VALUE ZEROES.
       77 WS-IDX PIC 9(3) VALUE ZEROES.
       77 WS-IDX-ACHADO PIC 9(3) VALUE ZEROES.
       77 WS-QTD-SAIDA-ITEM PIC 9(7) VALUE ZEROES.
       77 WS-MEDIA-DIARIA PIC 9(5)V99 VALUE ZEROES.
       77 WS-MIN-SUGERIDO PIC 9(5) VALUE ZEROES.
       77 WS-DESVIO-PCT PIC S9(3)V99 VALUE ZEROES.
       77 WS-DESVIO-ABS PIC 9(3)V99 VALUE ZEROES.
       77 WS-CT-ITENS PIC 9(5) VALUE ZEROES.

       01 TAB-SAIDAS.
              02 SAIDA-ENTRY OCCURS 300 TIMES.
                     03 TS-CHAVE PIC X(7).
                     03 TS-QTD   PIC 9(7).

       01 CAB-1.
              02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X(9) VALUE SPACES.
              02 VAR-MIN-ATUAL PIC ZZ.ZZ9.
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-MEDIA PIC ZZ.ZZ9,99.
              02 FILLER PIC X(8) VALUE SPACES.
              02 VAR-MIN-SUG PIC ZZ.ZZ9.
              02 FILLER PIC X(3) VALUE SPACES.
              02 VAR-DESVIO PIC +ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-SUGESTAO PIC X(14).
              02 FILLER PIC X VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
              PERFORM LOCALIZA-SAIDA-ITEM.
              COMPUTE WS-MEDIA-DIARIA ROUNDED =
                     WS-QTD-SAIDA-ITEM / WS-JANELA
                     ON SIZE ERROR MOVE 99999,99 TO WS-MEDIA-DIARIA.
              COMPUTE WS-MIN-SUGERIDO ROUNDED =
                     WS-MEDIA-DIARIA * WS-COBERTURA
                     ON SIZE ERROR MOVE 99999 TO WS-MIN-SUGERIDO.
              PERFORM CALCULA-DESVIO.
              PERFORM GRAVA-LINHA-RELAT.
              PERFORM LE-ATU.
       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE ATUMERC MOVSUG RELCAL.

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
