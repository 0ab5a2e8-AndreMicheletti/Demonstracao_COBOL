       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMPRAZ ASSIGN TO DISK
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

       FD PARMPRAZ
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMPRAZ.DAT".
       01 REG-PEDABERT.
              02 NUM-PEDIDO-PAB   PIC 9(6).
              02 FORN-PAB         PIC 9(3).
              02 CODIGO-PAB       PIC 9(5).
              02 LOCAL-PAB        PIC 9(2).
              02 DESCRICAO-PAB    PIC X(30).
              02 QNT-PEDIDA-PAB   PIC 9(5).
              02 QNT-RECEBIDA-PAB PIC 9(5).
              02 DATA-PEDIDO-PAB  PIC 9(8).
              02 STATUS-PAB       PIC X.
                     88 PEDIDO-ABERTO-PAB  VALUE "A".
              02 FORN-SRT         PIC 9(3).
              02 DATA-SRT         PIC 9(8).
              02 NUM-PEDIDO-SRT   PIC 9(6).
              02 CODIGO-SRT       PIC 9(5).
              02 LOCAL-SRT        PIC 9(2).
              02 DESCRICAO-SRT    PIC X(30).
              02 QNT-PEDIDA-SRT   PIC 9(5).
              02 QNT-RECEBIDA-SRT PIC 9(5).
              02 STATUS-SRT       PIC X.

       FD RELPEDAB
       01 REG-RELPEDAB PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-FIM-PAB PIC X VALUE "N".
              88 FIM-PAB VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-NUMERO PIC 9(6).
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DATA PIC 9(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-QNT-PED PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE "/".
              02 VAR-QNT-REC PIC ZZ.ZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-STATUS PIC X.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-DIAS PIC ZZZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ATRASO PIC X(16).
              02 FILLER PIC X(3) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELPEDAB.

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
