       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADANT ASSIGN TO DISK
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

       FD CADANT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADANT.DAT".
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ARQPEND.DAT".

       01 REG-ARQPEND.
              02 CC-PEND    PIC 9(6).
              02 FILLER     PIC X(67).

       FD ARQPENDN
       LABEL RECORD ARE STANDARD
       01 REG-ARQPENDN PIC X(73).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-ANT PIC X(6) VALUE SPACES.
       77 CH-MOV PIC X(6) VALUE SPACES.
       77 CH-ARQ  PIC X(6) VALUE SPACES.
       77 CH-PEND PIC X(6) VALUE SPACES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-ULT-CC-PEND PIC 9(6) VALUE ZEROES.
       77 WS-CT-PEND-GRAV   PIC 9(9) VALUE ZEROES.
       77 WS-CT-PEND-REGRAV PIC 9(9) VALUE ZEROES.
       77 WS-FIM-RPD PIC X VALUE "N".
              88 FIM-RPD VALUE "S".
       77 WS-MOV-SERVIDO PIC X VALUE "N".
       77 WS-LOGMOV-EXISTE PIC X VALUE "N".
              88 LOGMOV-EXISTE VALUE "S".

       01 TAB-TIPOS.
              02 TIPO-ENTRY OCCURS 20 TIMES.
                     03 TIPO-CHAVE PIC X.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM VERIFICA-LOGMOV.
              OPEN INPUT CADANT ARQMOV ARQPEND
                  OUTPUT CADATU RELOCORR ARQPENDN.
              IF LOGMOV-EXISTE
                     OPEN EXTEND LOGMOV
                     OPEN OUTPUT LOGMOV.
              PERFORM LE-ANT.
              PERFORM LE-MOV-ARQ.
              PERFORM LE-PENDENTE.
              PERFORM LE-MOV.

       VERIFICA-LOGMOV.
              MOVE "N" TO WS-LOGMOV-EXISTE.
                                   MOVE REGMOV TO WS-REG-MOV-ARQ
                                   MOVE CC-MOV TO CH-ARQ.

       LE-PENDENTE.
              READ ARQPEND AT END MOVE HIGH-VALUES TO CH-PEND.
              IF CH-PEND NOT EQUAL HIGH-VALUES
                     IF CC-PEND < WS-ULT-CC-PEND
                            DISPLAY "ERRO: ARQPEND FORA DE ORDEM "
                               "CHAVE=" CC-PEND
                               " ESPERADO >= " WS-ULT-CC-PEND
                            STOP RUN
                     ELSE
                            MOVE CC-PEND TO WS-ULT-CC-PEND
                            MOVE CC-PEND TO CH-PEND.

       LE-MOV.
              MOVE "N" TO WS-MOV-SERVIDO.
                     MOVE "S" TO WS-MOV-SERVIDO
              ELSE
                     IF CH-PEND NOT GREATER THAN CH-ARQ
                            MOVE REG-ARQPEND TO REGMOV
                            PERFORM LE-PENDENTE
                            PERFORM AVALIA-DATA-MOV
                     ELSE
                            MOVE WS-REG-MOV-ARQ TO WS-REG-MOV-SAVE
       AVALIA-DATA-MOV.
              IF DATA-MOV > WS-DATA-HOJE
                     WRITE REG-ARQPENDN FROM REGMOV
                     ADD 1 TO WS-CT-PEND-GRAV
              ELSE
                     MOVE CC-MOV TO CH-MOV
                     MOVE "S" TO WS-MOV-SERVIDO.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE CADANT ARQMOV ARQPEND CADATU RELOCORR LOGMOV
                    ARQPENDN.
              PERFORM RESUMO-TIPOS.
              PERFORM REGRAVA-PENDENTES.

              PERFORM LE-REGRAVA.
              PERFORM GRAVA-REGRAVA UNTIL FIM-RPD.
              CLOSE ARQPENDN ARQPEND.
              IF WS-CT-PEND-REGRAV NOT EQUAL WS-CT-PEND-GRAV
                     DISPLAY "ERRO: ARQPEND REGRAVADO COM "
                        WS-CT-PEND-REGRAV " DE " WS-CT-PEND-GRAV
                        " MOVIMENTOS PENDENTES"
                     DISPLAY "ERRO: PENDENTES PRESERVADOS EM "
                        "ARQPENDN - REGRAVAR ANTES DA PROXIMA RODADA"
                     STOP RUN.

       LE-REGRAVA.
              READ ARQPENDN AT END MOVE "S" TO WS-FIM-RPD.
       GRAVA-REGRAVA.
              MOVE REG-ARQPENDN TO REG-ARQPEND.
              WRITE REG-ARQPEND.
              ADD 1 TO WS-CT-PEND-REGRAV.
              PERFORM LE-REGRAVA.

       RESUMO-TIPOS.
                     MOVE TIPO-CHAVE(WS-IDX) TO VAR-TIPO-RESUMO
                     MOVE TIPO-QTD(WS-IDX) TO VAR-QTD-RESUMO
                     WRITE REG-RELTIPO FROM DETALHE-TIPO
                            AFTER ADVANCING 1 LINE.

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
