       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          FECHAMENTO MENSAL DA POSICAO DE ESTOQUE:
                         FOTOGRAFA O ATUMERC NO ARQUIVO HISTORICO DE
                         POSICOES (POSESTOQ) COM O PERIODO DE
                         FECHAMENTO (PERIODO, CODIGO, LOCAL,
                         QUANTIDADE, PRECO UNITARIO E VALOR ESTENDIDO)
                         E IMPRIME EM RELPOS O COMPARATIVO DO MES
                         CONTRA O MES ANTERIOR POR LOCAL (VALOR,
                         COM LINHA DE TOTAL GERAL. SE O PERIODO JA
                         ESTIVER NO POSESTOQ A FOTOGRAFIA E RECUSADA
                         PARA NAO DUPLICAR O HISTORICO, MAS O
                         COMPARATIVO E EMITIDO NORMALMENTE. O PERIODO
                         VEM DA DATA DE PROCESSAMENTO (DATAPROC): E O
                         MES DA DATA QUANDO ELA E O ULTIMO DIA UTIL DO
                         MES, OU O MES DA DATA ANTERIOR NO PRIMEIRO DIA
                         UTIL DO MES SEGUINTE; EM OUTRO DIA E RECUSADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
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


       01 REG-POSESTOQ.
              02 PERIODO-POS PIC 9(6).
              02 CODIGO-POS  PIC 9(5).
              02 LOCAL-POS   PIC 9(2).
              02 QNT-POS     PIC 9(5).
              02 PRECO-POS   PIC 9(4)V99.
              02 VALOR-POS   PIC 9(9)V99.

       FD RELPOS
       LABEL RECORD ARE OMITTED.
       01 REG-RELPOS PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-FIM-ATU PIC X VALUE "N".
              88 FIM-ATU VALUE "S".
       77 WS-FIM-POS PIC X VALUE "N".
              88 PERIODO-JA-FECHADO VALUE "S".
       77 WS-PERIODO PIC 9(6) VALUE ZEROES.
       77 WS-PERIODO-ANT PIC 9(6) VALUE ZEROES.
       77 WS-PERIODO-DPR PIC 9(6) VALUE ZEROES.
       77 WS-VALOR-ITEM PIC 9(9)V99 VALUE ZEROES.
       77 WS-IDX-LOCAL PIC 999 VALUE ZEROES.
       77 WS-CT-FOTOGRAFADOS PIC 9(6) VALUE ZEROES.
       77 WS-VARIACAO-PCT PIC S9(3)V99 VALUE ZEROES.
       01 TAB-POSICAO VALUE ZEROES.
              02 POS-ENTRY OCCURS 99 TIMES.
                     03 TP-ITENS-ATU PIC 9(5).
                     03 TP-VALOR-ATU PIC 9(11)V99.
                     03 TP-ITENS-ANT PIC 9(5).
                     03 TP-VALOR-ANT PIC 9(11)V99.

       01 CAB-1.
              02 FILLER PIC X(18) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "ITENS MÊS".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(9) VALUE "ITENS ANT".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "VALOR MÊS".
              02 FILLER PIC X(11) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "VALOR ANT".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(8) VALUE "VARIAÇÃO".
              02 FILLER PIC X(3) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-ITENS-ANT PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR-ATU PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR-ANT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VARIACAO PIC +ZZ9,99.
              02 FILLER PIC X VALUE "%".
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-ITENS-GER-ANT PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR-GER PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR-GER-ANT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VARIACAO-GER PIC +ZZ9,99.
              02 FILLER PIC X VALUE "%".
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM CALCULA-PERIODO-ANT.
              PERFORM VERIFICA-POSESTOQ.
              OPEN OUTPUT RELPOS.

       CALCULA-PERIODO-ANT.
              MOVE WS-PERIODO TO WS-PERIODO-DEC-N.
              IF WS-PD-MES EQUAL 1
              COMPUTE WS-VALOR-ITEM =
                     QNT-ESTOQUE-ATU * PRECO-UNIT-ATU
                     ON SIZE ERROR
                            MOVE 999999999,99 TO WS-VALOR-ITEM.
              MOVE WS-VALOR-ITEM TO VALOR-POS.
              WRITE REG-POSESTOQ.
              ADD 1 TO WS-CT-FOTOGRAFADOS.
       TERMINO.
              PERFORM IMPRIME-COMPARATIVO.
              CLOSE RELPOS.

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
