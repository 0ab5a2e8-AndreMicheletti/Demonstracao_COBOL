       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX33.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          AGING DO CONTAS A PAGAR: LE OS TITULOS EM
                         ABERTO DO LIVRO DE CONTAS A PAGAR (CPAGAR),
                         CLASSIFICA POR FORNECEDOR E IMPRIME EM RELAGE
                         UMA LINHA POR FORNECEDOR COM O SALDO A VENCER
                         E VENCIDO HA 1-30, 31-60, 61-90 E MAIS DE 90
                         DIAS, CONTADOS DO VENCIMENTO ATE A DATA DO
                         DIA, COM TOTAL GERAL POR FAIXA PARA A
                         PROGRAMACAO DE CAIXA DA TESOURARIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CPAGAR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELAGE ASSIGN TO DISK.

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

       FD CPAGAR
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CPAGAR.DAT".

       01 REG-CPAGAR.
              02 CHAVE-CPG.
                     03 FORN-CPG    PIC 9(3).
                     03 NUM-DOC-CPG PIC 9(6).
              02 DATA-EMISSAO-CPG PIC 9(8).
              02 DATA-VENC-CPG    PIC 9(8).
              02 QTD-NOTAS-CPG    PIC 9(5).
              02 VALOR-CPG        PIC 9(8)V99.
              02 SITUACAO-CPG     PIC X.
                     88 TITULO-ABERTO VALUE "A".
                     88 TITULO-PAGO   VALUE "P".
              02 DATA-PAG-CPG     PIC 9(8).

       SD ARQSORT.

       01 REG-SORT.
              02 FORN-SRT      PIC 9(3).
              02 DATA-VENC-SRT PIC 9(8).
              02 VALOR-SRT     PIC 9(8)V99.

       FD RELAGE
       LABEL RECORD ARE OMITTED.

       01 REG-RELAGE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-FIM-CPG PIC X VALUE "N".
              88 FIM-CPG VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-TEM-FORN PIC X VALUE "N".
              88 TEM-FORN VALUE "S".
       77 WS-FORN-ATUAL PIC 9(3) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-DIAS-HOJE PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-ATRASO PIC S9(7) VALUE ZEROES.
       77 WS-FAIXA PIC 9 VALUE ZEROES.
       77 WS-IDX-FAIXA PIC 9 VALUE ZEROES.
       77 WS-CT-TITULOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-FORN    PIC 9(5) VALUE ZEROES.
       77 WS-DIAS-CONV PIC 9(7) VALUE ZEROES.
       77 WS-ANO-ANT PIC 9(4) VALUE ZEROES.
       77 WS-Q4   PIC 9(4) VALUE ZEROES.
       77 WS-Q100 PIC 9(4) VALUE ZEROES.
       77 WS-Q400 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4   PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-100 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-400 PIC 9(4) VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(4) VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.

       01 WS-DT-CONV.
              02 WS-DC-ANO PIC 9(4).
              02 WS-DC-MES PIC 9(2).
              02 WS-DC-DIA PIC 9(2).
       01 WS-DT-CONV-N REDEFINES WS-DT-CONV PIC 9(8).

       01 ACUM-MES-LIT PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 TAB-ACUM-MES REDEFINES ACUM-MES-LIT.
              02 ACUM-MES PIC 9(3) OCCURS 12 TIMES.

       01 TAB-SALDO-FORN VALUE ZEROES.
              02 SF-VALOR PIC 9(9)V99 OCCURS 6 TIMES.

       01 TAB-SALDO-GERAL VALUE ZEROES.
              02 SG-VALOR PIC 9(9)V99 OCCURS 6 TIMES.

       01 CAB-1.
              02 FILLER PIC X(23) VALUE SPACES.
              02 FILLER PIC X(28) VALUE
              "AGING DO CONTAS A PAGAR".
              02 FILLER PIC X(20) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(15) VALUE "POSICAO EM:    ".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(55) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(4) VALUE "FORN".
              02 FILLER PIC X(5) VALUE SPACES.
              02 FILLER PIC X(8) VALUE "A VENCER".
              02 FILLER PIC X(8) VALUE SPACES.
              02 FILLER PIC X(4) VALUE "1-30".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "31-60".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "61-90".
              02 FILLER PIC X(9) VALUE SPACES.
              02 FILLER PIC X(3) VALUE "+90".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "TOTAL".
              02 FILLER PIC X VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-FORN PIC X(5).
              02 FAIXA-DET OCCURS 6 TIMES.
                     03 FILLER PIC X VALUE SPACES.
                     03 VAR-FAIXA PIC ZZZZZZZ9,99.
              02 FILLER PIC X VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
              MOVE WS-DIAS-CONV TO WS-DIAS-HOJE.
              OPEN OUTPUT RELAGE.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY FORN-SRT DATA-VENC-SRT
                     INPUT PROCEDURE IS SELECIONA-ABERTOS
                     OUTPUT PROCEDURE IS IMPRIME-AGING.

       SELECIONA-ABERTOS.
              OPEN INPUT CPAGAR.
              PERFORM LE-CPAGAR.
              PERFORM TRIA-TITULO UNTIL FIM-CPG.
              CLOSE CPAGAR.

       LE-CPAGAR.
              READ CPAGAR AT END MOVE "S" TO WS-FIM-CPG.

       TRIA-TITULO.
              IF TITULO-ABERTO
                     MOVE FORN-CPG TO FORN-SRT
                     MOVE DATA-VENC-CPG TO DATA-VENC-SRT
                     MOVE VALOR-CPG TO VALOR-SRT
                     RELEASE REG-SORT.
              PERFORM LE-CPAGAR.

       IMPRIME-AGING.
              PERFORM RETORNA-SORT.
              PERFORM ACUMULA-TITULO UNTIL FIM-SORT.
              IF TEM-FORN
                     PERFORM FECHA-FORNECEDOR.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       ACUMULA-TITULO.
              IF NOT TEM-FORN
                     PERFORM ABRE-FORNECEDOR
              ELSE
                     IF FORN-SRT NOT EQUAL WS-FORN-ATUAL
                            PERFORM FECHA-FORNECEDOR
                            PERFORM ABRE-FORNECEDOR.
              MOVE DATA-VENC-SRT TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-CONV.
              IF WS-DIAS-ATRASO < 1
                     MOVE 1 TO WS-FAIXA
              ELSE
                     IF WS-DIAS-ATRASO < 31
                            MOVE 2 TO WS-FAIXA
                     ELSE
                            IF WS-DIAS-ATRASO < 61
                                   MOVE 3 TO WS-FAIXA
                            ELSE
                                   IF WS-DIAS-ATRASO < 91
                                          MOVE 4 TO WS-FAIXA
                                   ELSE
                                          MOVE 5 TO WS-FAIXA.
              ADD VALOR-SRT TO SF-VALOR(WS-FAIXA).
              ADD VALOR-SRT TO SF-VALOR(6).
              ADD 1 TO WS-CT-TITULOS.
              PERFORM RETORNA-SORT.

       ABRE-FORNECEDOR.
              MOVE "S" TO WS-TEM-FORN.
              MOVE FORN-SRT TO WS-FORN-ATUAL.
              MOVE ZEROES TO TAB-SALDO-FORN.
              ADD 1 TO WS-CT-FORN.

       FECHA-FORNECEDOR.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE WS-FORN-ATUAL TO VAR-FORN.
              PERFORM MOVE-FAIXA-FORN
                     VARYING WS-IDX-FAIXA FROM 1 BY 1
                     UNTIL WS-IDX-FAIXA > 6.
              WRITE REG-RELAGE FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       MOVE-FAIXA-FORN.
              MOVE SF-VALOR(WS-IDX-FAIXA) TO VAR-FAIXA(WS-IDX-FAIXA).
              ADD SF-VALOR(WS-IDX-FAIXA) TO SG-VALOR(WS-IDX-FAIXA).

       MOVE-FAIXA-GERAL.
              MOVE SG-VALOR(WS-IDX-FAIXA) TO VAR-FAIXA(WS-IDX-FAIXA).

       CABECALHO.
              MOVE SPACES TO REG-RELAGE.
              WRITE REG-RELAGE AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELAGE FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELAGE FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELAGE FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELAGE.
              WRITE REG-RELAGE AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

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
              DIVIDE WS-DC-ANO BY 4
                     GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4.
              DIVIDE WS-DC-ANO BY 100
                     GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100.
              DIVIDE WS-DC-ANO BY 400
                     GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400.
              IF WS-RESTO-4 EQUAL ZEROES
                 AND (WS-RESTO-100 NOT EQUAL ZEROES
                      OR WS-RESTO-400 EQUAL ZEROES)
                     ADD 1 TO WS-DIAS-CONV.

       RELAT-TOTAIS.
              IF CT-LIN > 38
                     PERFORM CABECALHO.
              MOVE "TOTAL" TO VAR-FORN.
              PERFORM MOVE-FAIXA-GERAL
                     VARYING WS-IDX-FAIXA FROM 1 BY 1
                     UNTIL WS-IDX-FAIXA > 6.
              WRITE REG-RELAGE FROM CAB-DETALHE
                     AFTER ADVANCING 2 LINES.
              MOVE "FORNECEDORES COM SALDO:       "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-FORN TO VAR-QTD-TOT.
              WRITE REG-RELAGE FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "TITULOS EM ABERTO:            "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-TITULOS TO VAR-QTD-TOT.
              WRITE REG-RELAGE FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELAGE.

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
