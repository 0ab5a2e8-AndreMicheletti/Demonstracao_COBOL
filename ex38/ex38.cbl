       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX38.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          RELATORIO SEMANAL DE VALIDADE DOS LOTES: LE O
                         LOTEMERC (ESTOQUE POR LOTE MANTIDO PELO EX03)
                         E IMPRIME EM RELVENC, NA ORDEM DE VALIDADE,
                         PRIMEIRO OS LOTES JA VENCIDOS, QUE DEVEM SER
                         BAIXADOS DO ESTOQUE, E DEPOIS OS LOTES QUE
                         VENCEM DENTRO DE N DIAS (PARMVENC, PADRAO 30
                         DIAS), COM OS DIAS RESTANTES, A QUANTIDADE E
                         O VALOR AO CUSTO MEDIO DO ATUMERC. LOTES 'SEM
                         LOTE' (VALIDADE 99999999) NAO SAO LISTADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMVENC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOTEMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELVENC ASSIGN TO DISK.

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

       FD PARMVENC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMVENC.DAT".

       01 REG-PARMVENC.
              02 DIAS-PRM PIC 9(3).

       FD LOTEMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEMERC.DAT".

       01 REG-LOTEMERC.
              02 CHAVE-LOT.
                     03 CODIGO-LOT PIC 9(5).
                     03 LOCAL-LOT  PIC 9(2).
              02 NUM-LOTE-LOT PIC X(10).
              02 VALIDADE-LOT PIC 9(8).
              02 QNT-LOTE-LOT PIC 9(5).

       FD ATUMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERC.DAT".

       01 REG-ATUMERC.
              02 CHAVE-ATU.
                     03 CODIGO-ATU PIC 9(5).
                     03 LOCAL-ATU  PIC 9(2).
              02 DESCRICAO-ATU   PIC X(30).
              02 ESTOQUE-MIN-ATU PIC 9(5).
              02 QNT-ESTOQUE-ATU PIC 9(5).
              02 PRECO-UNIT-ATU  PIC 9(4)V99.
              02 CUSTO-MEDIO-ATU PIC 9(4)V99.

       SD ARQSORT.

       01 REG-SORT.
              02 CLASSE-SRT    PIC 9.
              02 VALIDADE-SRT  PIC 9(8).
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 NUM-LOTE-SRT  PIC X(10).
              02 DESCRICAO-SRT PIC X(30).
              02 DIAS-SRT      PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 QNT-SRT       PIC 9(5).
              02 CUSTO-SRT     PIC 9(4)V99.

       FD RELVENC
       LABEL RECORD ARE OMITTED.

       01 REG-RELVENC PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-LOT PIC X(7) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-SRT PIC X VALUE "N".
              88 FIM-SRT VALUE "S".
       77 WS-SECAO PIC 9 VALUE ZEROES.
              88 SECAO-VENCIDOS VALUE 1.
       77 WS-DIAS-AVISO PIC 9(3) VALUE 30.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-DIAS-HOJE PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-CONV PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-RESTANTES PIC S9(5) VALUE ZEROES.
       77 WS-ANO-ANT PIC 9(4) VALUE ZEROES.
       77 WS-Q4   PIC 9(4) VALUE ZEROES.
       77 WS-Q100 PIC 9(4) VALUE ZEROES.
       77 WS-Q400 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4   PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-100 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-400 PIC 9(4) VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(4) VALUE ZEROES.
       77 WS-VALOR-LOTE PIC 9(9)V99 VALUE ZEROES.
       77 WS-CT-LOTES PIC 9(5) VALUE ZEROES.
       77 WS-TOT-QNT PIC 9(7) VALUE ZEROES.
       77 WS-TOT-VALOR PIC 9(11)V99 VALUE ZEROES.
       77 WS-CT-SEM-CAD PIC 9(5) VALUE ZEROES.

       01 WS-DT-CONV.
              02 WS-DC-ANO PIC 9(4).
              02 WS-DC-MES PIC 9(2).
              02 WS-DC-DIA PIC 9(2).
       01 WS-DT-CONV-N REDEFINES WS-DT-CONV PIC 9(8).

       01 ACUM-MES-LIT PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 TAB-ACUM-MES REDEFINES ACUM-MES-LIT.
              02 ACUM-MES PIC 9(3) OCCURS 12 TIMES.

       01 CAB-1.
              02 FILLER PIC X(24) VALUE SPACES.
              02 FILLER PIC X(28) VALUE
              "CONTROLE DE VALIDADE DE LOTE".
              02 FILLER PIC X(19) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2-VENCIDOS.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "DATA:".
              02 VAR-DATA-VENC PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(34) VALUE
              "LOTES VENCIDOS - BAIXAR DO ESTOQUE".
              02 FILLER PIC X(27) VALUE SPACES.

       01 CAB-2-A-VENCER.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "DATA:".
              02 VAR-DATA-AVC PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(22) VALUE
              "LOTES A VENCER EM ATE ".
              02 VAR-DIAS-CAB PIC ZZ9.
              02 FILLER PIC X(5) VALUE " DIAS".
              02 FILLER PIC X(31) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC X(5) VALUE "COD".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(9) VALUE "DESCRICAO".
              02 FILLER PIC X(12) VALUE SPACES.
              02 FILLER PIC X(4) VALUE "LOTE".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(8) VALUE "VALIDADE".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(5) VALUE " DIAS".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "   QNT".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(14) VALUE "         VALOR".
              02 FILLER PIC X VALUE SPACE.

       01 CAB-DETALHE.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DESCRICAO PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LOTE PIC X(10).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-VALIDADE PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DIAS PIC ----9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-QNT PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACE.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(37) VALUE SPACES.

       01 DETALHE-TOT-VALOR.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VALOR PIC X(30).
              02 VAR-VALOR-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
              MOVE WS-DIAS-CONV TO WS-DIAS-HOJE.
              OPEN OUTPUT RELVENC.

       LE-PARAMETRO.
              OPEN INPUT PARMVENC.
              READ PARMVENC AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF DIAS-PRM NUMERIC AND DIAS-PRM > ZEROES
                            MOVE DIAS-PRM TO WS-DIAS-AVISO.
              CLOSE PARMVENC.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CLASSE-SRT VALIDADE-SRT
                                      CHAVE-SRT NUM-LOTE-SRT
                     INPUT PROCEDURE SELECIONA-LOTES
                     OUTPUT PROCEDURE IMPRIME-LOTES.

       SELECIONA-LOTES.
              OPEN INPUT LOTEMERC ATUMERC.
              PERFORM LER-LOTE.
              PERFORM LER-ATU.
              PERFORM AVALIA-LOTE UNTIL CH-LOT EQUAL HIGH-VALUES.
              CLOSE LOTEMERC ATUMERC.

       LER-LOTE.
              READ LOTEMERC AT END MOVE HIGH-VALUES TO CH-LOT.
              IF CH-LOT NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-LOT TO CH-LOT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       AVALIA-LOTE.
              PERFORM LER-ATU
                     UNTIL CH-ATU NOT LESS THAN CH-LOT.
              IF VALIDADE-LOT NOT EQUAL 99999999
                 AND QNT-LOTE-LOT > ZEROES
                     MOVE VALIDADE-LOT TO WS-DT-CONV-N
                     PERFORM CONVERTE-DATA-DIAS
                     COMPUTE WS-DIAS-RESTANTES =
                            WS-DIAS-CONV - WS-DIAS-HOJE
                     IF WS-DIAS-RESTANTES NOT > WS-DIAS-AVISO
                            PERFORM LIBERA-LOTE.
              PERFORM LER-LOTE.

       LIBERA-LOTE.
              IF WS-DIAS-RESTANTES < ZEROES
                     MOVE 1 TO CLASSE-SRT
              ELSE
                     MOVE 2 TO CLASSE-SRT.
              MOVE VALIDADE-LOT TO VALIDADE-SRT.
              MOVE CHAVE-LOT TO CHAVE-SRT.
              MOVE NUM-LOTE-LOT TO NUM-LOTE-SRT.
              MOVE WS-DIAS-RESTANTES TO DIAS-SRT.
              MOVE QNT-LOTE-LOT TO QNT-SRT.
              IF CH-ATU EQUAL CH-LOT
                     MOVE DESCRICAO-ATU TO DESCRICAO-SRT
                     MOVE CUSTO-MEDIO-ATU TO CUSTO-SRT
              ELSE
                     ADD 1 TO WS-CT-SEM-CAD
                     MOVE "ITEM SEM CADASTRO NO ATUMERC"
                            TO DESCRICAO-SRT
                     MOVE ZEROES TO CUSTO-SRT.
              RELEASE REG-SORT.

       IMPRIME-LOTES.
              MOVE "N" TO WS-FIM-SRT.
              PERFORM RETORNA-SORT.
              PERFORM IMPRIME-LOTE UNTIL FIM-SRT.
              PERFORM AVANCA-SECAO UNTIL WS-SECAO EQUAL 2.
              PERFORM FECHA-SECAO.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SRT.

       IMPRIME-LOTE.
              PERFORM AVANCA-SECAO UNTIL WS-SECAO EQUAL CLASSE-SRT.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              COMPUTE WS-VALOR-LOTE = QNT-SRT * CUSTO-SRT.
              MOVE CODIGO-SRT TO VAR-CODIGO.
              MOVE LOCAL-SRT TO VAR-LOCAL.
              MOVE DESCRICAO-SRT TO VAR-DESCRICAO.
              MOVE NUM-LOTE-SRT TO VAR-LOTE.
              MOVE VALIDADE-SRT TO VAR-VALIDADE.
              MOVE DIAS-SRT TO VAR-DIAS.
              MOVE QNT-SRT TO VAR-QNT.
              MOVE WS-VALOR-LOTE TO VAR-VALOR.
              WRITE REG-RELVENC FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-LOTES.
              ADD QNT-SRT TO WS-TOT-QNT.
              ADD WS-VALOR-LOTE TO WS-TOT-VALOR.
              PERFORM RETORNA-SORT.

       AVANCA-SECAO.
              IF WS-SECAO > ZEROES
                     PERFORM FECHA-SECAO.
              ADD 1 TO WS-SECAO.
              MOVE ZEROES TO WS-CT-LOTES.
              MOVE ZEROES TO WS-TOT-QNT.
              MOVE ZEROES TO WS-TOT-VALOR.
              PERFORM CABECALHO.

       FECHA-SECAO.
              IF CT-LIN > 36
                     PERFORM CABECALHO.
              IF SECAO-VENCIDOS
                     MOVE "LOTES VENCIDOS:               "
                            TO VAR-ROTULO-TOT
                     MOVE "VALOR A BAIXAR (CUSTO MEDIO): "
                            TO VAR-ROTULO-VALOR
              ELSE
                     MOVE "LOTES A VENCER:               "
                            TO VAR-ROTULO-TOT
                     MOVE "VALOR EM RISCO (CUSTO MEDIO): "
                            TO VAR-ROTULO-VALOR.
              MOVE WS-CT-LOTES TO VAR-QTD-TOT.
              WRITE REG-RELVENC FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "QUANTIDADE NOS LOTES:         "
                     TO VAR-ROTULO-TOT.
              MOVE WS-TOT-QNT TO VAR-QTD-TOT.
              WRITE REG-RELVENC FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE WS-TOT-VALOR TO VAR-VALOR-TOT.
              WRITE REG-RELVENC FROM DETALHE-TOT-VALOR
                     AFTER ADVANCING 1 LINE.
              ADD 4 TO CT-LIN.

       CABECALHO.
              MOVE SPACES TO REG-RELVENC.
              WRITE REG-RELVENC AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-RELVENC FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              IF SECAO-VENCIDOS
                     MOVE WS-DATA-HOJE TO VAR-DATA-VENC
                     WRITE REG-RELVENC FROM CAB-2-VENCIDOS
                            AFTER ADVANCING 2 LINES
              ELSE
                     MOVE WS-DATA-HOJE TO VAR-DATA-AVC
                     MOVE WS-DIAS-AVISO TO VAR-DIAS-CAB
                     WRITE REG-RELVENC FROM CAB-2-A-VENCER
                            AFTER ADVANCING 2 LINES.
              WRITE REG-RELVENC FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELVENC.
              WRITE REG-RELVENC AFTER ADVANCING 1 LINE.
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

       TERMINO.
              CLOSE RELVENC.
              IF WS-CT-SEM-CAD > ZEROES
                     DISPLAY "EX38: " WS-CT-SEM-CAD
                        " LOTES DE ITENS SEM CADASTRO NO ATUMERC".

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
