       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX31.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          CARGA DO CONTAS A PAGAR: LE OS TOTAIS
                         APROVADOS PARA PAGAMENTO POR FORNECEDOR
                         (APROVPAG) GRAVADOS PELO EX20 E ACRESCENTA AO
                         LIVRO DE CONTAS A PAGAR (CPAGAR), CHAVEADO POR
                         FORNECEDOR E NUMERO DO TITULO, UM TITULO EM
                         ABERTO PARA CADA APROVACAO. O VENCIMENTO E A
                         DATA DO DIA MAIS A CONDICAO DE PAGAMENTO EM
                         DIAS DO FORNECEDOR (CONDICAO-PAG-FORN NO
                         FORNEC); FORNECEDOR SEM CADASTRO OU SEM
                         CONDICAO USA O PRAZO PADRAO DE PARMCPG (PADRAO
                         30 DIAS). RECUSA A CARGA SE O CPAGAR JA TIVER
                         TITULOS EMITIDOS NA DATA. LISTA OS TITULOS
                         GERADOS EM RELCPG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMCPG ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APROVPAG ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CPAGAR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELCPG ASSIGN TO DISK.

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

       FD PARMCPG
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMCPG.DAT".

       01 REG-PARMCPG.
              02 PRAZO-PADRAO-PRM PIC 9(3).

       FD FORNEC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "FORNEC.DAT".

       01 REG-FORNEC.
              02 CODIGO-FORN     PIC 9(3).
              02 NOME-FORN       PIC X(30).
              02 PRAZO-FORN      PIC 9(3).
              02 PEDIDO-MIN-FORN PIC 9(6)V99.
              02 ITENS-FORN.
                     03 ITEM-FORN PIC 9(5) OCCURS 10 TIMES.
              02 CONDICAO-PAG-FORN PIC 9(3).
              02 CONTA-FORN        PIC 9(6).

       FD APROVPAG
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "APROVPAG.DAT".

       01 REG-APROVPAG.
              02 FORN-APR        PIC 9(3).
              02 QTD-NOTAS-APR   PIC 9(5).
              02 VALOR-APR       PIC 9(8)V99.

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

       FD RELCPG
       LABEL RECORD ARE OMITTED.

       01 REG-RELCPG PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-FORN PIC X VALUE "N".
              88 FIM-FORN VALUE "S".
       77 WS-FIM-APR PIC X VALUE "N".
              88 FIM-APR VALUE "S".
       77 WS-FIM-CPG PIC X VALUE "N".
              88 FIM-CPG VALUE "S".
       77 WS-CPAGAR-EXISTE PIC X VALUE "N".
              88 CPAGAR-EXISTE VALUE "S".
       77 WS-JA-CARREGADO PIC X VALUE "N".
              88 JA-CARREGADO VALUE "S".
       77 WS-PRAZO-PADRAO PIC 9(3) VALUE 30.
       77 WS-PRAZO PIC 9(3) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-ULT-DOC PIC 9(6) VALUE ZEROES.
       77 WS-QTD-FORN PIC 99 VALUE ZEROES.
       77 WS-IDX-FORN PIC 99 VALUE ZEROES.
       77 WS-FORN-ACHADO PIC 99 VALUE ZEROES.
       77 WS-CT-TITULOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-CAD PIC 9(5) VALUE ZEROES.
       77 WS-VALOR-TOTAL PIC 9(10)V99 VALUE ZEROES.
       77 WS-DIAS-CONV PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-ALVO PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-SOMA PIC 9(5) VALUE ZEROES.
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

       01 TAB-FORNEC.
              02 FORN-ENTRY OCCURS 50 TIMES.
                     03 TF-CODIGO   PIC 9(3).
                     03 TF-NOME     PIC X(30).
                     03 TF-CONDICAO PIC 9(3).

       01 CAB-1.
              02 FILLER PIC X(23) VALUE SPACES.
              02 FILLER PIC X(28) VALUE
              "CARGA DO CONTAS A PAGAR".
              02 FILLER PIC X(20) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(17) VALUE "DATA DE EMISSAO: ".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(53) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(4) VALUE "FORN".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(20) VALUE "NOME".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "TITULO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "NOTAS".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PRAZO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(10) VALUE "VENCIMENTO".
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "VALOR".
              02 FILLER PIC X(5) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-FORN PIC 999.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-NOME PIC X(20).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DOC PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-NOTAS PIC ZZZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-PRAZO PIC ZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-VENC PIC 9(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(40) VALUE SPACES.

       01 DETALHE-VAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VAL PIC X(30).
              02 VAR-VALOR-VAL PIC Z.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM PROCESSA UNTIL FIM-APR.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              PERFORM VERIFICA-CPAGAR.
              IF JA-CARREGADO
                     DISPLAY "ERRO: CPAGAR JA TEM TITULOS EMITIDOS EM "
                        WS-DATA-HOJE " - CARGA NAO REPETIDA"
                     STOP RUN.
              OPEN INPUT FORNEC APROVPAG
                  OUTPUT RELCPG.
              IF CPAGAR-EXISTE
                     OPEN EXTEND CPAGAR
              ELSE
                     OPEN OUTPUT CPAGAR.
              PERFORM CARREGA-FORNEC.
              PERFORM LER-APR.

       LE-PARAMETRO.
              OPEN INPUT PARMCPG.
              READ PARMCPG AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     MOVE PRAZO-PADRAO-PRM TO WS-PRAZO-PADRAO.
              CLOSE PARMCPG.

       VERIFICA-CPAGAR.
              OPEN INPUT CPAGAR.
              PERFORM LE-CPAGAR.
              PERFORM AVALIA-CPAGAR UNTIL FIM-CPG.
              CLOSE CPAGAR.

       LE-CPAGAR.
              READ CPAGAR AT END MOVE "S" TO WS-FIM-CPG.

       AVALIA-CPAGAR.
              MOVE "S" TO WS-CPAGAR-EXISTE.
              IF NUM-DOC-CPG > WS-ULT-DOC
                     MOVE NUM-DOC-CPG TO WS-ULT-DOC.
              IF DATA-EMISSAO-CPG EQUAL WS-DATA-HOJE
                     MOVE "S" TO WS-JA-CARREGADO.
              PERFORM LE-CPAGAR.

       CARREGA-FORNEC.
              PERFORM LER-FORNEC.
              PERFORM GUARDA-FORNEC UNTIL FIM-FORN.
              CLOSE FORNEC.

       LER-FORNEC.
              READ FORNEC AT END MOVE "S" TO WS-FIM-FORN.

       GUARDA-FORNEC.
              IF WS-QTD-FORN < 50
                     ADD 1 TO WS-QTD-FORN
                     MOVE CODIGO-FORN TO TF-CODIGO(WS-QTD-FORN)
                     MOVE NOME-FORN TO TF-NOME(WS-QTD-FORN)
                     IF CONDICAO-PAG-FORN NUMERIC
                            MOVE CONDICAO-PAG-FORN
                                   TO TF-CONDICAO(WS-QTD-FORN)
                     ELSE
                            MOVE ZEROES TO TF-CONDICAO(WS-QTD-FORN)
                     END-IF
              ELSE
                     DISPLAY "ERRO: MAIS DE 50 FORNECEDORES EM "
                        "FORNEC - IGNORADO O CODIGO " CODIGO-FORN.
              PERFORM LER-FORNEC.

       LER-APR.
              READ APROVPAG AT END MOVE "S" TO WS-FIM-APR.

       PROCESSA.
              PERFORM PROCURA-FORNECEDOR.
              IF WS-FORN-ACHADO > ZEROES
                     MOVE TF-NOME(WS-FORN-ACHADO) TO VAR-NOME
                     MOVE TF-CONDICAO(WS-FORN-ACHADO) TO WS-PRAZO
              ELSE
                     ADD 1 TO WS-CT-SEM-CAD
                     MOVE "** SEM CADASTRO **" TO VAR-NOME
                     MOVE ZEROES TO WS-PRAZO.
              IF WS-PRAZO EQUAL ZEROES
                     MOVE WS-PRAZO-PADRAO TO WS-PRAZO.
              ADD 1 TO WS-ULT-DOC.
              MOVE FORN-APR TO FORN-CPG.
              MOVE WS-ULT-DOC TO NUM-DOC-CPG.
              MOVE WS-DATA-HOJE TO DATA-EMISSAO-CPG.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              MOVE WS-PRAZO TO WS-DIAS-SOMA.
              PERFORM SOMA-DIAS-DATA.
              MOVE WS-DT-CONV-N TO DATA-VENC-CPG.
              MOVE QTD-NOTAS-APR TO QTD-NOTAS-CPG.
              MOVE VALOR-APR TO VALOR-CPG.
              MOVE "A" TO SITUACAO-CPG.
              MOVE ZEROES TO DATA-PAG-CPG.
              WRITE REG-CPAGAR.
              ADD 1 TO WS-CT-TITULOS.
              ADD VALOR-APR TO WS-VALOR-TOTAL.
              PERFORM IMPRIME-TITULO.
              PERFORM LER-APR.

       PROCURA-FORNECEDOR.
              MOVE ZEROES TO WS-FORN-ACHADO.
              PERFORM COMPARA-FORNECEDOR
                     VARYING WS-IDX-FORN FROM 1 BY 1
                     UNTIL WS-IDX-FORN > WS-QTD-FORN
                     OR WS-FORN-ACHADO > ZEROES.

       COMPARA-FORNECEDOR.
              IF TF-CODIGO(WS-IDX-FORN) EQUAL FORN-APR
                     MOVE WS-IDX-FORN TO WS-FORN-ACHADO.

       IMPRIME-TITULO.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE FORN-CPG TO VAR-FORN.
              MOVE NUM-DOC-CPG TO VAR-DOC.
              MOVE QTD-NOTAS-CPG TO VAR-NOTAS.
              MOVE WS-PRAZO TO VAR-PRAZO.
              MOVE DATA-VENC-CPG TO VAR-VENC.
              MOVE VALOR-CPG TO VAR-VALOR.
              WRITE REG-RELCPG FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              MOVE SPACES TO REG-RELCPG.
              WRITE REG-RELCPG AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELCPG FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELCPG FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELCPG FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELCPG.
              WRITE REG-RELCPG AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       SOMA-DIAS-DATA.
              PERFORM CONVERTE-DATA-DIAS.
              COMPUTE WS-DIAS-ALVO = WS-DIAS-CONV + WS-DIAS-SOMA.
              PERFORM CONVERTE-DIAS-DATA.

       CONVERTE-DIAS-DATA.
              DIVIDE WS-DIAS-ALVO BY 366 GIVING WS-DC-ANO.
              MOVE 01 TO WS-DC-MES.
              MOVE 01 TO WS-DC-DIA.
              PERFORM AVANCA-ANO.
              PERFORM AVANCA-ANO UNTIL WS-DIAS-CONV > WS-DIAS-ALVO.
              SUBTRACT 1 FROM WS-DC-ANO.
              MOVE 13 TO WS-DC-MES.
              MOVE WS-DIAS-ALVO TO WS-DIAS-CONV.
              ADD 1 TO WS-DIAS-CONV.
              PERFORM RECUA-MES UNTIL WS-DIAS-CONV NOT > WS-DIAS-ALVO.
              COMPUTE WS-DC-DIA = WS-DIAS-ALVO - WS-DIAS-CONV + 1.

       AVANCA-ANO.
              ADD 1 TO WS-DC-ANO.
              PERFORM CONVERTE-DATA-DIAS.

       RECUA-MES.
              SUBTRACT 1 FROM WS-DC-MES.
              PERFORM CONVERTE-DATA-DIAS.

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
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE "TITULOS GERADOS:              "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-TITULOS TO VAR-QTD-TOT.
              WRITE REG-RELCPG FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "FORNECEDORES SEM CADASTRO:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-CAD TO VAR-QTD-TOT.
              WRITE REG-RELCPG FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR TOTAL DOS TITULOS:      "
                     TO VAR-ROTULO-VAL.
              MOVE WS-VALOR-TOTAL TO VAR-VALOR-VAL.
              WRITE REG-RELCPG FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE APROVPAG CPAGAR RELCPG.
              DISPLAY "EX31: " WS-CT-TITULOS
                 " TITULOS INCLUIDOS NO CPAGAR".

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
