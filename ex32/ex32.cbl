       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX32.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          LOTE SEMANAL DE PAGAMENTOS: SELECIONA NO LIVRO
                         DE CONTAS A PAGAR (CPAGAR) OS TITULOS EM ABERTO
                         COM VENCIMENTO ATE A DATA DE CORTE INFORMADA
                         EM PARMPAGT (PADRAO A DATA DO DIA), GRAVA O
                         ARQUIVO DE PAGAMENTOS (PAGTOS) E IMPRIME EM
                         RELREM O AVISO DE PAGAMENTO POR FORNECEDOR,
                         UMA PAGINA POR FORNECEDOR, COM OS TITULOS
                         PAGOS E O TOTAL. OS TITULOS SELECIONADOS SAO
                         BAIXADOS NO CPAGAR COMO PAGOS NA DATA DO DIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMPAGT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CPAGAR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CPAGARN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAGTOS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELREM ASSIGN TO DISK.

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

       FD PARMPAGT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMPAGT.DAT".

       01 REG-PARMPAGT.
              02 DATA-CORTE-PRM PIC 9(8).

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

       FD CPAGARN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CPAGARN.DAT".

       01 REG-CPAGARN PIC X(49).

       FD PAGTOS
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PAGTOS.DAT".

       01 REG-PAGTOS.
              02 FORN-PGT       PIC 9(3).
              02 NOME-PGT       PIC X(30).
              02 NUM-DOC-PGT    PIC 9(6).
              02 DATA-VENC-PGT  PIC 9(8).
              02 VALOR-PGT      PIC 9(8)V99.
              02 DATA-PAG-PGT   PIC 9(8).

       SD ARQSORT.

       01 REG-SORT.
              02 FORN-SRT         PIC 9(3).
              02 DATA-VENC-SRT    PIC 9(8).
              02 NUM-DOC-SRT      PIC 9(6).
              02 DATA-EMISSAO-SRT PIC 9(8).
              02 VALOR-SRT        PIC 9(8)V99.

       FD RELREM
       LABEL RECORD ARE OMITTED.

       01 REG-RELREM PIC X(80).

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
       77 WS-FIM-CPG PIC X VALUE "N".
              88 FIM-CPG VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-FIM-COPIA PIC X VALUE "N".
              88 FIM-COPIA VALUE "S".
       77 WS-TEM-FORN PIC X VALUE "N".
              88 TEM-FORN VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-DATA-CORTE PIC 9(8) VALUE ZEROES.
       77 WS-FORN-ATUAL PIC 9(3) VALUE ZEROES.
       77 WS-NOME-ATUAL PIC X(30) VALUE SPACES.
       77 WS-QTD-FORN PIC 99 VALUE ZEROES.
       77 WS-IDX-FORN PIC 99 VALUE ZEROES.
       77 WS-FORN-ACHADO PIC 99 VALUE ZEROES.
       77 WS-CT-TITULOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-FORN    PIC 9(5) VALUE ZEROES.
       77 WS-CT-BAIXADOS PIC 9(5) VALUE ZEROES.
       77 WS-TOTAL-FORN PIC 9(10)V99 VALUE ZEROES.
       77 WS-TOTAL-GERAL PIC 9(10)V99 VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE ZEROES.

       01 TAB-FORNEC.
              02 FORN-ENTRY OCCURS 50 TIMES.
                     03 TF-CODIGO   PIC 9(3).
                     03 TF-NOME     PIC X(30).

       01 CAB-1.
              02 FILLER PIC X(25) VALUE SPACES.
              02 FILLER PIC X(24) VALUE
              "AVISO DE PAGAMENTO".
              02 FILLER PIC X(22) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(12) VALUE "FORNECEDOR: ".
              02 VAR-FORN-CAB PIC 999.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-NOME-CAB PIC X(30).
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(11) VALUE "PAGO EM:   ".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(10) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "TITULO".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(7) VALUE "EMISSAO".
              02 FILLER PIC X(5) VALUE SPACES.
              02 FILLER PIC X(10) VALUE "VENCIMENTO".
              02 FILLER PIC X(12) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "VALOR".
              02 FILLER PIC X(29) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DOC PIC 9(6).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-EMISSAO PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-VENC PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(28) VALUE SPACES.

       01 CAB-TOT-FORN.
              02 FILLER PIC X(20) VALUE SPACES.
              02 FILLER PIC X(16) VALUE "TOTAL PAGO:     ".
              02 VAR-TOTAL-FORN PIC Z.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(28) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(40) VALUE SPACES.

       01 DETALHE-VAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VAL PIC X(30).
              02 VAR-VALOR-VAL PIC Z.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(30) VALUE SPACES.

       01 CAB-RESUMO.
              02 FILLER PIC X(25) VALUE SPACES.
              02 FILLER PIC X(30) VALUE
              "RESUMO DO LOTE DE PAGAMENTOS".
              02 FILLER PIC X(25) VALUE SPACES.

       01 CAB-CORTE.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(30) VALUE
              "DATA DE CORTE:                ".
              02 VAR-CORTE PIC 9(8).
              02 FILLER PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM BAIXA-TITULOS.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              MOVE WS-DATA-HOJE TO WS-DATA-CORTE.
              PERFORM LE-PARAMETRO.
              OPEN INPUT FORNEC
                  OUTPUT PAGTOS RELREM.
              PERFORM CARREGA-FORNEC.

       LE-PARAMETRO.
              OPEN INPUT PARMPAGT.
              READ PARMPAGT AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF DATA-CORTE-PRM > ZEROES
                            MOVE DATA-CORTE-PRM TO WS-DATA-CORTE.
              CLOSE PARMPAGT.

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
              ELSE
                     DISPLAY "ERRO: MAIS DE 50 FORNECEDORES EM "
                        "FORNEC - IGNORADO O CODIGO " CODIGO-FORN.
              PERFORM LER-FORNEC.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY FORN-SRT DATA-VENC-SRT
                                      NUM-DOC-SRT
                     INPUT PROCEDURE IS SELECIONA-VENCIDOS
                     OUTPUT PROCEDURE IS EMITE-PAGAMENTOS.

       SELECIONA-VENCIDOS.
              OPEN INPUT CPAGAR.
              PERFORM LE-CPAGAR.
              PERFORM TRIA-TITULO UNTIL FIM-CPG.
              CLOSE CPAGAR.

       LE-CPAGAR.
              READ CPAGAR AT END MOVE "S" TO WS-FIM-CPG.

       TRIA-TITULO.
              IF TITULO-ABERTO
                 AND DATA-VENC-CPG NOT > WS-DATA-CORTE
                     MOVE FORN-CPG TO FORN-SRT
                     MOVE DATA-VENC-CPG TO DATA-VENC-SRT
                     MOVE NUM-DOC-CPG TO NUM-DOC-SRT
                     MOVE DATA-EMISSAO-CPG TO DATA-EMISSAO-SRT
                     MOVE VALOR-CPG TO VALOR-SRT
                     RELEASE REG-SORT.
              PERFORM LE-CPAGAR.

       EMITE-PAGAMENTOS.
              PERFORM RETORNA-SORT.
              PERFORM PAGA-TITULO UNTIL FIM-SORT.
              IF TEM-FORN
                     PERFORM FECHA-FORNECEDOR.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       PAGA-TITULO.
              IF NOT TEM-FORN
                     PERFORM ABRE-FORNECEDOR
              ELSE
                     IF FORN-SRT NOT EQUAL WS-FORN-ATUAL
                            PERFORM FECHA-FORNECEDOR
                            PERFORM ABRE-FORNECEDOR.
              IF CT-LIN > 40
                     PERFORM CABECALHO-FORN.
              MOVE FORN-SRT TO FORN-PGT.
              MOVE WS-NOME-ATUAL TO NOME-PGT.
              MOVE NUM-DOC-SRT TO NUM-DOC-PGT.
              MOVE DATA-VENC-SRT TO DATA-VENC-PGT.
              MOVE VALOR-SRT TO VALOR-PGT.
              MOVE WS-DATA-HOJE TO DATA-PAG-PGT.
              WRITE REG-PAGTOS.
              ADD 1 TO WS-CT-TITULOS.
              ADD VALOR-SRT TO WS-TOTAL-FORN.
              ADD VALOR-SRT TO WS-TOTAL-GERAL.
              MOVE NUM-DOC-SRT TO VAR-DOC.
              MOVE DATA-EMISSAO-SRT TO VAR-EMISSAO.
              MOVE DATA-VENC-SRT TO VAR-VENC.
              MOVE VALOR-SRT TO VAR-VALOR.
              WRITE REG-RELREM FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              PERFORM RETORNA-SORT.

       ABRE-FORNECEDOR.
              MOVE "S" TO WS-TEM-FORN.
              MOVE FORN-SRT TO WS-FORN-ATUAL.
              MOVE ZEROES TO WS-TOTAL-FORN.
              ADD 1 TO WS-CT-FORN.
              PERFORM PROCURA-FORNECEDOR.
              IF WS-FORN-ACHADO > ZEROES
                     MOVE TF-NOME(WS-FORN-ACHADO) TO WS-NOME-ATUAL
              ELSE
                     MOVE "** SEM CADASTRO **" TO WS-NOME-ATUAL.
              PERFORM CABECALHO-FORN.

       FECHA-FORNECEDOR.
              MOVE WS-TOTAL-FORN TO VAR-TOTAL-FORN.
              WRITE REG-RELREM FROM CAB-TOT-FORN
                     AFTER ADVANCING 2 LINES.

       PROCURA-FORNECEDOR.
              MOVE ZEROES TO WS-FORN-ACHADO.
              PERFORM COMPARA-FORNECEDOR
                     VARYING WS-IDX-FORN FROM 1 BY 1
                     UNTIL WS-IDX-FORN > WS-QTD-FORN
                     OR WS-FORN-ACHADO > ZEROES.

       COMPARA-FORNECEDOR.
              IF TF-CODIGO(WS-IDX-FORN) EQUAL WS-FORN-ATUAL
                     MOVE WS-IDX-FORN TO WS-FORN-ACHADO.

       CABECALHO-FORN.
              MOVE SPACES TO REG-RELREM.
              WRITE REG-RELREM AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-FORN-ATUAL TO VAR-FORN-CAB.
              MOVE WS-NOME-ATUAL TO VAR-NOME-CAB.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELREM FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELREM FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELREM FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELREM.
              WRITE REG-RELREM AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       BAIXA-TITULOS.
              OPEN INPUT CPAGAR
                  OUTPUT CPAGARN.
              MOVE "N" TO WS-FIM-CPG.
              PERFORM LE-CPAGAR.
              PERFORM ATUALIZA-TITULO UNTIL FIM-CPG.
              CLOSE CPAGAR CPAGARN.
              IF WS-CT-BAIXADOS NOT EQUAL WS-CT-TITULOS
                     DISPLAY "ERRO: " WS-CT-TITULOS " TITULOS PAGOS E "
                        WS-CT-BAIXADOS " BAIXADOS - CPAGAR NAO "
                        "ATUALIZADO, CONFIRA O CPAGARN"
                     STOP RUN.
              PERFORM REGRAVA-CPAGAR.

       ATUALIZA-TITULO.
              IF TITULO-ABERTO
                 AND DATA-VENC-CPG NOT > WS-DATA-CORTE
                     MOVE "P" TO SITUACAO-CPG
                     MOVE WS-DATA-HOJE TO DATA-PAG-CPG
                     ADD 1 TO WS-CT-BAIXADOS.
              WRITE REG-CPAGARN FROM REG-CPAGAR.
              PERFORM LE-CPAGAR.

       REGRAVA-CPAGAR.
              OPEN INPUT CPAGARN
                  OUTPUT CPAGAR.
              PERFORM LE-COPIA.
              PERFORM GRAVA-COPIA UNTIL FIM-COPIA.
              CLOSE CPAGARN CPAGAR.

       LE-COPIA.
              READ CPAGARN AT END MOVE "S" TO WS-FIM-COPIA.

       GRAVA-COPIA.
              MOVE REG-CPAGARN TO REG-CPAGAR.
              WRITE REG-CPAGAR.
              PERFORM LE-COPIA.

       RELAT-TOTAIS.
              MOVE SPACES TO REG-RELREM.
              WRITE REG-RELREM AFTER ADVANCING PAGE.
              WRITE REG-RELREM FROM CAB-RESUMO
                     AFTER ADVANCING 1 LINE.
              MOVE WS-DATA-CORTE TO VAR-CORTE.
              WRITE REG-RELREM FROM CAB-CORTE
                     AFTER ADVANCING 2 LINES.
              MOVE "FORNECEDORES PAGOS:           "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-FORN TO VAR-QTD-TOT.
              WRITE REG-RELREM FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "TITULOS PAGOS:                "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-TITULOS TO VAR-QTD-TOT.
              WRITE REG-RELREM FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR TOTAL DO LOTE:          "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-GERAL TO VAR-VALOR-VAL.
              WRITE REG-RELREM FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE PAGTOS RELREM.
              DISPLAY "EX32: " WS-CT-TITULOS " TITULOS PAGOS ATE "
                 WS-DATA-CORTE.

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
