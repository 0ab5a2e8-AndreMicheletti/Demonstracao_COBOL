                         PELO PRECO UNITARIO DO ATUMERC, E EMITE UM
                         PEDIDO POR FORNECEDOR COM TOTAL DO PEDIDO.
                         ITENS SEM FORNECEDOR CADASTRADO SAEM NUMA
                         PAGINA DE EXCECOES. A QUANTIDADE A REPOR E
                         CONVERTIDA PARA A UNIDADE DE COMPRA DO
                         FORNECEDOR PELA TABELA DE CONVERSAO (CONVUND,
                         POR FORNECEDOR E ITEM), ARREDONDANDO PARA
                         CIMA EM EMBALAGENS INTEIRAS; O PEDIDO MOSTRA
                         AS DUAS UNIDADES E O PEDABERT GUARDA O
                         PEDIDO EM UNIDADES DE ESTOQUE. ITEM SEM
                         CONVERSAO E COMPRADO NA UNIDADE DE ESTOQUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONVUND ASSIGN TO DISK
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

       FD FORNEC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "FORNEC.DAT".
              02 PRAZO-FORN      PIC 9(3).
              02 PEDIDO-MIN-FORN PIC 9(6)V99.
              02 ITENS-FORN.
                     03 ITEM-FORN PIC 9(5) OCCURS 10 TIMES.
              02 CONDICAO-PAG-FORN PIC 9(3).
              02 CONTA-FORN        PIC 9(6).

       FD PEDCOMP
       LABEL RECORD ARE STANDARD

       01 REG-PEDCOMP.
              02 CHAVE-PED.
                     03 CODIGO-PED PIC 9(5).
                     03 LOCAL-PED  PIC 9(2).
              02 DESCRICAO-PED    PIC X(30).
              02 QNT-REPOR-PED    PIC 9(5).

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
                     88 PEDIDO-ABERTO-PAB   VALUE "A".
                     88 PEDIDO-FECHADO-PAB  VALUE "F".
                     88 PEDIDO-CANCELADO-PAB VALUE "C".

       FD CONVUND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONVUND.DAT".

       01 REG-CONVUND.
              02 FORN-CNV        PIC 9(3).
              02 CODIGO-CNV      PIC 9(5).
              02 UND-COMPRA-CNV  PIC X(3).
              02 UND-ESTOQUE-CNV PIC X(3).
              02 FATOR-CNV       PIC 9(4).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-PED PIC X(7) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-QTD-FORN PIC 99 VALUE ZEROES.
       77 WS-IDX-LIN  PIC 9(3) VALUE ZEROES.
       77 WS-FORN-ACHADO PIC 99 VALUE ZEROES.
       77 WS-PRECO-PED PIC 9(4)V99 VALUE ZEROES.
       77 WS-VALOR-LINHA PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PEDIDO PIC 9(10)V99 VALUE ZEROES.
       77 WS-TEM-LINHA PIC X VALUE "N".
              88 TEM-LINHA VALUE "S".
       77 WS-FIM-FORN PIC X VALUE "N".
       77 WS-ULT-NUMERO PIC 9(6) VALUE ZEROES.
       77 WS-NUM-PEDIDO PIC 9(6) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-FIM-CNV PIC X VALUE "N".
              88 FIM-CNV VALUE "S".
       77 WS-QTD-CNV PIC 9(3) VALUE ZEROES.
       77 WS-IDX-CNV PIC 9(3) VALUE ZEROES.
       77 WS-CNV-ACHADA PIC 9(3) VALUE ZEROES.
       77 WS-CNV-FORN PIC 9(3) VALUE ZEROES.
       77 WS-CNV-CODIGO PIC 9(5) VALUE ZEROES.
       77 WS-FATOR PIC 9(4) VALUE 1.
       77 WS-UND-COMPRA PIC X(3) VALUE "UN".
       77 WS-UND-ESTOQUE PIC X(3) VALUE "UN".
       77 WS-QNT-COMPRA PIC 9(5) VALUE ZEROES.
       77 WS-RESTO-CNV PIC 9(4) VALUE ZEROES.
       77 WS-QNT-CONVERTIDA PIC 9(7) VALUE ZEROES.

       01 TAB-CONV.
              02 CONV-ENTRY OCCURS 500 TIMES.
                     03 TC-FORN        PIC 9(3).
                     03 TC-CODIGO      PIC 9(5).
                     03 TC-UND-COMPRA  PIC X(3).
                     03 TC-UND-ESTOQUE PIC X(3).
                     03 TC-FATOR       PIC 9(4).

       01 TAB-FORNEC.
              02 FORN-ENTRY OCCURS 50 TIMES.
                     03 TF-NOME       PIC X(30).
                     03 TF-PRAZO      PIC 9(3).
                     03 TF-PEDIDO-MIN PIC 9(6)V99.
                     03 TF-ITEM       PIC 9(5) OCCURS 10 TIMES.

       01 TAB-LINHAS.
              02 LIN-ENTRY OCCURS 300 TIMES.
                     03 TL-FORN-IDX  PIC 99.
                     03 TL-CODIGO    PIC 9(5).
                     03 TL-LOCAL     PIC 9(2).
                     03 TL-DESCRICAO PIC X(30).
                     03 TL-QNT       PIC 9(5).
                     03 TL-QNT-COMPRA PIC 9(5).
                     03 TL-UND-COMPRA PIC X(3).
                     03 TL-UND-ESTOQUE PIC X(3).
                     03 TL-PRECO     PIC 9(4)V99.
                     03 TL-PRECO-COMPRA PIC 9(6)V99.
                     03 TL-VALOR     PIC 9(9)V99.

       01 CAB-PED-1.
              02 FILLER PIC X(24) VALUE SPACES.
       01 CAB-PED-3.
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(9) VALUE "DESCRIÇÃO".
              02 FILLER PIC X(12) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "QNT.COMPR".
              02 FILLER PIC X(3) VALUE SPACES.
              02 FILLER PIC X(8) VALUE "QNT.ESTQ".
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PREÇO".
              02 FILLER PIC X(10) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "VALOR".

       01 CAB-PED-DETALHE.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-DESCRICAO PIC X(20).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-COMPRA PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-COMPRA PIC X(3).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-ESTOQUE PIC X(3).
              02 VAR-PRECO PIC ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE "/".
              02 VAR-UND-PRECO PIC X(3).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-PED-TOTAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(17) VALUE "TOTAL DO PEDIDO: ".
              02 VAR-TOTAL-PEDIDO PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 CAB-PED-MINIMO.
              02 FILLER PIC X(4) VALUE SPACES.

       01 CAB-EXC-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-EXC PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL-EXC PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO-EXC PIC X(30).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-QNT-EXC PIC ZZ.ZZ9.
              02 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM VERIFICA-PEDABERT.
              OPEN INPUT FORNEC PEDCOMP ATUMERC
                  OUTPUT RELPED.
              ELSE
                     OPEN OUTPUT PEDABERT.
              PERFORM CARREGA-FORNEC.
              PERFORM CARREGA-CONVUND.
              PERFORM LER-ATU.
              PERFORM LER-PED.

                        "FORNEC - IGNORADO O CODIGO " CODIGO-FORN.
              PERFORM LER-FORNEC.

       CARREGA-CONVUND.
              OPEN INPUT CONVUND.
              PERFORM LER-CONVUND.
              PERFORM GUARDA-CONVUND UNTIL FIM-CNV.
              CLOSE CONVUND.

       LER-CONVUND.
              READ CONVUND AT END MOVE "S" TO WS-FIM-CNV.

       GUARDA-CONVUND.
              IF FATOR-CNV NOT NUMERIC OR FATOR-CNV EQUAL ZEROES
                     DISPLAY "ERRO: FATOR INVALIDO EM CONVUND - "
                        "IGNORADO FORNECEDOR " FORN-CNV
                        " CODIGO " CODIGO-CNV
              ELSE
              IF WS-QTD-CNV < 500
                     ADD 1 TO WS-QTD-CNV
                     MOVE FORN-CNV TO TC-FORN(WS-QTD-CNV)
                     MOVE CODIGO-CNV TO TC-CODIGO(WS-QTD-CNV)
                     MOVE UND-COMPRA-CNV TO TC-UND-COMPRA(WS-QTD-CNV)
                     MOVE UND-ESTOQUE-CNV
                            TO TC-UND-ESTOQUE(WS-QTD-CNV)
                     MOVE FATOR-CNV TO TC-FATOR(WS-QTD-CNV)
              ELSE
                     DISPLAY "ERRO: MAIS DE 500 CONVERSOES EM CONVUND "
                        "- IGNORADO FORNECEDOR " FORN-CNV
                        " CODIGO " CODIGO-CNV.
              PERFORM LER-CONVUND.

       PROCURA-CONVERSAO.
              MOVE ZEROES TO WS-CNV-ACHADA.
              PERFORM COMPARA-CONVERSAO
                     VARYING WS-IDX-CNV FROM 1 BY 1
                     UNTIL WS-IDX-CNV > WS-QTD-CNV
                     OR WS-CNV-ACHADA > ZEROES.
              IF WS-CNV-ACHADA > ZEROES
                     MOVE TC-FATOR(WS-CNV-ACHADA) TO WS-FATOR
                     MOVE TC-UND-COMPRA(WS-CNV-ACHADA)
                            TO WS-UND-COMPRA
                     MOVE TC-UND-ESTOQUE(WS-CNV-ACHADA)
                            TO WS-UND-ESTOQUE
              ELSE
                     MOVE 1 TO WS-FATOR
                     MOVE "UN" TO WS-UND-COMPRA
                     MOVE "UN" TO WS-UND-ESTOQUE.

       COMPARA-CONVERSAO.
              IF TC-FORN(WS-IDX-CNV) EQUAL WS-CNV-FORN
                 AND TC-CODIGO(WS-IDX-CNV) EQUAL WS-CNV-CODIGO
                     MOVE WS-IDX-CNV TO WS-CNV-ACHADA.

       CONVERTE-PEDIDO.
              IF WS-FORN-ACHADO > ZEROES
                     MOVE TF-CODIGO(WS-FORN-ACHADO) TO WS-CNV-FORN
              ELSE
                     MOVE ZEROES TO WS-CNV-FORN.
              MOVE CODIGO-PED TO WS-CNV-CODIGO.
              PERFORM PROCURA-CONVERSAO.
              DIVIDE QNT-REPOR-PED BY WS-FATOR
                     GIVING WS-QNT-COMPRA REMAINDER WS-RESTO-CNV.
              IF WS-RESTO-CNV > ZEROES
                     ADD 1 TO WS-QNT-COMPRA.
              COMPUTE WS-QNT-CONVERTIDA = WS-QNT-COMPRA * WS-FATOR.
              IF WS-QNT-CONVERTIDA > 99999
                     DIVIDE 99999 BY WS-FATOR GIVING WS-QNT-COMPRA
                     COMPUTE WS-QNT-CONVERTIDA =
                            WS-QNT-COMPRA * WS-FATOR
                     DISPLAY "ERRO: EMBALAGENS DO CODIGO " CODIGO-PED
                        " LOCAL " LOCAL-PED " PASSAM DE 99999 UNIDADES "
                        "- PEDIDO LIMITADO A " WS-QNT-COMPRA " "
                        WS-UND-COMPRA.

       LER-PED.
              READ PEDCOMP AT END MOVE HIGH-VALUES TO CH-PED.
              IF CH-PED NOT EQUAL HIGH-VALUES
       CLASSIFICA-PED.
              PERFORM LOCALIZA-PRECO.
              PERFORM PROCURA-FORNECEDOR.
              PERFORM CONVERTE-PEDIDO.
              PERFORM GUARDA-LINHA.
              PERFORM LER-PED.

                     MOVE CODIGO-PED TO TL-CODIGO(WS-QTD-LIN)
                     MOVE LOCAL-PED TO TL-LOCAL(WS-QTD-LIN)
                     MOVE DESCRICAO-PED TO TL-DESCRICAO(WS-QTD-LIN)
                     MOVE WS-QNT-CONVERTIDA TO TL-QNT(WS-QTD-LIN)
                     MOVE WS-QNT-COMPRA TO TL-QNT-COMPRA(WS-QTD-LIN)
                     MOVE WS-UND-COMPRA TO TL-UND-COMPRA(WS-QTD-LIN)
                     MOVE WS-UND-ESTOQUE
                            TO TL-UND-ESTOQUE(WS-QTD-LIN)
                     MOVE WS-PRECO-PED TO TL-PRECO(WS-QTD-LIN)
                     MULTIPLY WS-PRECO-PED BY WS-FATOR
                            GIVING TL-PRECO-COMPRA(WS-QTD-LIN)
                     COMPUTE TL-VALOR(WS-QTD-LIN) =
                            WS-QNT-CONVERTIDA * WS-PRECO-PED
              ELSE
                     DISPLAY "ERRO: MAIS DE 300 ITENS EM PEDCOMP - "
                        "IGNORADO O CODIGO " CODIGO-PED.
                     MOVE TL-CODIGO(WS-IDX-LIN) TO VAR-CODIGO
                     MOVE TL-LOCAL(WS-IDX-LIN) TO VAR-LOCAL
                     MOVE TL-DESCRICAO(WS-IDX-LIN) TO VAR-DESCRICAO
                     MOVE TL-QNT-COMPRA(WS-IDX-LIN) TO VAR-QNT-COMPRA
                     MOVE TL-UND-COMPRA(WS-IDX-LIN) TO VAR-UND-COMPRA
                     MOVE TL-QNT(WS-IDX-LIN) TO VAR-QNT
                     MOVE TL-UND-ESTOQUE(WS-IDX-LIN)
                            TO VAR-UND-ESTOQUE
                     MOVE TL-PRECO-COMPRA(WS-IDX-LIN) TO VAR-PRECO
                     MOVE TL-UND-COMPRA(WS-IDX-LIN) TO VAR-UND-PRECO
                     MOVE TL-VALOR(WS-IDX-LIN) TO VAR-VALOR
                     ADD TL-VALOR(WS-IDX-LIN) TO WS-TOTAL-PEDIDO
                     WRITE REG-RELPED FROM CAB-PED-DETALHE

       TERMINO.
              CLOSE PEDCOMP ATUMERC RELPED PEDABERT.

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
