                         APROVADOS PARA PAGAMENTO POR FORNECEDOR
                         (APROVPAG); DIVERGENCIAS (SEM PEDIDO, SEM
                         RECEBIMENTO, FATURADO A MAIOR, PRECO FORA DA
                         TOLERANCIA) SAEM NO RELATORIO RELNF. A NOTA
                         VEM NA UNIDADE DE COMPRA DO FORNECEDOR:
                         QUANTIDADE E PRECO SAO CONVERTIDOS PARA A
                         UNIDADE DE ESTOQUE PELA TABELA CONVUND ANTES
                         DO CONFRONTO COM O MOVGER E O ATUMERC; O VALOR
                         APROVADO CONTINUA SENDO O DA NOTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SELECT RELNF ASSIGN TO DISK.

       SELECT OPTIONAL CONVUND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


       01 REG-NOTAFISC.
              02 FORN-NF     PIC 9(3).
              02 CODIGO-NF   PIC 9(5).
              02 LOCAL-NF    PIC 9(2).
              02 QNT-NF      PIC 9(5).
              02 PRECO-NF    PIC 9(4)V99.

       SD ARQSORT.

       01 REG-SORT.
              02 FORN-SRT    PIC 9(3).
              02 CODIGO-SRT  PIC 9(5).
              02 LOCAL-SRT   PIC 9(2).
              02 QNT-SRT     PIC 9(5).
              02 PRECO-SRT   PIC 9(4)V99.

       FD NOTACL
       01 REG-NOTACL.
              02 FORN-NCL    PIC 9(3).
              02 CHAVE-NCL.
                     03 CODIGO-NCL PIC 9(5).
                     03 LOCAL-NCL  PIC 9(2).
              02 QNT-NCL     PIC 9(5).
              02 PRECO-NCL   PIC 9(4)V99.

       FD PEDCOMP

       01 REG-PEDCOMP.
              02 CHAVE-PED.
                     03 CODIGO-PED PIC 9(5).
                     03 LOCAL-PED  PIC 9(2).
              02 DESCRICAO-PED    PIC X(30).
              02 QNT-REPOR-PED    PIC 9(5).

       FD MOVGER
       LABEL RECORD ARE STANDARD

       01 REG-MOVGER.
              02 CHAVE-GER.
                     03 CODIGO-GER PIC 9(5).
                     03 LOCAL-GER  PIC 9(2).
              02 DESCRICAO-GER    PIC X(30).
              02 ESTOQUE-MIN-GER  PIC 9(5).
              02 QNT-ESTOQUE-GER  PIC 9(5).
              02 PRECO-UNIT-GER   PIC 9(4)V99.
              02 TIPO-GER         PIC X.
              02 DATA-EFETIVA-GER PIC 9(8).

       01 REG-ATUMERC.
              02 CHAVE-ATU.
                     03 CODIGO-ATU PIC 9(5).
                     03 LOCAL-ATU  PIC 9(2).
              02 DESCRICAO-ATU   PIC X(30).
              02 ESTOQUE-MIN-ATU PIC 9(5).
              02 QNT-ESTOQUE-ATU PIC 9(5).
              02 PRECO-UNIT-ATU  PIC 9(4)V99.
              02 CUSTO-MEDIO-ATU PIC 9(4)V99.


       01 REG-RELNF PIC X(80).

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
       77 CH-NF  PIC X(7) VALUE SPACES.
       77 CH-PED PIC X(7) VALUE SPACES.
       77 CH-GER PIC X(7) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-FIM-NF PIC X VALUE "N".
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-TOLERANCIA PIC 9(2)V99 VALUE 5,00.
       77 WS-CHAVE-REC PIC X(7) VALUE SPACES.
       77 WS-QNT-RECEBIDA PIC 9(7) VALUE ZEROES.
       77 WS-TEM-PEDIDO PIC X VALUE "N".
              88 TEM-PEDIDO VALUE "S".
       77 WS-TEM-CADASTRO PIC X VALUE "N".
              88 TEM-CADASTRO VALUE "S".
       77 WS-VARIACAO-PCT PIC S9(3)V99 VALUE ZEROES.
       77 WS-VALOR-NOTA PIC 9(9)V99 VALUE ZEROES.
       77 WS-QTD-FORN PIC 99 VALUE ZEROES.
       77 WS-IDX-FORN PIC 99 VALUE ZEROES.
       77 WS-FORN-ACHADO PIC 99 VALUE ZEROES.
       77 WS-CT-A-MAIOR    PIC 9(5) VALUE ZEROES.
       77 WS-CT-FORA-TOL   PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-CAD    PIC 9(5) VALUE ZEROES.
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
       77 WS-QNT-NF-ESTOQUE PIC 9(9) VALUE ZEROES.
       77 WS-PRECO-ESTOQUE PIC 9(4)V99 VALUE ZEROES.

       01 TAB-CONV.
              02 CONV-ENTRY OCCURS 500 TIMES.
                     03 TC-FORN        PIC 9(3).
                     03 TC-CODIGO      PIC 9(5).
                     03 TC-UND-COMPRA  PIC X(3).
                     03 TC-UND-ESTOQUE PIC X(3).
                     03 TC-FATOR       PIC 9(4).

       01 TAB-APROV.
              02 APROV-ENTRY OCCURS 50 TIMES.
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC X(3) VALUE "FOR".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(3) VALUE "COD".
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(7) VALUE "FAT.FOR".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "FAT.ESTQ".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(5) VALUE "RECEB".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(7) VALUE "PR.FORN".
              02 FILLER PIC X(7) VALUE "PR.ESTQ".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(8) VALUE "MENSAGEM".
              02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-DETALHE.
              02 VAR-FORN PIC 999.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-FAT PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-COMPRA PIC X(3).
              02 VAR-QNT-FAT-EST PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-ESTOQUE PIC X(3).
              02 VAR-QNT-REC PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-PRECO-FAT PIC ZZZ9,99.
              02 VAR-PRECO-EST PIC ZZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-MENSAGEM PIC X(28).

       01 CAB-APR-1.

       INICIO.
              PERFORM LE-PARAMETRO.
              PERFORM CARREGA-CONVUND.
              OPEN INPUT NOTACL PEDCOMP MOVGER ATUMERC
                  OUTPUT APROVPAG RELNF.
              PERFORM LER-NF.
                     MOVE TOLERANCIA-PRM TO WS-TOLERANCIA.
              CLOSE PARMNF.

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

       LER-NF.
              READ NOTACL AT END MOVE HIGH-VALUES TO CH-NF.
              IF CH-NF NOT EQUAL HIGH-VALUES
              PERFORM POSICIONA-PEDIDO.
              PERFORM POSICIONA-RECEBIDO.
              PERFORM POSICIONA-CADASTRO.
              PERFORM CONVERTE-NOTA.
              PERFORM CONFERE-NOTA.
              PERFORM LER-NF.

              ELSE
                     MOVE "N" TO WS-TEM-CADASTRO.

       CONVERTE-NOTA.
              MOVE FORN-NCL TO WS-CNV-FORN.
              MOVE CODIGO-NCL TO WS-CNV-CODIGO.
              PERFORM PROCURA-CONVERSAO.
              MULTIPLY QNT-NCL BY WS-FATOR GIVING WS-QNT-NF-ESTOQUE.
              DIVIDE PRECO-NCL BY WS-FATOR
                     GIVING WS-PRECO-ESTOQUE ROUNDED.

       CONFERE-NOTA.
              IF NOT TEM-PEDIDO
                     ADD 1 TO WS-CT-SEM-PEDIDO
                            TO VAR-MENSAGEM
                     PERFORM GRAVA-DIVERGENCIA
              ELSE
              IF WS-QNT-NF-ESTOQUE > WS-QNT-RECEBIDA
                     ADD 1 TO WS-CT-A-MAIOR
                     MOVE "FATURADO MAIOR QUE RECEBIDO "
                            TO VAR-MENSAGEM
       CONFERE-PRECO.
              IF PRECO-UNIT-ATU NOT EQUAL ZEROES
                     COMPUTE WS-VARIACAO-PCT =
                        ((WS-PRECO-ESTOQUE - PRECO-UNIT-ATU) /
                           PRECO-UNIT-ATU) * 100
                        ON SIZE ERROR
                               MOVE 999,99 TO WS-VARIACAO-PCT

       APROVA-NOTA.
              ADD 1 TO WS-CT-APROVADAS.
              SUBTRACT WS-QNT-NF-ESTOQUE FROM WS-QNT-RECEBIDA.
              COMPUTE WS-VALOR-NOTA = QNT-NCL * PRECO-NCL.
              PERFORM PROCURA-FORNECEDOR.
              IF WS-FORN-ACHADO > ZEROES
              MOVE CODIGO-NCL TO VAR-CODIGO.
              MOVE LOCAL-NCL TO VAR-LOCAL.
              MOVE QNT-NCL TO VAR-QNT-FAT.
              MOVE WS-UND-COMPRA TO VAR-UND-COMPRA.
              MOVE WS-QNT-NF-ESTOQUE TO VAR-QNT-FAT-EST.
              MOVE WS-UND-ESTOQUE TO VAR-UND-ESTOQUE.
              MOVE WS-QNT-RECEBIDA TO VAR-QNT-REC.
              MOVE PRECO-NCL TO VAR-PRECO-FAT.
              MOVE WS-PRECO-ESTOQUE TO VAR-PRECO-EST.
              WRITE REG-RELNF FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
