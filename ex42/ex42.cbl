       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX42.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          EMISSAO DOS PEDIDOS DE COMPRA FORMAIS: IMPRIME
                         EM RELPOC UM DOCUMENTO PARA CADA NUM-PEDIDO-PAB
                         DO PEDABERT, COM NOME DO FORNECEDOR (FORNEC),
                         ENDERECO DA CONTA DO FORNECEDOR NO CADATU
                         (CONTA-FORN), DATA DO PEDIDO, ENTREGA PREVISTA
                         (DATA DO PEDIDO MAIS PRAZO-FORN DIAS), LINHAS
                         COM A QUANTIDADE NA UNIDADE DE COMPRA DO
                         FORNECEDOR (CONVUND, ARREDONDADA PARA CIMA EM
                         EMBALAGENS INTEIRAS) E NA UNIDADE DE ESTOQUE,
                         PRECO POR UNIDADE DE COMPRA (ULTIMO PRECO
                         UNITARIO DO ATUMERC VEZES O FATOR) E VALOR,
                         TOTAL DO PEDIDO E CONFERENCIA
                         COM O PEDIDO MINIMO DO FORNECEDOR. SEM PARMPOC
                         SAEM OS PEDIDOS COM DATA DO DIA; COM PARMPOC
                         SAI A FAIXA DE NUMEROS INFORMADA (REEMISSAO).
                         LINHAS CANCELADAS NAO SAEM. PEDIDO CUJO
                         FORNECEDOR NAO ESTA NO FORNEC, NAO TEM CONTA OU
                         TEM CONTA EXCLUIDA OU INEXISTENTE NO CADATU E
                         RETIDO E LISTADO EM RELPOCEX, QUE TRAZ TAMBEM
                         OS TOTAIS DA EMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMPOC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADATU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONVUND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PEDVALWK ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT ARQSRTF ASSIGN TO DISK.

       SELECT RELPOC ASSIGN TO DISK.

       SELECT RELPOCEX ASSIGN TO DISK.

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

       FD PARMPOC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMPOC.DAT".

       01 REG-PARMPOC.
              02 PEDIDO-INI-PRM PIC 9(6).
              02 PEDIDO-FIM-PRM PIC 9(6).

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

       FD CADATU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADATU.DAT".

       01 REGATU.
              02 CC-ATU     PIC 9(6).
              02 TIPO-ATU   PIC X.
              02 ENDER-ATU  PIC X(50).

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

       FD PEDABERT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDABERT.DAT".

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
                     88 PEDIDO-PARCIAL-PAB  VALUE "P".
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

       FD PEDVALWK
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVALWK.DAT".

       01 REG-PEDVALWK PIC X(66).

       SD ARQSORT.

       01 REG-SORT.
              02 NUM-PEDIDO-SRT PIC 9(6).
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 FORN-SRT       PIC 9(3).
              02 DESCRICAO-SRT  PIC X(30).
              02 QNT-SRT        PIC 9(5).
              02 DATA-SRT       PIC 9(8).
              02 PRECO-SRT      PIC 9(4)V99.
              02 ITEM-SRT       PIC X.
                     88 ITEM-SEM-PRECO VALUE "N".

       SD ARQSRTF.

       01 REG-SRTF.
              02 CONTA-SRF PIC 9(6).
              02 FORN-SRF  PIC 9(3).

       FD RELPOC
       LABEL RECORD ARE OMITTED.

       01 REG-RELPOC PIC X(80).

       FD RELPOCEX
       LABEL RECORD ARE OMITTED.

       01 REG-RELPOCEX PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CH-CAD PIC X(6) VALUE SPACES.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-FORN PIC X VALUE "N".
              88 FIM-FORN VALUE "S".
       77 WS-FIM-PAB PIC X VALUE "N".
              88 FIM-PAB VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-FIM-SRTF PIC X VALUE "N".
              88 FIM-SRTF VALUE "S".
       77 WS-SELECAO PIC X VALUE "D".
              88 SELECAO-POR-DATA  VALUE "D".
              88 SELECAO-POR-FAIXA VALUE "F".
       77 WS-TEM-PEDIDO PIC X VALUE "N".
              88 TEM-PEDIDO VALUE "S".
       77 WS-TEM-SEM-PRECO PIC X VALUE "N".
              88 TEM-SEM-PRECO VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-PEDIDO-INI PIC 9(6) VALUE ZEROES.
       77 WS-PEDIDO-FIM PIC 9(6) VALUE ZEROES.
       77 WS-PEDIDO-ATUAL PIC 9(6) VALUE ZEROES.
       77 WS-FORN-PEDIDO PIC 9(3) VALUE ZEROES.
       77 WS-DATA-PEDIDO PIC 9(8) VALUE ZEROES.
       77 WS-IDX-FORN PIC 9(4) VALUE ZEROES.
       77 WS-CC-PROCURA PIC 9(6) VALUE ZEROES.
       77 WS-VALOR-LINHA PIC 9(9)V99 VALUE ZEROES.
       77 WS-TOTAL-PEDIDO PIC 9(11)V99 VALUE ZEROES.
       77 WS-LINHAS-PEDIDO PIC 9(5) VALUE ZEROES.
       77 WS-CT-LINHAS PIC 9(7) VALUE ZEROES.
       77 WS-CT-EMITIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-ABAIXO-MIN PIC 9(5) VALUE ZEROES.
       77 WS-CT-RETIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-PRECO PIC 9(5) VALUE ZEROES.
       77 WS-VALOR-EMITIDO PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-RETIDO PIC 9(11)V99 VALUE ZEROES.
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
       77 WS-PRECO-COMPRA PIC 9(8)V99 VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 CT-PAG-EXC PIC 999 VALUE ZEROES.
       77 CT-LIN-EXC PIC 99  VALUE 41.

       01 WS-DT-CONV.
              02 WS-DC-ANO PIC 9(4).
              02 WS-DC-MES PIC 9(2).
              02 WS-DC-DIA PIC 9(2).
       01 WS-DT-CONV-N REDEFINES WS-DT-CONV PIC 9(8).

       01 ACUM-MES-LIT PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 TAB-ACUM-MES REDEFINES ACUM-MES-LIT.
              02 ACUM-MES PIC 9(3) OCCURS 12 TIMES.

       01 TAB-FORN-CAD.
              02 FORN-ENTRY OCCURS 1000 TIMES.
                     03 TF-CADASTRO   PIC X.
                            88 TF-CADASTRADO VALUE "S".
                     03 TF-NOME       PIC X(30).
                     03 TF-PRAZO      PIC 9(3).
                     03 TF-PEDIDO-MIN PIC 9(6)V99.
                     03 TF-CONTA      PIC 9(6).
                     03 TF-SITUACAO   PIC X.
                            88 TF-CONTA-OK      VALUE "S".
                            88 TF-SEM-CONTA     VALUE "Z".
                            88 TF-CONTA-AUSENTE VALUE "N".
                     03 TF-ENDER      PIC X(50).

       01 TAB-CONV.
              02 CONV-ENTRY OCCURS 500 TIMES.
                     03 TC-FORN        PIC 9(3).
                     03 TC-CODIGO      PIC 9(5).
                     03 TC-UND-COMPRA  PIC X(3).
                     03 TC-UND-ESTOQUE PIC X(3).
                     03 TC-FATOR       PIC 9(4).

       01 CAB-1.
              02 FILLER PIC X(26) VALUE SPACES.
              02 FILLER PIC X(16) VALUE
              "PEDIDO DE COMPRA".
              02 FILLER PIC X(29) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "PEDIDO: ".
              02 VAR-PEDIDO PIC 9(6).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(16) VALUE "DATA DO PEDIDO: ".
              02 VAR-DATA-PEDIDO PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(18) VALUE "ENTREGA PREVISTA: ".
              02 VAR-DATA-ENTREGA PIC 9(8).
              02 FILLER PIC X(6) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(12) VALUE "FORNECEDOR: ".
              02 VAR-FORN PIC 999.
              02 FILLER PIC X(3) VALUE " - ".
              02 VAR-NOME PIC X(30).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(7) VALUE "CONTA: ".
              02 VAR-CONTA PIC 9(6).
              02 FILLER PIC X(13) VALUE SPACES.

       01 CAB-4.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(10) VALUE "ENDERECO: ".
              02 VAR-ENDER PIC X(50).
              02 FILLER PIC X(18) VALUE SPACES.

       01 CAB-5.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(9) VALUE "DESCRICAO".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(10) VALUE "QNT.COMPRA".
              02 FILLER PIC X(10) VALUE "  QNT.ESTQ".
              02 FILLER PIC X(5) VALUE SPACES.
              02 FILLER PIC X(12) VALUE "PRECO COMPRA".
              02 FILLER PIC X(10) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "VALOR".
              02 FILLER PIC XX VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-DESCRICAO PIC X(15).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-COMPRA PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-COMPRA PIC X(3).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-ESTOQUE PIC X(3).
              02 VAR-PRECO PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE "/".
              02 VAR-UND-PRECO PIC X(3).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-MARCA PIC X.

       01 CAB-TOTAL.
              02 FILLER PIC X(44) VALUE SPACES.
              02 FILLER PIC X(17) VALUE "TOTAL DO PEDIDO: ".
              02 VAR-TOTAL-PEDIDO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.

       01 CAB-MINIMO.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(30) VALUE
              "PEDIDO MINIMO DO FORNECEDOR: ".
              02 VAR-PEDIDO-MIN PIC ZZZ.ZZ9,99.
              02 FILLER PIC X(3) VALUE " - ".
              02 VAR-SITUACAO-MIN PIC X(25).
              02 FILLER PIC X(10) VALUE SPACES.

       01 CAB-SEM-PRECO.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(43) VALUE
              "(*) ITEM FORA DO ATUMERC - PRECO A COMBINAR".
              02 FILLER PIC X(35) VALUE SPACES.

       01 CAB-ASSINATURA.
              02 FILLER PIC X(44) VALUE SPACES.
              02 FILLER PIC X(30) VALUE ALL "_".
              02 FILLER PIC X(6) VALUE SPACES.

       01 CAB-AUTORIZACAO.
              02 FILLER PIC X(52) VALUE SPACES.
              02 FILLER PIC X(14) VALUE "DEPTO. COMPRAS".
              02 FILLER PIC X(14) VALUE SPACES.

       01 CAB-EXC-1.
              02 FILLER PIC X(20) VALUE SPACES.
              02 FILLER PIC X(30) VALUE
              "PEDIDOS DE COMPRA RETIDOS".
              02 FILLER PIC X(21) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG-EXC PIC Z99.

       01 CAB-EXC-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(17) VALUE "DATA DE EMISSAO: ".
              02 VAR-DATA-EXC PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-SELECAO-EXC PIC X(35).
              02 FILLER PIC X(14) VALUE SPACES.

       01 CAB-SELECAO-FAIXA.
              02 FILLER PIC X(12) VALUE "PEDIDOS DE: ".
              02 VAR-PEDIDO-INI PIC 9(6).
              02 FILLER PIC X(3) VALUE " A ".
              02 VAR-PEDIDO-FIM PIC 9(6).
              02 FILLER PIC X(8) VALUE SPACES.

       01 CAB-SELECAO-DATA.
              02 FILLER PIC X(17) VALUE "PEDIDOS DA DATA: ".
              02 VAR-DATA-SEL PIC 9(8).
              02 FILLER PIC X(10) VALUE SPACES.

       01 CAB-EXC-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "PEDIDO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(4) VALUE "FORN".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CONTA".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "LINHAS".
              02 FILLER PIC X(9) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "VALOR".
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "MOTIVO".
              02 FILLER PIC X(28) VALUE SPACES.

       01 CAB-EXC-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDO-EXC PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-FORN-EXC PIC 999.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CONTA-EXC PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-LINHAS-EXC PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR-EXC PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MOTIVO-EXC PIC X(30).
              02 FILLER PIC X(4) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(37) VALUE SPACES.

       01 DETALHE-VAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VAL PIC X(30).
              02 VAR-VALOR-VAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CARREGA-FORNEC.
              PERFORM LOCALIZA-CONTAS.
              PERFORM VALORIZA-LINHAS.
              PERFORM EMITE-PEDIDOS.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              PERFORM CARREGA-CONVUND.
              MOVE SPACES TO TAB-FORN-CAD.
              OPEN OUTPUT RELPOC RELPOCEX.

       LE-PARAMETRO.
              OPEN INPUT PARMPOC.
              READ PARMPOC AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF PEDIDO-INI-PRM NOT NUMERIC
                        OR PEDIDO-FIM-PRM NOT NUMERIC
                        OR PEDIDO-FIM-PRM < PEDIDO-INI-PRM
                            DISPLAY "ERRO: PARMPOC INVALIDO - "
                               "INFORME PEDIDO INICIAL E FINAL"
                            STOP RUN
                     END-IF
                     MOVE "F" TO WS-SELECAO
                     MOVE PEDIDO-INI-PRM TO WS-PEDIDO-INI
                     MOVE PEDIDO-FIM-PRM TO WS-PEDIDO-FIM.
              CLOSE PARMPOC.

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

       CARREGA-FORNEC.
              OPEN INPUT FORNEC.
              PERFORM LER-FORNEC.
              PERFORM GUARDA-FORNEC UNTIL FIM-FORN.
              CLOSE FORNEC.

       LER-FORNEC.
              READ FORNEC AT END MOVE "S" TO WS-FIM-FORN.

       GUARDA-FORNEC.
              COMPUTE WS-IDX-FORN = CODIGO-FORN + 1.
              IF NOT TF-CADASTRADO(WS-IDX-FORN)
                     MOVE "S" TO TF-CADASTRO(WS-IDX-FORN)
                     MOVE NOME-FORN TO TF-NOME(WS-IDX-FORN)
                     MOVE PRAZO-FORN TO TF-PRAZO(WS-IDX-FORN)
                     MOVE PEDIDO-MIN-FORN TO TF-PEDIDO-MIN(WS-IDX-FORN)
                     IF CONTA-FORN NUMERIC AND CONTA-FORN > ZEROES
                            MOVE CONTA-FORN TO TF-CONTA(WS-IDX-FORN)
                            MOVE "N" TO TF-SITUACAO(WS-IDX-FORN)
                     ELSE
                            MOVE ZEROES TO TF-CONTA(WS-IDX-FORN)
                            MOVE "Z" TO TF-SITUACAO(WS-IDX-FORN).
              PERFORM LER-FORNEC.

       LOCALIZA-CONTAS.
              SORT ARQSRTF
                     ON ASCENDING KEY CONTA-SRF FORN-SRF
                     INPUT PROCEDURE IS LIBERA-CONTAS
                     OUTPUT PROCEDURE IS CONFERE-CONTAS.

       LIBERA-CONTAS.
              PERFORM LIBERA-CONTA-FORN
                     VARYING WS-IDX-FORN FROM 1 BY 1
                     UNTIL WS-IDX-FORN > 1000.

       LIBERA-CONTA-FORN.
              IF TF-CADASTRADO(WS-IDX-FORN)
                 AND TF-CONTA(WS-IDX-FORN) > ZEROES
                     MOVE TF-CONTA(WS-IDX-FORN) TO CONTA-SRF
                     COMPUTE FORN-SRF = WS-IDX-FORN - 1
                     RELEASE REG-SRTF.

       CONFERE-CONTAS.
              OPEN INPUT CADATU.
              PERFORM LER-CAD.
              PERFORM RETORNA-SRTF.
              PERFORM CONFERE-CONTA UNTIL FIM-SRTF.
              CLOSE CADATU.

       RETORNA-SRTF.
              RETURN ARQSRTF AT END MOVE "S" TO WS-FIM-SRTF.

       LER-CAD.
              READ CADATU AT END MOVE HIGH-VALUES TO CH-CAD.
              IF CH-CAD NOT EQUAL HIGH-VALUES
                     MOVE CC-ATU TO CH-CAD.

       CONFERE-CONTA.
              MOVE CONTA-SRF TO WS-CC-PROCURA.
              PERFORM LER-CAD UNTIL CH-CAD NOT LESS THAN WS-CC-PROCURA.
              COMPUTE WS-IDX-FORN = FORN-SRF + 1.
              IF CH-CAD EQUAL WS-CC-PROCURA
                     MOVE "S" TO TF-SITUACAO(WS-IDX-FORN)
                     MOVE ENDER-ATU TO TF-ENDER(WS-IDX-FORN).
              PERFORM RETORNA-SRTF.

       VALORIZA-LINHAS.
              SORT ARQSORT
                     ON ASCENDING KEY CHAVE-SRT NUM-PEDIDO-SRT
                     INPUT PROCEDURE IS SELECIONA-LINHAS
                     OUTPUT PROCEDURE IS GRAVA-VALORIZADAS.

       SELECIONA-LINHAS.
              OPEN INPUT PEDABERT.
              PERFORM LER-PAB.
              PERFORM LIBERA-LINHA UNTIL FIM-PAB.
              CLOSE PEDABERT.

       LER-PAB.
              READ PEDABERT AT END MOVE "S" TO WS-FIM-PAB.

       LIBERA-LINHA.
              IF NOT PEDIDO-CANCELADO-PAB
                     IF SELECAO-POR-FAIXA
                            IF NUM-PEDIDO-PAB NOT < WS-PEDIDO-INI
                               AND NUM-PEDIDO-PAB NOT > WS-PEDIDO-FIM
                                   PERFORM LIBERA-PEDABERT
                            END-IF
                     ELSE
                            IF DATA-PEDIDO-PAB EQUAL WS-DATA-HOJE
                                   PERFORM LIBERA-PEDABERT.
              PERFORM LER-PAB.

       LIBERA-PEDABERT.
              MOVE NUM-PEDIDO-PAB TO NUM-PEDIDO-SRT.
              MOVE CODIGO-PAB TO CODIGO-SRT.
              MOVE LOCAL-PAB TO LOCAL-SRT.
              MOVE FORN-PAB TO FORN-SRT.
              MOVE DESCRICAO-PAB TO DESCRICAO-SRT.
              MOVE QNT-PEDIDA-PAB TO QNT-SRT.
              MOVE DATA-PEDIDO-PAB TO DATA-SRT.
              MOVE ZEROES TO PRECO-SRT.
              MOVE "N" TO ITEM-SRT.
              RELEASE REG-SORT.

       GRAVA-VALORIZADAS.
              OPEN INPUT ATUMERC
                  OUTPUT PEDVALWK.
              PERFORM LER-ATU.
              PERFORM RETORNA-SORT.
              PERFORM VALORIZA-LINHA UNTIL FIM-SORT.
              CLOSE ATUMERC PEDVALWK.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       VALORIZA-LINHA.
              PERFORM LER-ATU UNTIL CH-ATU NOT LESS THAN CHAVE-SRT.
              IF CH-ATU EQUAL CHAVE-SRT
                     MOVE PRECO-UNIT-ATU TO PRECO-SRT
                     MOVE "S" TO ITEM-SRT.
              WRITE REG-PEDVALWK FROM REG-SORT.
              PERFORM RETORNA-SORT.

       EMITE-PEDIDOS.
              MOVE "N" TO WS-FIM-SORT.
              SORT ARQSORT
                     ON ASCENDING KEY NUM-PEDIDO-SRT CHAVE-SRT
                     USING PEDVALWK
                     OUTPUT PROCEDURE IS IMPRIME-PEDIDOS.

       IMPRIME-PEDIDOS.
              PERFORM RETORNA-SORT.
              PERFORM TRATA-LINHA UNTIL FIM-SORT.
              IF TEM-PEDIDO
                     PERFORM FECHA-PEDIDO.

       TRATA-LINHA.
              IF NOT TEM-PEDIDO
                 OR NUM-PEDIDO-SRT NOT EQUAL WS-PEDIDO-ATUAL
                     IF TEM-PEDIDO
                            PERFORM FECHA-PEDIDO
                     END-IF
                     PERFORM ABRE-PEDIDO.
              PERFORM CONVERTE-LINHA.
              COMPUTE WS-VALOR-LINHA = WS-QNT-COMPRA * WS-PRECO-COMPRA.
              ADD WS-VALOR-LINHA TO WS-TOTAL-PEDIDO.
              ADD 1 TO WS-LINHAS-PEDIDO.
              IF TF-CONTA-OK(WS-IDX-FORN)
                     PERFORM IMPRIME-LINHA.
              PERFORM RETORNA-SORT.

       CONVERTE-LINHA.
              MOVE FORN-SRT TO WS-CNV-FORN.
              MOVE CODIGO-SRT TO WS-CNV-CODIGO.
              PERFORM PROCURA-CONVERSAO.
              DIVIDE QNT-SRT BY WS-FATOR
                     GIVING WS-QNT-COMPRA REMAINDER WS-RESTO-CNV.
              IF WS-RESTO-CNV > ZEROES
                     ADD 1 TO WS-QNT-COMPRA.
              MULTIPLY PRECO-SRT BY WS-FATOR GIVING WS-PRECO-COMPRA.

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

       ABRE-PEDIDO.
              MOVE "S" TO WS-TEM-PEDIDO.
              MOVE "N" TO WS-TEM-SEM-PRECO.
              MOVE NUM-PEDIDO-SRT TO WS-PEDIDO-ATUAL.
              MOVE FORN-SRT TO WS-FORN-PEDIDO.
              MOVE DATA-SRT TO WS-DATA-PEDIDO.
              MOVE ZEROES TO WS-TOTAL-PEDIDO.
              MOVE ZEROES TO WS-LINHAS-PEDIDO.
              MOVE ZEROES TO CT-PAG.
              COMPUTE WS-IDX-FORN = FORN-SRT + 1.
              IF TF-CONTA-OK(WS-IDX-FORN)
                     PERFORM CALCULA-ENTREGA
                     PERFORM CABECALHO.

       CALCULA-ENTREGA.
              MOVE WS-DATA-PEDIDO TO WS-DT-CONV-N.
              MOVE TF-PRAZO(WS-IDX-FORN) TO WS-DIAS-SOMA.
              PERFORM SOMA-DIAS-DATA.
              MOVE WS-DT-CONV-N TO VAR-DATA-ENTREGA.

       IMPRIME-LINHA.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE CODIGO-SRT TO VAR-CODIGO.
              MOVE LOCAL-SRT TO VAR-LOCAL.
              MOVE DESCRICAO-SRT TO VAR-DESCRICAO.
              MOVE WS-QNT-COMPRA TO VAR-QNT-COMPRA.
              MOVE WS-UND-COMPRA TO VAR-UND-COMPRA.
              MOVE QNT-SRT TO VAR-QNT.
              MOVE WS-UND-ESTOQUE TO VAR-UND-ESTOQUE.
              MOVE WS-PRECO-COMPRA TO VAR-PRECO.
              MOVE WS-UND-COMPRA TO VAR-UND-PRECO.
              MOVE WS-VALOR-LINHA TO VAR-VALOR.
              IF ITEM-SEM-PRECO
                     MOVE "*" TO VAR-MARCA
                     MOVE "S" TO WS-TEM-SEM-PRECO
                     ADD 1 TO WS-CT-SEM-PRECO
              ELSE
                     MOVE SPACE TO VAR-MARCA.
              WRITE REG-RELPOC FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FECHA-PEDIDO.
              IF TF-CONTA-OK(WS-IDX-FORN)
                     PERFORM RODAPE-PEDIDO
              ELSE
                     PERFORM RETEM-PEDIDO.

       RODAPE-PEDIDO.
              IF CT-LIN > 34
                     PERFORM CABECALHO.
              MOVE WS-TOTAL-PEDIDO TO VAR-TOTAL-PEDIDO.
              WRITE REG-RELPOC FROM CAB-TOTAL
                     AFTER ADVANCING 2 LINES.
              MOVE TF-PEDIDO-MIN(WS-IDX-FORN) TO VAR-PEDIDO-MIN.
              IF WS-TOTAL-PEDIDO < TF-PEDIDO-MIN(WS-IDX-FORN)
                     MOVE "*** NAO ATINGIDO ***" TO VAR-SITUACAO-MIN
                     ADD 1 TO WS-CT-ABAIXO-MIN
              ELSE
                     MOVE "ATENDIDO" TO VAR-SITUACAO-MIN.
              WRITE REG-RELPOC FROM CAB-MINIMO
                     AFTER ADVANCING 1 LINE.
              IF TEM-SEM-PRECO
                     WRITE REG-RELPOC FROM CAB-SEM-PRECO
                            AFTER ADVANCING 1 LINE.
              WRITE REG-RELPOC FROM CAB-ASSINATURA
                     AFTER ADVANCING 3 LINES.
              WRITE REG-RELPOC FROM CAB-AUTORIZACAO
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO WS-CT-EMITIDOS.
              ADD WS-LINHAS-PEDIDO TO WS-CT-LINHAS.
              ADD WS-TOTAL-PEDIDO TO WS-VALOR-EMITIDO.

       RETEM-PEDIDO.
              IF CT-LIN-EXC > 40
                     PERFORM CABECALHO-EXCECAO.
              MOVE WS-PEDIDO-ATUAL TO VAR-PEDIDO-EXC.
              MOVE WS-FORN-PEDIDO TO VAR-FORN-EXC.
              MOVE TF-CONTA(WS-IDX-FORN) TO VAR-CONTA-EXC.
              MOVE WS-LINHAS-PEDIDO TO VAR-LINHAS-EXC.
              MOVE WS-TOTAL-PEDIDO TO VAR-VALOR-EXC.
              IF NOT TF-CADASTRADO(WS-IDX-FORN)
                     MOVE ZEROES TO VAR-CONTA-EXC
                     MOVE "FORNECEDOR FORA DO FORNEC"
                            TO VAR-MOTIVO-EXC
              ELSE
                     IF TF-SEM-CONTA(WS-IDX-FORN)
                            MOVE "FORNECEDOR SEM CONTA NO CADATU"
                                   TO VAR-MOTIVO-EXC
                     ELSE
                            MOVE "CONTA EXCLUIDA OU INEXISTENTE"
                                   TO VAR-MOTIVO-EXC.
              WRITE REG-RELPOCEX FROM CAB-EXC-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-EXC.
              ADD 1 TO WS-CT-RETIDOS.
              ADD WS-TOTAL-PEDIDO TO WS-VALOR-RETIDO.

       CABECALHO.
              MOVE SPACES TO REG-RELPOC.
              WRITE REG-RELPOC AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-PEDIDO-ATUAL TO VAR-PEDIDO.
              MOVE WS-DATA-PEDIDO TO VAR-DATA-PEDIDO.
              MOVE WS-FORN-PEDIDO TO VAR-FORN.
              MOVE TF-NOME(WS-IDX-FORN) TO VAR-NOME.
              MOVE TF-CONTA(WS-IDX-FORN) TO VAR-CONTA.
              MOVE TF-ENDER(WS-IDX-FORN) TO VAR-ENDER.
              WRITE REG-RELPOC FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELPOC FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELPOC FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELPOC FROM CAB-4
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELPOC FROM CAB-5
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELPOC.
              WRITE REG-RELPOC AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       CABECALHO-EXCECAO.
              MOVE SPACES TO REG-RELPOCEX.
              WRITE REG-RELPOCEX AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG-EXC.
              MOVE CT-PAG-EXC TO VAR-PAG-EXC.
              MOVE WS-DATA-HOJE TO VAR-DATA-EXC.
              IF SELECAO-POR-FAIXA
                     MOVE WS-PEDIDO-INI TO VAR-PEDIDO-INI
                     MOVE WS-PEDIDO-FIM TO VAR-PEDIDO-FIM
                     MOVE CAB-SELECAO-FAIXA TO VAR-SELECAO-EXC
              ELSE
                     MOVE WS-DATA-HOJE TO VAR-DATA-SEL
                     MOVE CAB-SELECAO-DATA TO VAR-SELECAO-EXC.
              WRITE REG-RELPOCEX FROM CAB-EXC-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELPOCEX FROM CAB-EXC-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELPOCEX FROM CAB-EXC-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELPOCEX.
              WRITE REG-RELPOCEX AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN-EXC.

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
              IF CT-LIN-EXC > 32
                     PERFORM CABECALHO-EXCECAO.
              MOVE "PEDIDOS EMITIDOS:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-EMITIDOS TO VAR-QTD-TOT.
              WRITE REG-RELPOCEX FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "LINHAS EMITIDAS:              "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LINHAS TO VAR-QTD-TOT.
              WRITE REG-RELPOCEX FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR DOS PEDIDOS EMITIDOS:   "
                     TO VAR-ROTULO-VAL.
              MOVE WS-VALOR-EMITIDO TO VAR-VALOR-VAL.
              WRITE REG-RELPOCEX FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "EMITIDOS ABAIXO DO MINIMO:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ABAIXO-MIN TO VAR-QTD-TOT.
              WRITE REG-RELPOCEX FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LINHAS SEM PRECO NO ATUMERC:  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-PRECO TO VAR-QTD-TOT.
              WRITE REG-RELPOCEX FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "PEDIDOS RETIDOS:              "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-RETIDOS TO VAR-QTD-TOT.
              WRITE REG-RELPOCEX FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR DOS PEDIDOS RETIDOS:    "
                     TO VAR-ROTULO-VAL.
              MOVE WS-VALOR-RETIDO TO VAR-VALOR-VAL.
              WRITE REG-RELPOCEX FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELPOC RELPOCEX.
              DISPLAY "EX42: " WS-CT-EMITIDOS " PEDIDOS EMITIDOS E "
                 WS-CT-RETIDOS " RETIDOS".

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
