       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX43.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          CONSULTA DE ESTOQUE NO BALCAO DO ALMOXARIFADO:
                         PEDE O CODIGO DO ITEM E, OPCIONALMENTE, O
                         LOCAL E MOSTRA A DESCRICAO, O ESTOQUE ATUAL E
                         O MINIMO POR LOCAL COM ULTIMO PRECO E CUSTO
                         MEDIO (ATUMERC), AS LINHAS DO PEDABERT AINDA A
                         RECEBER COM DATA DO PEDIDO E FORNECEDOR E OS
                         ULTIMOS 30 MOVIMENTOS DO JORNMERC. A TELA PARA
                         A CADA 18 LINHAS. SO LE OS ARQUIVOS, QUE SAO
                         ABERTOS E FECHADOS A CADA CONSULTA; NAO DEVE
                         SER USADA COM A CADEIA NOTURNA EM EXECUCAO.
                         CODIGO 00000 OU EM BRANCO ENCERRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD JORNMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "JORNMERC.DAT".

       01 REG-JORNMERC.
              02 CHAVE-JRN.
                     03 CODIGO-JRN PIC 9(5).
                     03 LOCAL-JRN  PIC 9(2).
              02 DATA-JRN   PIC 9(8).
              02 TIPO-JRN   PIC X.
              02 QNT-JRN    PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-JRN  PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-FIM-FORN PIC X VALUE "N".
              88 FIM-FORN VALUE "S".
       77 WS-FIM-ATU PIC X VALUE "N".
              88 FIM-ATU VALUE "S".
       77 WS-FIM-PAB PIC X VALUE "N".
              88 FIM-PAB VALUE "S".
       77 WS-FIM-JRN PIC X VALUE "N".
              88 FIM-JRN VALUE "S".
       77 WS-FIM-CONSULTA PIC X VALUE "N".
              88 FIM-CONSULTA VALUE "S".
       77 WS-ENTRADA-OK PIC X VALUE "N".
              88 ENTRADA-OK VALUE "S".
       77 WS-INTERROMPE PIC X VALUE "N".
              88 INTERROMPIDA VALUE "S".
       77 WS-TODOS-LOCAIS PIC X VALUE "S".
              88 TODOS-LOCAIS VALUE "S".
       77 WS-ACHOU-ITEM PIC X VALUE "N".
              88 ACHOU-ITEM VALUE "S".
       77 WS-RESPOSTA PIC X VALUE SPACE.
       77 WS-CODIGO-PROC PIC 9(5) VALUE ZEROES.
       77 WS-LOCAL-PROC PIC 9(2) VALUE ZEROES.
       77 WS-IDX-FORN PIC 9(4) VALUE ZEROES.
       77 WS-IDX-MOV PIC 99 VALUE ZEROES.
       77 WS-POS-MOV PIC 99 VALUE 1.
       77 WS-QTD-MOV PIC 9(7) VALUE ZEROES.
       77 WS-QTD-EXIBE PIC 99 VALUE ZEROES.
       77 WS-CT-EXIBE PIC 99 VALUE ZEROES.
       77 WS-IDX-TIPO PIC 9 VALUE ZEROES.
       77 WS-SALDO-PED PIC 9(5) VALUE ZEROES.
       77 WS-TOT-ESTOQUE PIC 9(7) VALUE ZEROES.
       77 WS-TOT-PEDIDO PIC 9(7) VALUE ZEROES.
       77 WS-QTD-PEDIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-CONSULTAS PIC 9(5) VALUE ZEROES.
       77 CT-LIN-TELA PIC 99 VALUE ZEROES.

       01 WS-ENT-CODIGO PIC X(5) VALUE SPACES.
       01 WS-ENT-CODIGO-N REDEFINES WS-ENT-CODIGO PIC 9(5).

       01 WS-ENT-LOCAL PIC X(2) VALUE SPACES.
       01 WS-ENT-LOCAL-N REDEFINES WS-ENT-LOCAL PIC 9(2).

       01 WS-LINHA-TELA PIC X(79) VALUE SPACES.

       01 TAB-NOME-FORN.
              02 NF-NOME PIC X(20) OCCURS 1000 TIMES.

       01 TIPOS-MOV-LIT.
              02 FILLER PIC X(13) VALUE "INCLUSAO".
              02 FILLER PIC X(13) VALUE "ALTERACAO".
              02 FILLER PIC X(13) VALUE "EXCLUSAO".
              02 FILLER PIC X(13) VALUE "ENTRADA".
              02 FILLER PIC X(13) VALUE "SAIDA".
              02 FILLER PIC X(13) VALUE "TRANSFERENCIA".
       01 TAB-TIPOS-MOV REDEFINES TIPOS-MOV-LIT.
              02 NOME-TIPO-MOV PIC X(13) OCCURS 6 TIMES.

       01 TAB-ULT-MOV.
              02 UM-ENTRY OCCURS 30 TIMES.
                     03 UM-DATA  PIC 9(8).
                     03 UM-LOCAL PIC 9(2).
                     03 UM-TIPO  PIC X.
                     03 UM-QNT   PIC S9(5).
                     03 UM-SALDO PIC 9(5).

       01 TELA-ITEM.
              02 FILLER PIC X(6) VALUE "ITEM: ".
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC XXX VALUE " - ".
              02 VAR-DESCRICAO PIC X(30).
              02 FILLER PIC X(35) VALUE SPACES.

       01 TELA-TITULO.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-TITULO PIC X(77).

       01 TELA-CAB-LOCAL.
              02 FILLER PIC X(4) VALUE "  LC".
              02 FILLER PIC X(9) VALUE "  ESTOQUE".
              02 FILLER PIC X(9) VALUE "   MINIMO".
              02 FILLER PIC X(12) VALUE "  PRECO UNIT".
              02 FILLER PIC X(12) VALUE "  CUSTO MED.".
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "SITUACAO".
              02 FILLER PIC X(22) VALUE SPACES.

       01 TELA-LOCAL.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-ESTOQUE PIC ZZ.ZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-MINIMO PIC ZZ.ZZ9.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-PRECO PIC Z.ZZ9,99.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-CUSTO PIC Z.ZZ9,99.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-SITUACAO PIC X(16).
              02 FILLER PIC X(14) VALUE SPACES.

       01 TELA-CAB-PEDIDO.
              02 FILLER PIC X(8) VALUE "  PEDIDO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "DATA PED".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(25) VALUE "FORNECEDOR".
              02 FILLER PIC X(2) VALUE "LC".
              02 FILLER PIC X(8) VALUE "  PEDIDA".
              02 FILLER PIC X(8) VALUE "  RECEB.".
              02 FILLER PIC X(8) VALUE " A RECEB".
              02 FILLER PIC X(8) VALUE SPACES.

       01 TELA-PEDIDO.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDO PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DATA-PED PIC 9(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-FORN PIC 999.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-NOME-FORN PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LOCAL-PED PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDA PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-RECEBIDA PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-A-RECEBER PIC ZZ.ZZ9.
              02 FILLER PIC X(8) VALUE SPACES.

       01 TELA-CAB-MOV.
              02 FILLER PIC X(10) VALUE "  DATA".
              02 FILLER PIC X(6) VALUE "  LC".
              02 FILLER PIC X(15) VALUE "TIPO".
              02 FILLER PIC X(10) VALUE "QUANTIDADE".
              02 FILLER PIC X(9) VALUE "    SALDO".
              02 FILLER PIC X(29) VALUE SPACES.

       01 TELA-MOV.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DATA-MOV PIC 9(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-LOCAL-MOV PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-TIPO-MOV PIC X(13).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-QNT-MOV PIC +ZZ.ZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-SALDO-MOV PIC ZZ.ZZ9.
              02 FILLER PIC X(30) VALUE SPACES.

       01 TELA-TOTAL.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(38) VALUE SPACES.

       01 TELA-OUTRO-TIPO.
              02 FILLER PIC X(5) VALUE "TIPO ".
              02 VAR-OUTRO-TIPO PIC X.
              02 FILLER PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CONSULTA UNTIL FIM-CONSULTA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              MOVE SPACES TO TAB-NOME-FORN.
              OPEN INPUT FORNEC.
              PERFORM LER-FORNEC.
              PERFORM GUARDA-FORNEC UNTIL FIM-FORN.
              CLOSE FORNEC.
              DISPLAY " ".
              DISPLAY "CONSULTA DE ESTOQUE".

       LER-FORNEC.
              READ FORNEC AT END MOVE "S" TO WS-FIM-FORN.

       GUARDA-FORNEC.
              COMPUTE WS-IDX-FORN = CODIGO-FORN + 1.
              MOVE NOME-FORN TO NF-NOME(WS-IDX-FORN).
              PERFORM LER-FORNEC.

       CONSULTA.
              PERFORM PEDE-ITEM.
              IF NOT FIM-CONSULTA AND ENTRADA-OK
                     ADD 1 TO WS-CT-CONSULTAS
                     MOVE "N" TO WS-INTERROMPE
                     MOVE ZEROES TO CT-LIN-TELA
                     PERFORM MOSTRA-LOCAIS
                     PERFORM MOSTRA-PEDIDOS
                     PERFORM MOSTRA-MOVIMENTOS.

       PEDE-ITEM.
              MOVE "N" TO WS-ENTRADA-OK.
              MOVE SPACES TO WS-ENT-CODIGO WS-ENT-LOCAL.
              DISPLAY " ".
              DISPLAY "CODIGO DO ITEM (5 DIGITOS, 00000 ENCERRA): "
                     WITH NO ADVANCING.
              ACCEPT WS-ENT-CODIGO.
              IF WS-ENT-CODIGO EQUAL SPACES
                 OR WS-ENT-CODIGO EQUAL "00000"
                     MOVE "S" TO WS-FIM-CONSULTA
              ELSE
                     IF WS-ENT-CODIGO-N NOT NUMERIC
                            DISPLAY "CODIGO INVALIDO - INFORME OS "
                               "5 DIGITOS"
                     ELSE
                            PERFORM PEDE-LOCAL.

       PEDE-LOCAL.
              MOVE WS-ENT-CODIGO-N TO WS-CODIGO-PROC.
              DISPLAY "LOCAL (2 DIGITOS, BRANCO = TODOS): "
                     WITH NO ADVANCING.
              ACCEPT WS-ENT-LOCAL.
              IF WS-ENT-LOCAL EQUAL SPACES
                     MOVE "S" TO WS-TODOS-LOCAIS
                     MOVE "S" TO WS-ENTRADA-OK
              ELSE
                     IF WS-ENT-LOCAL-N NOT NUMERIC
                            DISPLAY "LOCAL INVALIDO - INFORME OS "
                               "2 DIGITOS"
                     ELSE
                            MOVE "N" TO WS-TODOS-LOCAIS
                            MOVE WS-ENT-LOCAL-N TO WS-LOCAL-PROC
                            MOVE "S" TO WS-ENTRADA-OK.

       MOSTRA-LOCAIS.
              MOVE "N" TO WS-ACHOU-ITEM.
              MOVE "N" TO WS-FIM-ATU.
              MOVE ZEROES TO WS-TOT-ESTOQUE.
              OPEN INPUT ATUMERC.
              PERFORM LER-ATU.
              PERFORM AVALIA-ATU
                     UNTIL FIM-ATU OR CODIGO-ATU > WS-CODIGO-PROC
                        OR INTERROMPIDA.
              CLOSE ATUMERC.
              IF NOT ACHOU-ITEM
                     MOVE WS-CODIGO-PROC TO VAR-CODIGO
                     MOVE "*** NAO CADASTRADO NO ATUMERC"
                            TO VAR-DESCRICAO
                     MOVE SPACES TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA
                     MOVE TELA-ITEM TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA
              ELSE
                     MOVE "ESTOQUE NOS LOCAIS:           "
                            TO VAR-ROTULO-TOT
                     MOVE WS-TOT-ESTOQUE TO VAR-QTD-TOT
                     MOVE TELA-TOTAL TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA.

       LER-ATU.
              READ ATUMERC AT END MOVE "S" TO WS-FIM-ATU.

       AVALIA-ATU.
              IF CODIGO-ATU EQUAL WS-CODIGO-PROC
                 AND (TODOS-LOCAIS OR LOCAL-ATU EQUAL WS-LOCAL-PROC)
                     IF NOT ACHOU-ITEM
                            PERFORM CABECALHO-ITEM
                     END-IF
                     PERFORM MOSTRA-UM-LOCAL.
              PERFORM LER-ATU.

       CABECALHO-ITEM.
              MOVE "S" TO WS-ACHOU-ITEM.
              MOVE CODIGO-ATU TO VAR-CODIGO.
              MOVE DESCRICAO-ATU TO VAR-DESCRICAO.
              MOVE SPACES TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              MOVE TELA-ITEM TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              MOVE TELA-CAB-LOCAL TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.

       MOSTRA-UM-LOCAL.
              ADD QNT-ESTOQUE-ATU TO WS-TOT-ESTOQUE.
              MOVE LOCAL-ATU TO VAR-LOCAL.
              MOVE QNT-ESTOQUE-ATU TO VAR-ESTOQUE.
              MOVE ESTOQUE-MIN-ATU TO VAR-MINIMO.
              MOVE PRECO-UNIT-ATU TO VAR-PRECO.
              MOVE CUSTO-MEDIO-ATU TO VAR-CUSTO.
              IF QNT-ESTOQUE-ATU EQUAL ZEROES
                     MOVE "SEM ESTOQUE" TO VAR-SITUACAO
              ELSE
                     IF QNT-ESTOQUE-ATU < ESTOQUE-MIN-ATU
                            MOVE "ABAIXO DO MINIMO" TO VAR-SITUACAO
                     ELSE
                            MOVE SPACES TO VAR-SITUACAO.
              MOVE TELA-LOCAL TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.

       MOSTRA-PEDIDOS.
              MOVE "N" TO WS-FIM-PAB.
              MOVE ZEROES TO WS-TOT-PEDIDO WS-QTD-PEDIDOS.
              MOVE SPACES TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              MOVE "PEDIDOS DE COMPRA A RECEBER (PEDABERT)"
                     TO VAR-TITULO.
              MOVE TELA-TITULO TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              MOVE TELA-CAB-PEDIDO TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              OPEN INPUT PEDABERT.
              PERFORM LER-PAB.
              PERFORM AVALIA-PAB UNTIL FIM-PAB OR INTERROMPIDA.
              CLOSE PEDABERT.
              IF WS-QTD-PEDIDOS EQUAL ZEROES
                     MOVE "NENHUM PEDIDO EM ABERTO" TO VAR-TITULO
                     MOVE TELA-TITULO TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA
              ELSE
                     MOVE "TOTAL A RECEBER:              "
                            TO VAR-ROTULO-TOT
                     MOVE WS-TOT-PEDIDO TO VAR-QTD-TOT
                     MOVE TELA-TOTAL TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA.

       LER-PAB.
              READ PEDABERT AT END MOVE "S" TO WS-FIM-PAB.

       AVALIA-PAB.
              IF CODIGO-PAB EQUAL WS-CODIGO-PROC
                 AND (TODOS-LOCAIS OR LOCAL-PAB EQUAL WS-LOCAL-PROC)
                 AND (PEDIDO-ABERTO-PAB OR PEDIDO-PARCIAL-PAB)
                 AND QNT-PEDIDA-PAB > QNT-RECEBIDA-PAB
                     PERFORM MOSTRA-UM-PEDIDO.
              PERFORM LER-PAB.

       MOSTRA-UM-PEDIDO.
              COMPUTE WS-SALDO-PED = QNT-PEDIDA-PAB - QNT-RECEBIDA-PAB.
              ADD 1 TO WS-QTD-PEDIDOS.
              ADD WS-SALDO-PED TO WS-TOT-PEDIDO.
              COMPUTE WS-IDX-FORN = FORN-PAB + 1.
              MOVE NUM-PEDIDO-PAB TO VAR-PEDIDO.
              MOVE DATA-PEDIDO-PAB TO VAR-DATA-PED.
              MOVE FORN-PAB TO VAR-FORN.
              IF NF-NOME(WS-IDX-FORN) EQUAL SPACES
                     MOVE "** SEM CADASTRO **" TO VAR-NOME-FORN
              ELSE
                     MOVE NF-NOME(WS-IDX-FORN) TO VAR-NOME-FORN.
              MOVE LOCAL-PAB TO VAR-LOCAL-PED.
              MOVE QNT-PEDIDA-PAB TO VAR-PEDIDA.
              MOVE QNT-RECEBIDA-PAB TO VAR-RECEBIDA.
              MOVE WS-SALDO-PED TO VAR-A-RECEBER.
              MOVE TELA-PEDIDO TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.

       MOSTRA-MOVIMENTOS.
              MOVE "N" TO WS-FIM-JRN.
              MOVE ZEROES TO WS-QTD-MOV.
              MOVE 1 TO WS-POS-MOV.
              IF NOT INTERROMPIDA
                     OPEN INPUT JORNMERC
                     PERFORM LER-JRN
                     PERFORM AVALIA-JRN UNTIL FIM-JRN
                     CLOSE JORNMERC
                     PERFORM LISTA-MOVIMENTOS.

       LER-JRN.
              READ JORNMERC AT END MOVE "S" TO WS-FIM-JRN.

       AVALIA-JRN.
              IF CODIGO-JRN EQUAL WS-CODIGO-PROC
                 AND (TODOS-LOCAIS OR LOCAL-JRN EQUAL WS-LOCAL-PROC)
                     PERFORM GUARDA-MOVIMENTO.
              PERFORM LER-JRN.

       GUARDA-MOVIMENTO.
              MOVE DATA-JRN TO UM-DATA(WS-POS-MOV).
              MOVE LOCAL-JRN TO UM-LOCAL(WS-POS-MOV).
              MOVE TIPO-JRN TO UM-TIPO(WS-POS-MOV).
              MOVE QNT-JRN TO UM-QNT(WS-POS-MOV).
              MOVE SALDO-JRN TO UM-SALDO(WS-POS-MOV).
              ADD 1 TO WS-QTD-MOV.
              ADD 1 TO WS-POS-MOV.
              IF WS-POS-MOV > 30
                     MOVE 1 TO WS-POS-MOV.

       LISTA-MOVIMENTOS.
              MOVE SPACES TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              MOVE "ULTIMOS MOVIMENTOS (JORNMERC)" TO VAR-TITULO.
              MOVE TELA-TITULO TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              IF WS-QTD-MOV EQUAL ZEROES
                     MOVE "NENHUM MOVIMENTO NO JORNMERC" TO VAR-TITULO
                     MOVE TELA-TITULO TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA
              ELSE
                     MOVE TELA-CAB-MOV TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA
                     IF WS-QTD-MOV > 30
                            MOVE 30 TO WS-QTD-EXIBE
                            MOVE WS-POS-MOV TO WS-IDX-MOV
                     ELSE
                            MOVE WS-QTD-MOV TO WS-QTD-EXIBE
                            MOVE 1 TO WS-IDX-MOV
                     END-IF
                     PERFORM MOSTRA-UM-MOVIMENTO
                            VARYING WS-CT-EXIBE FROM 1 BY 1
                            UNTIL WS-CT-EXIBE > WS-QTD-EXIBE
                               OR INTERROMPIDA
                     MOVE "MOVIMENTOS DO ITEM NO JORNAL: "
                            TO VAR-ROTULO-TOT
                     MOVE WS-QTD-MOV TO VAR-QTD-TOT
                     MOVE TELA-TOTAL TO WS-LINHA-TELA
                     PERFORM MOSTRA-LINHA.

       MOSTRA-UM-MOVIMENTO.
              MOVE UM-DATA(WS-IDX-MOV) TO VAR-DATA-MOV.
              MOVE UM-LOCAL(WS-IDX-MOV) TO VAR-LOCAL-MOV.
              IF UM-TIPO(WS-IDX-MOV) NOT < "1"
                 AND UM-TIPO(WS-IDX-MOV) NOT > "6"
                     MOVE UM-TIPO(WS-IDX-MOV) TO WS-IDX-TIPO
                     MOVE NOME-TIPO-MOV(WS-IDX-TIPO) TO VAR-TIPO-MOV
              ELSE
                     MOVE UM-TIPO(WS-IDX-MOV) TO VAR-OUTRO-TIPO
                     MOVE TELA-OUTRO-TIPO TO VAR-TIPO-MOV.
              MOVE UM-QNT(WS-IDX-MOV) TO VAR-QNT-MOV.
              MOVE UM-SALDO(WS-IDX-MOV) TO VAR-SALDO-MOV.
              MOVE TELA-MOV TO WS-LINHA-TELA.
              PERFORM MOSTRA-LINHA.
              ADD 1 TO WS-IDX-MOV.
              IF WS-IDX-MOV > 30
                     MOVE 1 TO WS-IDX-MOV.

       MOSTRA-LINHA.
              IF CT-LIN-TELA NOT < 18 AND NOT INTERROMPIDA
                     PERFORM PAUSA-TELA.
              IF NOT INTERROMPIDA
                     DISPLAY WS-LINHA-TELA
                     ADD 1 TO CT-LIN-TELA.

       PAUSA-TELA.
              MOVE SPACE TO WS-RESPOSTA.
              DISPLAY "-- ENTER CONTINUA, F ENCERRA ESTA CONSULTA -- "
                     WITH NO ADVANCING.
              ACCEPT WS-RESPOSTA.
              IF WS-RESPOSTA EQUAL "F" OR WS-RESPOSTA EQUAL "f"
                     MOVE "S" TO WS-INTERROMPE.
              MOVE ZEROES TO CT-LIN-TELA.

       TERMINO.
              DISPLAY "EX43: " WS-CT-CONSULTAS " CONSULTAS REALIZADAS".
