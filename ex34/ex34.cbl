       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX34.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          ENTRADA DE PEDIDOS DE VENDA: LE AS LINHAS
                         DIGITADAS PELOS VENDEDORES (ENTPED: CONTA DO
                         CLIENTE, ITEM, LOCAL E QUANTIDADE), CONFERE O
                         ITEM/LOCAL NO ATUMERC E O CLIENTE NAS CONTAS
                         DO CADATU, E ACRESCENTA AS LINHAS ACEITAS AO
                         ARQUIVO DE PEDIDOS DE VENDA (PEDVENDA) COM
                         STATUS NOVO, NUMERANDO UM PEDIDO POR CLIENTE
                         A PARTIR DO ULTIMO NUMERO EXISTENTE. LINHAS
                         COM QUANTIDADE ZERADA, ITEM INEXISTENTE OU
                         CONTA INEXISTENTE SAO REJEITADAS NO RELPVE,
                         QUE LISTA TAMBEM OS PEDIDOS GERADOS. A
                         RESERVA DO ESTOQUE E FEITA PELO EX35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ENTPED ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADATU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ENTVAL ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDVENDA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELPVE ASSIGN TO DISK.

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

       FD ENTPED
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ENTPED.DAT".

       01 REG-ENTPED.
              02 CC-ENT     PIC 9(6).
              02 CODIGO-ENT PIC 9(5).
              02 LOCAL-ENT  PIC 9(2).
              02 QNT-ENT    PIC 9(5).

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

       FD CADATU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADATU.DAT".

       01 REGATU.
              02 CC-ATU     PIC 9(6).
              02 TIPO-ATU   PIC X.
              02 ENDER-ATU  PIC X(50).

       FD ENTVAL
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ENTVAL.DAT".

       01 REG-ENTVAL.
              02 CC-VAL     PIC 9(6).
              02 SEQ-VAL    PIC 9(5).
              02 CODIGO-VAL PIC 9(5).
              02 LOCAL-VAL  PIC 9(2).
              02 QNT-VAL    PIC 9(5).

       FD PEDVENDA
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVENDA.DAT".

       01 REG-PEDVENDA.
              02 CHAVE-PVE.
                     03 NUM-PEDIDO-PVE PIC 9(6).
                     03 SEQ-PVE        PIC 9(2).
              02 CC-PVE            PIC 9(6).
              02 CODIGO-PVE        PIC 9(5).
              02 LOCAL-PVE         PIC 9(2).
              02 QNT-PEDIDA-PVE    PIC 9(5).
              02 QNT-RESERVADA-PVE PIC 9(5).
              02 QNT-ATENDIDA-PVE  PIC 9(5).
              02 DATA-PEDIDO-PVE   PIC 9(8).
              02 STATUS-PVE        PIC X.
                     88 LINHA-NOVA      VALUE "N".
                     88 LINHA-RESERVADA VALUE "R".
                     88 LINHA-PENDENTE  VALUE "B".
                     88 LINHA-ATENDIDA  VALUE "A".

       SD ARQSORT.

       01 REG-SORT.
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 CC-SRT     PIC 9(6).
              02 SEQ-SRT    PIC 9(5).
              02 QNT-SRT    PIC 9(5).

       FD RELPVE
       LABEL RECORD ARE OMITTED.

       01 REG-RELPVE PIC X(80).

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
       77 WS-FIM-ENT PIC X VALUE "N".
              88 FIM-ENT VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-FIM-PVE PIC X VALUE "N".
              88 FIM-PVE VALUE "S".
       77 WS-PEDVENDA-EXISTE PIC X VALUE "N".
              88 PEDVENDA-EXISTE VALUE "S".
       77 WS-TEM-PEDIDO PIC X VALUE "N".
              88 TEM-PEDIDO VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-SEQ-ENT PIC 9(5) VALUE ZEROES.
       77 WS-ULT-NUMERO PIC 9(6) VALUE ZEROES.
       77 WS-CC-ATUAL PIC 9(6) VALUE ZEROES.
       77 WS-CC-PROCURA PIC 9(6) VALUE ZEROES.
       77 WS-SEQ-LINHA PIC 9(2) VALUE ZEROES.
       77 WS-NUM-EDIT PIC 9(6) VALUE ZEROES.
       77 WS-SEQ-EDIT PIC 9(2) VALUE ZEROES.
       77 WS-CT-LIDAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-ACEITAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-PEDIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-QNT-ZERO PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-ITEM PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-CONTA PIC 9(5) VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.

       01 CAB-1.
              02 FILLER PIC X(25) VALUE SPACES.
              02 FILLER PIC X(27) VALUE
              "ENTRADA DE PEDIDOS DE VENDA".
              02 FILLER PIC X(19) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "PEDIDO".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(3) VALUE "SEQ".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CONTA".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "LOCAL".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(3) VALUE "QNT".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "MENSAGEM".
              02 FILLER PIC X(28) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDO PIC X(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-SEQ PIC XX.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CC PIC 9(6).
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-QNT PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MENSAGEM PIC X(30).
              02 FILLER PIC X(6) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CONFERE-ITENS.
              PERFORM GERA-PEDIDOS.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM VERIFICA-PEDVENDA.
              OPEN OUTPUT RELPVE.

       VERIFICA-PEDVENDA.
              OPEN INPUT PEDVENDA.
              PERFORM LE-PEDVENDA.
              PERFORM AVALIA-PEDVENDA UNTIL FIM-PVE.
              CLOSE PEDVENDA.

       LE-PEDVENDA.
              READ PEDVENDA AT END MOVE "S" TO WS-FIM-PVE.

       AVALIA-PEDVENDA.
              MOVE "S" TO WS-PEDVENDA-EXISTE.
              IF NUM-PEDIDO-PVE > WS-ULT-NUMERO
                     MOVE NUM-PEDIDO-PVE TO WS-ULT-NUMERO.
              PERFORM LE-PEDVENDA.

       CONFERE-ITENS.
              SORT ARQSORT
                     ON ASCENDING KEY CHAVE-SRT SEQ-SRT
                     INPUT PROCEDURE IS LE-ENTRADAS
                     OUTPUT PROCEDURE IS VALIDA-ITENS.

       LE-ENTRADAS.
              OPEN INPUT ENTPED.
              PERFORM LER-ENT.
              PERFORM LIBERA-ENTRADA UNTIL FIM-ENT.
              CLOSE ENTPED.

       LER-ENT.
              READ ENTPED AT END MOVE "S" TO WS-FIM-ENT.

       LIBERA-ENTRADA.
              ADD 1 TO WS-CT-LIDAS.
              ADD 1 TO WS-SEQ-ENT.
              IF QNT-ENT NOT NUMERIC OR QNT-ENT EQUAL ZEROES
                     ADD 1 TO WS-CT-QNT-ZERO
                     MOVE CC-ENT TO VAR-CC
                     MOVE CODIGO-ENT TO VAR-CODIGO
                     MOVE LOCAL-ENT TO VAR-LOCAL
                     MOVE ZEROES TO VAR-QNT
                     MOVE "QUANTIDADE INVALIDA" TO VAR-MENSAGEM
                     PERFORM GRAVA-REJEICAO
              ELSE
                     MOVE CODIGO-ENT TO CODIGO-SRT
                     MOVE LOCAL-ENT TO LOCAL-SRT
                     MOVE CC-ENT TO CC-SRT
                     MOVE WS-SEQ-ENT TO SEQ-SRT
                     MOVE QNT-ENT TO QNT-SRT
                     RELEASE REG-SORT.
              PERFORM LER-ENT.

       VALIDA-ITENS.
              OPEN INPUT ATUMERC
                  OUTPUT ENTVAL.
              PERFORM LER-ATU.
              PERFORM RETORNA-SORT.
              PERFORM CONFERE-ITEM UNTIL FIM-SORT.
              CLOSE ATUMERC ENTVAL.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       CONFERE-ITEM.
              PERFORM LER-ATU UNTIL CH-ATU NOT LESS THAN CHAVE-SRT.
              IF CH-ATU EQUAL CHAVE-SRT
                     MOVE CC-SRT TO CC-VAL
                     MOVE SEQ-SRT TO SEQ-VAL
                     MOVE CODIGO-SRT TO CODIGO-VAL
                     MOVE LOCAL-SRT TO LOCAL-VAL
                     MOVE QNT-SRT TO QNT-VAL
                     WRITE REG-ENTVAL
              ELSE
                     ADD 1 TO WS-CT-SEM-ITEM
                     MOVE CC-SRT TO VAR-CC
                     MOVE CODIGO-SRT TO VAR-CODIGO
                     MOVE LOCAL-SRT TO VAR-LOCAL
                     MOVE QNT-SRT TO VAR-QNT
                     MOVE "ITEM/LOCAL INEXISTENTE" TO VAR-MENSAGEM
                     PERFORM GRAVA-REJEICAO.
              PERFORM RETORNA-SORT.

       GERA-PEDIDOS.
              MOVE "N" TO WS-FIM-SORT.
              SORT ARQSORT
                     ON ASCENDING KEY CC-SRT SEQ-SRT
                     INPUT PROCEDURE IS LE-VALIDADAS
                     OUTPUT PROCEDURE IS GRAVA-PEDIDOS.

       LE-VALIDADAS.
              MOVE "N" TO WS-FIM-ENT.
              OPEN INPUT ENTVAL.
              PERFORM LER-VAL.
              PERFORM LIBERA-VALIDADA UNTIL FIM-ENT.
              CLOSE ENTVAL.

       LER-VAL.
              READ ENTVAL AT END MOVE "S" TO WS-FIM-ENT.

       LIBERA-VALIDADA.
              MOVE CODIGO-VAL TO CODIGO-SRT.
              MOVE LOCAL-VAL TO LOCAL-SRT.
              MOVE CC-VAL TO CC-SRT.
              MOVE SEQ-VAL TO SEQ-SRT.
              MOVE QNT-VAL TO QNT-SRT.
              RELEASE REG-SORT.
              PERFORM LER-VAL.

       GRAVA-PEDIDOS.
              OPEN INPUT CADATU.
              IF PEDVENDA-EXISTE
                     OPEN EXTEND PEDVENDA
              ELSE
                     OPEN OUTPUT PEDVENDA.
              PERFORM LER-CAD.
              PERFORM RETORNA-SORT.
              PERFORM CONFERE-CLIENTE UNTIL FIM-SORT.
              CLOSE CADATU PEDVENDA.

       LER-CAD.
              READ CADATU AT END MOVE HIGH-VALUES TO CH-CAD.
              IF CH-CAD NOT EQUAL HIGH-VALUES
                     MOVE CC-ATU TO CH-CAD.

       CONFERE-CLIENTE.
              MOVE CC-SRT TO WS-CC-PROCURA.
              PERFORM LER-CAD UNTIL CH-CAD NOT LESS THAN WS-CC-PROCURA.
              IF CH-CAD EQUAL WS-CC-PROCURA
                     PERFORM GRAVA-LINHA
              ELSE
                     ADD 1 TO WS-CT-SEM-CONTA
                     MOVE CC-SRT TO VAR-CC
                     MOVE CODIGO-SRT TO VAR-CODIGO
                     MOVE LOCAL-SRT TO VAR-LOCAL
                     MOVE QNT-SRT TO VAR-QNT
                     MOVE "CONTA DO CLIENTE INEXISTENTE"
                            TO VAR-MENSAGEM
                     PERFORM GRAVA-REJEICAO.
              PERFORM RETORNA-SORT.

       GRAVA-LINHA.
              IF NOT TEM-PEDIDO
                 OR CC-SRT NOT EQUAL WS-CC-ATUAL
                 OR WS-SEQ-LINHA EQUAL 99
                     PERFORM ABRE-PEDIDO.
              ADD 1 TO WS-SEQ-LINHA.
              MOVE WS-ULT-NUMERO TO NUM-PEDIDO-PVE.
              MOVE WS-SEQ-LINHA TO SEQ-PVE.
              MOVE CC-SRT TO CC-PVE.
              MOVE CODIGO-SRT TO CODIGO-PVE.
              MOVE LOCAL-SRT TO LOCAL-PVE.
              MOVE QNT-SRT TO QNT-PEDIDA-PVE.
              MOVE ZEROES TO QNT-RESERVADA-PVE.
              MOVE ZEROES TO QNT-ATENDIDA-PVE.
              MOVE WS-DATA-HOJE TO DATA-PEDIDO-PVE.
              MOVE "N" TO STATUS-PVE.
              WRITE REG-PEDVENDA.
              ADD 1 TO WS-CT-ACEITAS.
              MOVE NUM-PEDIDO-PVE TO WS-NUM-EDIT.
              MOVE WS-NUM-EDIT TO VAR-PEDIDO.
              MOVE SEQ-PVE TO WS-SEQ-EDIT.
              MOVE WS-SEQ-EDIT TO VAR-SEQ.
              MOVE CC-PVE TO VAR-CC.
              MOVE CODIGO-PVE TO VAR-CODIGO.
              MOVE LOCAL-PVE TO VAR-LOCAL.
              MOVE QNT-PEDIDA-PVE TO VAR-QNT.
              MOVE "LINHA INCLUIDA" TO VAR-MENSAGEM.
              PERFORM IMPRIME-LINHA.

       ABRE-PEDIDO.
              MOVE "S" TO WS-TEM-PEDIDO.
              MOVE CC-SRT TO WS-CC-ATUAL.
              ADD 1 TO WS-ULT-NUMERO.
              ADD 1 TO WS-CT-PEDIDOS.
              MOVE ZEROES TO WS-SEQ-LINHA.

       GRAVA-REJEICAO.
              MOVE "******" TO VAR-PEDIDO.
              MOVE "**" TO VAR-SEQ.
              PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              WRITE REG-RELPVE FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              MOVE SPACES TO REG-RELPVE.
              WRITE REG-RELPVE AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-RELPVE FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELPVE FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELPVE.
              WRITE REG-RELPVE AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       RELAT-TOTAIS.
              IF CT-LIN > 34
                     PERFORM CABECALHO.
              MOVE "LINHAS LIDAS:                 "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LIDAS TO VAR-QTD-TOT.
              WRITE REG-RELPVE FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "LINHAS INCLUIDAS:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ACEITAS TO VAR-QTD-TOT.
              WRITE REG-RELPVE FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "PEDIDOS GERADOS:              "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-PEDIDOS TO VAR-QTD-TOT.
              WRITE REG-RELPVE FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "REJEITADAS - QUANTIDADE:      "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-QNT-ZERO TO VAR-QTD-TOT.
              WRITE REG-RELPVE FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "REJEITADAS - ITEM/LOCAL:      "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-ITEM TO VAR-QTD-TOT.
              WRITE REG-RELPVE FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "REJEITADAS - CONTA:           "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-CONTA TO VAR-QTD-TOT.
              WRITE REG-RELPVE FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELPVE.
              DISPLAY "EX34: " WS-CT-PEDIDOS " PEDIDOS COM "
                 WS-CT-ACEITAS " LINHAS INCLUIDOS NO PEDVENDA".

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
