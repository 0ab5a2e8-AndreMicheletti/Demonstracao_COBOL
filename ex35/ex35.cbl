       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX35.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          RESERVA DE ESTOQUE PARA OS PEDIDOS DE VENDA:
                         CLASSIFICA O PEDVENDA POR ITEM/LOCAL E, PARA
                         CADA CHAVE DO ATUMERC, PARTE DO SALDO FISICO
                         (QNT-ESTOQUE-ATU), DESCONTA AS RESERVAS JA
                         FEITAS E RESERVA O DISPONIVEL PARA AS LINHAS
                         NOVAS E PENDENTES EM ORDEM DE DATA E NUMERO DO
                         PEDIDO. GRAVA EM POSRESV A POSICAO DE CADA
                         ITEM/LOCAL COM FISICO, RESERVADO E DISPONIVEL
                         SEPARADOS, REGRAVA O PEDVENDA COM AS RESERVAS
                         E STATUS (R RESERVADA, B PENDENTE), IMPRIME A
                         LISTA DE SEPARACAO POR LOCAL (RELSEP) COM O
                         RESERVADO DE CADA LINHA E O RELATORIO DE
                         PENDENCIAS (RELBACK) COM O QUE NAO PODE SER
                         ATENDIDO. RODAR APOS O EX03 TER APLICADO AS
                         SAIDAS DA SEPARACAO ANTERIOR (MOVSAI DO EX36).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PEDVENDA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PEDVENDN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT POSRESV ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT SORTSEP ASSIGN TO DISK.

       SELECT RELSEP ASSIGN TO DISK.

       SELECT RELBACK ASSIGN TO DISK.

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

       FD PEDVENDN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVENDN.DAT".

       01 REG-PEDVENDN.
              02 CHAVE-PVN.
                     03 NUM-PEDIDO-PVN PIC 9(6).
                     03 SEQ-PVN        PIC 9(2).
              02 CC-PVN            PIC 9(6).
              02 ITEM-PVN.
                     03 CODIGO-PVN     PIC 9(5).
                     03 LOCAL-PVN      PIC 9(2).
              02 QNT-PEDIDA-PVN    PIC 9(5).
              02 QNT-RESERVADA-PVN PIC 9(5).
              02 QNT-ATENDIDA-PVN  PIC 9(5).
              02 DATA-PEDIDO-PVN   PIC 9(8).
              02 STATUS-PVN        PIC X.
                     88 LINHA-NOVA-PVN      VALUE "N".
                     88 LINHA-RESERVADA-PVN VALUE "R".
                     88 LINHA-PENDENTE-PVN  VALUE "B".

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

       FD POSRESV
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "POSRESV.DAT".

       01 REG-POSRESV.
              02 CODIGO-PRS      PIC 9(5).
              02 LOCAL-PRS       PIC 9(2).
              02 QNT-FISICA-PRS  PIC 9(5).
              02 QNT-RESERVA-PRS PIC 9(6).
              02 QNT-DISPON-PRS  PIC S9(6)
                     SIGN IS LEADING SEPARATE.

       SD ARQSORT.

       01 REG-SORT.
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 CLASSE-SRT PIC X.
                     88 CLASSE-RESERVA  VALUE "1".
                     88 CLASSE-ALOCACAO VALUE "2".
                     88 CLASSE-ENCERRADA VALUE "3".
              02 DATA-SRT   PIC 9(8).
              02 PEDIDO-SRT PIC X(8).
              02 ACAO-SRT   PIC X.
                     88 SO-RETEM VALUE "H".
              02 LINHA-SRT  PIC X(45).

       SD SORTSEP.

       01 REG-SORTSEP.
              02 LOCAL-SSP     PIC 9(2).
              02 CODIGO-SSP    PIC 9(5).
              02 PEDIDO-SSP    PIC 9(6).
              02 SEQ-SSP       PIC 9(2).
              02 CC-SSP        PIC 9(6).
              02 DESCRICAO-SSP PIC X(30).
              02 PEDIDA-SSP    PIC 9(5).
              02 RESERVADA-SSP PIC 9(5).
              02 ATENDIDA-SSP  PIC 9(5).
              02 STATUS-SSP    PIC X.
                     88 PENDENTE-SSP VALUE "B".

       FD RELSEP
       LABEL RECORD ARE OMITTED.

       01 REG-RELSEP PIC X(80).

       FD RELBACK
       LABEL RECORD ARE OMITTED.

       01 REG-RELBACK PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CH-PVN PIC X(7) VALUE SPACES.
       77 WS-CHAVE-ATUAL PIC X(7) VALUE SPACES.
       77 WS-FIM-PVE PIC X VALUE "N".
              88 FIM-PVE VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-FIM-COPIA PIC X VALUE "N".
              88 FIM-COPIA VALUE "S".
       77 WS-TEM-CHAVE PIC X VALUE "N".
              88 TEM-CHAVE VALUE "S".
       77 WS-ITEM-ACHADO PIC X VALUE "N".
              88 ITEM-ACHADO VALUE "S".
       77 WS-TEM-LOCAL-SEP PIC X VALUE "N".
              88 TEM-LOCAL-SEP VALUE "S".
       77 WS-LOCAL-SEP PIC 9(2) VALUE ZEROES.
       77 WS-FISICO PIC 9(5) VALUE ZEROES.
       77 WS-RESERVADO PIC 9(6) VALUE ZEROES.
       77 WS-DISPONIVEL PIC S9(6) VALUE ZEROES.
       77 WS-FALTA PIC 9(5) VALUE ZEROES.
       77 WS-CONCEDE PIC 9(5) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-CT-LINHAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-RESERVADAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-PENDENTES PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-ITEM PIC 9(5) VALUE ZEROES.
       77 WS-CT-EXCESSO PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEPARAR PIC 9(5) VALUE ZEROES.
       77 WS-QTD-SEPARAR PIC 9(7) VALUE ZEROES.
       77 WS-QTD-FALTA PIC 9(7) VALUE ZEROES.
       77 CT-PAG-SEP PIC 999 VALUE ZEROES.
       77 CT-LIN-SEP PIC 99  VALUE 41.
       77 CT-PAG-BCK PIC 999 VALUE ZEROES.
       77 CT-LIN-BCK PIC 99  VALUE 41.

       01 WS-LINHA-PEDIDO.
              02 WS-LP-CHAVE.
                     03 WS-LP-NUMERO PIC 9(6).
                     03 WS-LP-SEQ    PIC 9(2).
              02 WS-LP-CC        PIC 9(6).
              02 WS-LP-CODIGO    PIC 9(5).
              02 WS-LP-LOCAL     PIC 9(2).
              02 WS-LP-PEDIDA    PIC 9(5).
              02 WS-LP-RESERVADA PIC 9(5).
              02 WS-LP-ATENDIDA  PIC 9(5).
              02 WS-LP-DATA      PIC 9(8).
              02 WS-LP-STATUS    PIC X.

       01 CAB-SEP-1.
              02 FILLER PIC X(26) VALUE SPACES.
              02 FILLER PIC X(25) VALUE
              "LISTA DE SEPARACAO".
              02 FILLER PIC X(20) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG-SEP PIC Z99.

       01 CAB-SEP-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(7) VALUE "LOCAL: ".
              02 VAR-LOCAL-SEP PIC 99.
              02 FILLER PIC X(5) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "DATA: ".
              02 VAR-DATA-SEP PIC 9(8).
              02 FILLER PIC X(50) VALUE SPACES.

       01 CAB-SEP-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(9) VALUE "DESCRICAO".
              02 FILLER PIC X(13) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "PEDIDO/SQ".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CONTA".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "SEPARAR".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(9) VALUE "CONFERIDO".
              02 FILLER PIC X(9) VALUE SPACES.

       01 CAB-SEP-DETALHE.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-CODIGO-SEP PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-DESCRICAO-SEP PIC X(20).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDO-SEP PIC 9(6).
              02 FILLER PIC X VALUE "/".
              02 VAR-SEQ-SEP PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CC-SEP PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-QNT-SEP PIC ZZ.ZZ9.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "_________".
              02 FILLER PIC X(9) VALUE SPACES.

       01 CAB-BCK-1.
              02 FILLER PIC X(22) VALUE SPACES.
              02 FILLER PIC X(31) VALUE
              "PEDIDOS DE VENDA PENDENTES".
              02 FILLER PIC X(18) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG-BCK PIC Z99.

       01 CAB-BCK-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "LOCAL".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(9) VALUE "DESCRICAO".
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(9) VALUE "PEDIDO/SQ".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "CONTA".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(4) VALUE "PED.".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(4) VALUE "ATD.".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(4) VALUE "RES.".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "FALTA".
              02 FILLER PIC XX VALUE SPACES.

       01 CAB-BCK-DETALHE.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-LOCAL-BCK PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-BCK PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DESCRICAO-BCK PIC X(15).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-PEDIDO-BCK PIC 9(6).
              02 FILLER PIC X VALUE "/".
              02 VAR-SEQ-BCK PIC 99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-CC-BCK PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDA-BCK PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ATENDIDA-BCK PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-RESERVADA-BCK PIC ZZ.ZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-FALTA-BCK PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM LISTA-SEPARACAO.
              PERFORM REGRAVA-PEDVENDA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              OPEN OUTPUT RELSEP RELBACK.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CHAVE-SRT CLASSE-SRT DATA-SRT
                                      PEDIDO-SRT
                     INPUT PROCEDURE IS SELECIONA-LINHAS
                     OUTPUT PROCEDURE IS RESERVA-ESTOQUE.

       SELECIONA-LINHAS.
              OPEN INPUT PEDVENDA.
              PERFORM LE-PEDVENDA.
              PERFORM TRIA-LINHA UNTIL FIM-PVE.
              CLOSE PEDVENDA.

       LE-PEDVENDA.
              READ PEDVENDA AT END MOVE "S" TO WS-FIM-PVE.

       TRIA-LINHA.
              MOVE CODIGO-PVE TO CODIGO-SRT.
              MOVE LOCAL-PVE TO LOCAL-SRT.
              MOVE DATA-PEDIDO-PVE TO DATA-SRT.
              MOVE CHAVE-PVE TO PEDIDO-SRT.
              MOVE REG-PEDVENDA TO LINHA-SRT.
              IF LINHA-ATENDIDA
                     MOVE "3" TO CLASSE-SRT
                     MOVE "W" TO ACAO-SRT
                     RELEASE REG-SORT
              ELSE
                     IF LINHA-RESERVADA
                            MOVE "1" TO CLASSE-SRT
                            MOVE "W" TO ACAO-SRT
                            RELEASE REG-SORT
                     ELSE
                            IF QNT-RESERVADA-PVE > ZEROES
                                   MOVE "1" TO CLASSE-SRT
                                   MOVE "H" TO ACAO-SRT
                                   RELEASE REG-SORT
                            END-IF
                            MOVE "2" TO CLASSE-SRT
                            MOVE "W" TO ACAO-SRT
                            RELEASE REG-SORT.
              PERFORM LE-PEDVENDA.

       RESERVA-ESTOQUE.
              OPEN INPUT ATUMERC
                  OUTPUT PEDVENDN POSRESV.
              PERFORM LER-ATU.
              PERFORM RETORNA-SORT.
              PERFORM TRATA-LINHA UNTIL FIM-SORT.
              IF TEM-CHAVE
                     PERFORM FECHA-CHAVE.
              PERFORM POSICAO-SEM-PEDIDO
                     UNTIL CH-ATU EQUAL HIGH-VALUES.
              CLOSE ATUMERC PEDVENDN POSRESV.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       TRATA-LINHA.
              IF NOT TEM-CHAVE
                     PERFORM ABRE-CHAVE
              ELSE
                     IF CHAVE-SRT NOT EQUAL WS-CHAVE-ATUAL
                            PERFORM FECHA-CHAVE
                            PERFORM ABRE-CHAVE.
              MOVE LINHA-SRT TO WS-LINHA-PEDIDO.
              IF CLASSE-RESERVA
                     ADD WS-LP-RESERVADA TO WS-RESERVADO
                     SUBTRACT WS-LP-RESERVADA FROM WS-DISPONIVEL
                     IF NOT SO-RETEM
                            PERFORM GRAVA-LINHA
                     END-IF
              ELSE
                     IF CLASSE-ALOCACAO
                            PERFORM ALOCA-LINHA
                            PERFORM GRAVA-LINHA
                     ELSE
                            PERFORM GRAVA-LINHA.
              PERFORM RETORNA-SORT.

       ABRE-CHAVE.
              MOVE "S" TO WS-TEM-CHAVE.
              MOVE CHAVE-SRT TO WS-CHAVE-ATUAL.
              MOVE ZEROES TO WS-RESERVADO.
              PERFORM POSICAO-SEM-PEDIDO
                     UNTIL CH-ATU NOT LESS THAN WS-CHAVE-ATUAL.
              IF CH-ATU EQUAL WS-CHAVE-ATUAL
                     MOVE "S" TO WS-ITEM-ACHADO
                     MOVE QNT-ESTOQUE-ATU TO WS-FISICO
              ELSE
                     MOVE "N" TO WS-ITEM-ACHADO
                     MOVE ZEROES TO WS-FISICO.
              MOVE WS-FISICO TO WS-DISPONIVEL.

       FECHA-CHAVE.
              IF WS-DISPONIVEL < ZEROES
                     ADD 1 TO WS-CT-EXCESSO
                     DISPLAY "EX35: RESERVAS DO ITEM " WS-CHAVE-ATUAL
                        " ACIMA DO ESTOQUE FISICO - CONFIRA AS "
                        "SAIDAS AVULSAS".
              IF ITEM-ACHADO
                     MOVE CODIGO-ATU TO CODIGO-PRS
                     MOVE LOCAL-ATU TO LOCAL-PRS
                     MOVE WS-FISICO TO QNT-FISICA-PRS
                     MOVE WS-RESERVADO TO QNT-RESERVA-PRS
                     MOVE WS-DISPONIVEL TO QNT-DISPON-PRS
                     WRITE REG-POSRESV
                     PERFORM LER-ATU.

       POSICAO-SEM-PEDIDO.
              MOVE CODIGO-ATU TO CODIGO-PRS.
              MOVE LOCAL-ATU TO LOCAL-PRS.
              MOVE QNT-ESTOQUE-ATU TO QNT-FISICA-PRS.
              MOVE ZEROES TO QNT-RESERVA-PRS.
              MOVE QNT-ESTOQUE-ATU TO QNT-DISPON-PRS.
              WRITE REG-POSRESV.
              PERFORM LER-ATU.

       ALOCA-LINHA.
              ADD 1 TO WS-CT-LINHAS.
              COMPUTE WS-FALTA = WS-LP-PEDIDA - WS-LP-ATENDIDA
                                 - WS-LP-RESERVADA.
              MOVE ZEROES TO WS-CONCEDE.
              IF NOT ITEM-ACHADO
                     ADD 1 TO WS-CT-SEM-ITEM
              ELSE
                     IF WS-DISPONIVEL > ZEROES
                            IF WS-DISPONIVEL < WS-FALTA
                                   MOVE WS-DISPONIVEL TO WS-CONCEDE
                            ELSE
                                   MOVE WS-FALTA TO WS-CONCEDE.
              ADD WS-CONCEDE TO WS-LP-RESERVADA.
              ADD WS-CONCEDE TO WS-RESERVADO.
              SUBTRACT WS-CONCEDE FROM WS-DISPONIVEL.
              IF WS-LP-RESERVADA + WS-LP-ATENDIDA EQUAL WS-LP-PEDIDA
                     MOVE "R" TO WS-LP-STATUS
                     ADD 1 TO WS-CT-RESERVADAS
              ELSE
                     MOVE "B" TO WS-LP-STATUS
                     ADD 1 TO WS-CT-PENDENTES.

       GRAVA-LINHA.
              MOVE WS-LINHA-PEDIDO TO REG-PEDVENDN.
              WRITE REG-PEDVENDN.

       LISTA-SEPARACAO.
              SORT SORTSEP
                     ON ASCENDING KEY LOCAL-SSP CODIGO-SSP PEDIDO-SSP
                                      SEQ-SSP
                     INPUT PROCEDURE IS SELECIONA-ABERTAS
                     OUTPUT PROCEDURE IS IMPRIME-SEPARACAO.

       SELECIONA-ABERTAS.
              OPEN INPUT PEDVENDN ATUMERC.
              MOVE SPACES TO CH-ATU.
              PERFORM LER-ATU.
              MOVE "N" TO WS-FIM-PVE.
              PERFORM LE-PEDVENDN.
              PERFORM LIBERA-ABERTA UNTIL FIM-PVE.
              CLOSE PEDVENDN ATUMERC.

       LE-PEDVENDN.
              READ PEDVENDN AT END MOVE "S" TO WS-FIM-PVE.
              IF NOT FIM-PVE
                     MOVE ITEM-PVN TO CH-PVN.

       LIBERA-ABERTA.
              IF LINHA-RESERVADA-PVN OR LINHA-PENDENTE-PVN
                     PERFORM LER-ATU UNTIL CH-ATU NOT LESS THAN CH-PVN
                     MOVE LOCAL-PVN TO LOCAL-SSP
                     MOVE CODIGO-PVN TO CODIGO-SSP
                     MOVE NUM-PEDIDO-PVN TO PEDIDO-SSP
                     MOVE SEQ-PVN TO SEQ-SSP
                     MOVE CC-PVN TO CC-SSP
                     IF CH-ATU EQUAL CH-PVN
                            MOVE DESCRICAO-ATU TO DESCRICAO-SSP
                     ELSE
                            MOVE "** ITEM SEM CADASTRO **"
                                   TO DESCRICAO-SSP
                     END-IF
                     MOVE QNT-PEDIDA-PVN TO PEDIDA-SSP
                     MOVE QNT-RESERVADA-PVN TO RESERVADA-SSP
                     MOVE QNT-ATENDIDA-PVN TO ATENDIDA-SSP
                     MOVE STATUS-PVN TO STATUS-SSP
                     RELEASE REG-SORTSEP.
              PERFORM LE-PEDVENDN.

       IMPRIME-SEPARACAO.
              MOVE "N" TO WS-FIM-SORT.
              PERFORM RETORNA-SORTSEP.
              PERFORM LISTA-LINHA UNTIL FIM-SORT.

       RETORNA-SORTSEP.
              RETURN SORTSEP AT END MOVE "S" TO WS-FIM-SORT.

       LISTA-LINHA.
              IF RESERVADA-SSP > ZEROES
                     PERFORM LISTA-SEPARAR.
              IF PENDENTE-SSP
                     PERFORM LISTA-PENDENTE.
              PERFORM RETORNA-SORTSEP.

       LISTA-SEPARAR.
              IF NOT TEM-LOCAL-SEP
                 OR LOCAL-SSP NOT EQUAL WS-LOCAL-SEP
                     MOVE "S" TO WS-TEM-LOCAL-SEP
                     MOVE LOCAL-SSP TO WS-LOCAL-SEP
                     PERFORM CABECALHO-SEP.
              IF CT-LIN-SEP > 40
                     PERFORM CABECALHO-SEP.
              MOVE CODIGO-SSP TO VAR-CODIGO-SEP.
              MOVE DESCRICAO-SSP TO VAR-DESCRICAO-SEP.
              MOVE PEDIDO-SSP TO VAR-PEDIDO-SEP.
              MOVE SEQ-SSP TO VAR-SEQ-SEP.
              MOVE CC-SSP TO VAR-CC-SEP.
              MOVE RESERVADA-SSP TO VAR-QNT-SEP.
              WRITE REG-RELSEP FROM CAB-SEP-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-SEP.
              ADD 1 TO WS-CT-SEPARAR.
              ADD RESERVADA-SSP TO WS-QTD-SEPARAR.

       LISTA-PENDENTE.
              IF CT-LIN-BCK > 40
                     PERFORM CABECALHO-BCK.
              COMPUTE WS-FALTA = PEDIDA-SSP - ATENDIDA-SSP
                                 - RESERVADA-SSP.
              MOVE LOCAL-SSP TO VAR-LOCAL-BCK.
              MOVE CODIGO-SSP TO VAR-CODIGO-BCK.
              MOVE DESCRICAO-SSP TO VAR-DESCRICAO-BCK.
              MOVE PEDIDO-SSP TO VAR-PEDIDO-BCK.
              MOVE SEQ-SSP TO VAR-SEQ-BCK.
              MOVE CC-SSP TO VAR-CC-BCK.
              MOVE PEDIDA-SSP TO VAR-PEDIDA-BCK.
              MOVE ATENDIDA-SSP TO VAR-ATENDIDA-BCK.
              MOVE RESERVADA-SSP TO VAR-RESERVADA-BCK.
              MOVE WS-FALTA TO VAR-FALTA-BCK.
              WRITE REG-RELBACK FROM CAB-BCK-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-BCK.
              ADD WS-FALTA TO WS-QTD-FALTA.

       CABECALHO-SEP.
              MOVE SPACES TO REG-RELSEP.
              WRITE REG-RELSEP AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG-SEP.
              MOVE CT-PAG-SEP TO VAR-PAG-SEP.
              MOVE WS-LOCAL-SEP TO VAR-LOCAL-SEP.
              MOVE WS-DATA-HOJE TO VAR-DATA-SEP.
              WRITE REG-RELSEP FROM CAB-SEP-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELSEP FROM CAB-SEP-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELSEP FROM CAB-SEP-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELSEP.
              WRITE REG-RELSEP AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN-SEP.

       CABECALHO-BCK.
              MOVE SPACES TO REG-RELBACK.
              WRITE REG-RELBACK AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG-BCK.
              MOVE CT-PAG-BCK TO VAR-PAG-BCK.
              WRITE REG-RELBACK FROM CAB-BCK-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELBACK FROM CAB-BCK-2
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELBACK.
              WRITE REG-RELBACK AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN-BCK.

       REGRAVA-PEDVENDA.
              OPEN INPUT PEDVENDN
                  OUTPUT PEDVENDA.
              PERFORM LE-COPIA.
              PERFORM GRAVA-COPIA UNTIL FIM-COPIA.
              CLOSE PEDVENDN PEDVENDA.

       LE-COPIA.
              READ PEDVENDN AT END MOVE "S" TO WS-FIM-COPIA.

       GRAVA-COPIA.
              MOVE REG-PEDVENDN TO REG-PEDVENDA.
              WRITE REG-PEDVENDA.
              PERFORM LE-COPIA.

       RELAT-TOTAIS.
              IF CT-LIN-BCK > 36
                     PERFORM CABECALHO-BCK.
              MOVE "LINHAS AVALIADAS:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LINHAS TO VAR-QTD-TOT.
              WRITE REG-RELBACK FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "LINHAS TOTALMENTE RESERVADAS: "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-RESERVADAS TO VAR-QTD-TOT.
              WRITE REG-RELBACK FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LINHAS PENDENTES:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-PENDENTES TO VAR-QTD-TOT.
              WRITE REG-RELBACK FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LINHAS SEM ITEM NO ATUMERC:   "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-ITEM TO VAR-QTD-TOT.
              WRITE REG-RELBACK FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ITENS COM RESERVA EXCEDENTE:  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-EXCESSO TO VAR-QTD-TOT.
              WRITE REG-RELBACK FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "QUANTIDADE EM FALTA:          "
                     TO VAR-ROTULO-TOT.
              MOVE WS-QTD-FALTA TO VAR-QTD-TOT.
              WRITE REG-RELBACK FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              IF CT-LIN-SEP > 38
                     PERFORM CABECALHO-SEP.
              MOVE "LINHAS A SEPARAR:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEPARAR TO VAR-QTD-TOT.
              WRITE REG-RELSEP FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "QUANTIDADE A SEPARAR:         "
                     TO VAR-ROTULO-TOT.
              MOVE WS-QTD-SEPARAR TO VAR-QTD-TOT.
              WRITE REG-RELSEP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELSEP RELBACK.
              DISPLAY "EX35: " WS-CT-RESERVADAS " LINHAS RESERVADAS, "
                 WS-CT-PENDENTES " PENDENTES".

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
