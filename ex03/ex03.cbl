       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          REALIZA MERGE ENTRE OS ARQUIVOS DE ENTRADA E.
                         GERA UM ARQUIVO DE SAIDA E DOIS RELATORIOS.
                         MANTEM O ESTOQUE POR LOTE (LOTEMERC) ABAIXO DO
                         ATUMERC: TODO AUMENTO DE SALDO ABRE LOTE (O
                         LOTE E A VALIDADE DAS ENTRADAS VEM DO LOTEREC
                         DO EX07; DEMAIS AUMENTOS ENTRAM COMO 'SEM
                         LOTE', VALIDADE 99999999) E, NO FIM DA RODADA,
                         CADA ITEM FICA COM OS LOTES DE VALIDADE MAIS
                         LONGA ATE O QNT-ESTOQUE-ATU, OU SEJA, AS
                         SAIDAS CONSOMEM PRIMEIRO O LOTE QUE VENCE
                         PRIMEIRO E A SOMA DOS LOTES FECHA SEMPRE COM O
                         SALDO DO ITEM. NO FIM DE UMA RODADA CONCLUIDA
                         O LOTEREC E ESVAZIADO, PARA QUE OS LOTES NAO
                         SEJAM APLICADOS DE NOVO NA RODADA SEGUINTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUTRANS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TRANSFWK ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELTRANS ASSIGN TO DISK.

       SELECT OPTIONAL LOTEMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOTEREC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOTMOV ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOTEMERCN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTLOT ASSIGN TO DISK.

       SELECT SORTLTN ASSIGN TO DISK.

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

       FD CADMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERC.DAT".

       01 REG-CADMERC.
              02 CHAVE-CAD.
                     03 CODIGO-CAD PIC 9(5).
                     03 LOCAL-CAD  PIC 9(2).
              02 DESCRICAO-CAD   PIC X(30).
              02 ESTOQUE-MIN-CAD PIC 9(5).
              02 QNT-ESTOQUE-CAD PIC 9(5).
              02 PRECO-UNIT-CAD  PIC 9(4)V99.
              02 CUSTO-MEDIO-CAD PIC 9(4)V99.


       01 REG-MOVMERC.
              02 CHAVE-MOV.
                     03 CODIGO-MOV PIC 9(5).
                     03 LOCAL-MOV  PIC 9(2).
              02 DESCRICAO-MOV    PIC X(30).
              02 ESTOQUE-MIN-MOV  PIC 9(5).
              02 TRANSF-MOV REDEFINES ESTOQUE-MIN-MOV.
                     03 FILLER         PIC 9(3).
                     03 LOCAL-DEST-MOV PIC 9(2).
              02 QNT-ESTOQUE-MOV  PIC 9(5).
              02 PRECO-UNIT-MOV   PIC 9(4)V99.
              02 TIPO-ATUALIZACAO PIC X.
                     88 INCLUSAO VALUE '1'.

       01 REG-ATUMERC.
              02 CHAVE-ATU.
                     03 CODIGO-ATU PIC 9(5).
                     03 LOCAL-ATU  PIC 9(2).
              02 DESCRICAO-ATU   PIC X(30).
              02 ESTOQUE-MIN-ATU PIC 9(5).
              02 QNT-ESTOQUE-ATU PIC 9(5).
              02 PRECO-UNIT-ATU  PIC 9(4)V99.
              02 CUSTO-MEDIO-ATU PIC 9(4)V99.

       VALUE OF FILE-ID IS "PEDCOMP.DAT".

       01 REG-PEDCOMP.
              02 CODIGO-PED       PIC 9(5).
              02 LOCAL-PED        PIC 9(2).
              02 DESCRICAO-PED    PIC X(30).
              02 QNT-REPOR-PED    PIC 9(5).

       FD MOVPEND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVPEND.DAT".

       01 REG-MOVPEND.
              02 CHAVE-PND PIC X(7).
              02 FILLER    PIC X(55).

       FD MOVPENDN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVPENDN.DAT".

       01 REG-MOVPENDN PIC X(62).

       FD HISTPREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "HISTPREC.DAT".

       01 REG-HISTPREC.
              02 CODIGO-HST     PIC 9(5).
              02 LOCAL-HST      PIC 9(2).
              02 DATA-HST       PIC 9(8).
              02 PRECO-ANT-HST  PIC 9(4)V99.
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUTRANS.DAT".

       01 REG-ATUTRANS PIC X(59).

       FD TRANSFWK
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "TRANSFWK.DAT".

       01 REG-TRANSFWK.
              02 CHAVE-ORIG-TRW.
                     03 CODIGO-TRW     PIC 9(5).
                     03 LOCAL-ORIG-TRW PIC 9(2).
              02 CHAVE-DEST-TRW.
                     03 CODIGO-DEST-TRW PIC 9(5).
                     03 LOCAL-DEST-TRW  PIC 9(2).
              02 QNT-TRW PIC 9(5).

       FD JORNMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "JORNMERC.DAT".

       01 REG-JORNMERC.
              02 CODIGO-JRN PIC 9(5).
              02 LOCAL-JRN  PIC 9(2).
              02 DATA-JRN   PIC 9(8).
              02 TIPO-JRN   PIC X.
              02 QNT-JRN    PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-JRN  PIC 9(5).

       FD RELTRANS
       LABEL RECORD ARE OMITTED.

       01 REG-RELTRANS PIC X(80).

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

       FD LOTEREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEREC.DAT".

       01 REG-LOTEREC.
              02 CHAVE-LRC.
                     03 CODIGO-LRC PIC 9(5).
                     03 LOCAL-LRC  PIC 9(2).
              02 NUM-LOTE-LRC   PIC X(10).
              02 VALIDADE-LRC   PIC 9(8).
              02 QNT-LRC        PIC 9(5).
              02 DATA-RECEB-LRC PIC 9(8).

       FD LOTMOV
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTMOV.DAT".

       01 REG-LOTMOV.
              02 CHAVE-LMV.
                     03 CODIGO-LMV PIC 9(5).
                     03 LOCAL-LMV  PIC 9(2).
              02 NUM-LOTE-LMV PIC X(10).
              02 VALIDADE-LMV PIC 9(8).
              02 QNT-LMV      PIC 9(5).

       FD LOTEMERCN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEMERCN.DAT".

       01 REG-LOTEMERCN.
              02 CHAVE-LTN    PIC X(7).
              02 NUM-LOTE-LTN PIC X(10).
              02 VALIDADE-LTN PIC 9(8).
              02 QNT-LOTE-LTN PIC 9(5).

       SD SORTLOT.

       01 REG-SORTLOT.
              02 CHAVE-SLT    PIC X(7).
              02 CLASSE-SLT   PIC X.
                     88 SALDO-ITEM-SLT VALUE "1".
              02 NUM-LOTE-SLT PIC X(10).
              02 VALIDADE-SLT PIC 9(8).
              02 QNT-SLT      PIC 9(5).

       SD SORTLTN.

       01 REG-SORTLTN.
              02 CHAVE-SLN    PIC X(7).
              02 NUM-LOTE-SLN PIC X(10).
              02 VALIDADE-SLN PIC 9(8).
              02 QNT-LOTE-SLN PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-CAD PIC X(7) VALUE SPACES.
       77 CH-MOV PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 CT-PAG-ERR PIC 999 VALUE ZEROES.
       77 CT-LIN-ERR PIC 99  VALUE 41.
       77 CT-PAG-VAL PIC 999 VALUE ZEROES.
       77 CT-LIN-VAL PIC 99  VALUE 41.
       77 WS-VALOR-ITEM  PIC 9(9)V99 VALUE ZEROES.
       77 WS-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-ULT   PIC 9(9)V99 VALUE ZEROES.
       77 WS-VALOR-TOTAL-ULT PIC 9(11)V99 VALUE ZEROES.
       77 WS-CUSTO-MOV PIC 9(4)V99 VALUE ZEROES.
       77 WS-QNT-ANTERIOR PIC 9(5) VALUE ZEROES.
       77 CT-PAG-PRC PIC 999 VALUE ZEROES.
       77 CT-LIN-PRC PIC 99  VALUE 41.
       77 WS-VARIACAO-PCT PIC S9(3)V99 VALUE ZEROES.
       77 WS-ULT-CHAVE-CAD PIC X(7) VALUE ZEROES.
       77 WS-ULT-CHAVE-MOV PIC X(7) VALUE ZEROES.
       77 CT-PAG-RUP PIC 999 VALUE ZEROES.
       77 CT-LIN-RUP PIC 99  VALUE 41.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-TOT-RUPT-LOC  PIC 9(7) VALUE ZEROES.
       77 WS-TOT-VALOR-LOC PIC 9(11)V99 VALUE ZEROES.
       77 WS-TOT-VALOR-ULT-LOC PIC 9(11)V99 VALUE ZEROES.
       77 CH-ARQ  PIC X(7) VALUE SPACES.
       77 CH-PEND PIC X(7) VALUE SPACES.
       77 WS-ULT-CHAVE-PEND PIC X(7) VALUE ZEROES.
       77 WS-CT-PEND-GRAV   PIC 9(9) VALUE ZEROES.
       77 WS-CT-PEND-REGRAV PIC 9(9) VALUE ZEROES.
       77 WS-FIM-RPD PIC X VALUE "N".
              88 FIM-RPD VALUE "S".
       77 WS-ENTRADA-OK PIC X VALUE "S".
              88 MOV-SERVIDO VALUE "S".
       77 WS-HISTPREC-EXISTE PIC X VALUE "N".
              88 HISTPREC-EXISTE VALUE "S".
       77 WS-REG-MOV-ARQ PIC X(62) VALUE SPACES.
       77 WS-REG-MOV-SAVE PIC X(62) VALUE SPACES.
       77 WS-QTD-TRANSF PIC 9(9) VALUE ZEROES.
       77 WS-CT-TRANSF-LIDAS PIC 9(9) VALUE ZEROES.
       77 CH-ATR PIC X(5) VALUE SPACES.
       77 CH-TRW PIC X(5) VALUE SPACES.
       77 WS-COD-TRF PIC X(5) VALUE SPACES.
       77 WS-ULT-COD-TRW PIC X(5) VALUE ZEROES.
       77 WS-IDX-SI   PIC 999 VALUE ZEROES.
       77 WS-IDX-ORIG PIC 999 VALUE ZEROES.
       77 WS-IDX-DEST PIC 999 VALUE ZEROES.
       77 WS-MOTIVO-TRF PIC X(30) VALUE SPACES.
       77 WS-FIM-TRR PIC X VALUE "N".
              88 FIM-TRR VALUE "S".
       77 WS-SALDO-PROJETADO PIC 9(6) VALUE ZEROES.
       77 CT-PAG-TRN PIC 999 VALUE ZEROES.
       77 CT-LIN-TRN PIC 99  VALUE 41.

       77 WS-JORNMERC-EXISTE PIC X VALUE "N".
              88 JORNMERC-EXISTE VALUE "S".
       77 WS-JRN-QNT PIC S9(5) VALUE ZEROES.
       77 WS-JRN-SALDO PIC 9(5) VALUE ZEROES.
       77 CH-LRC PIC X(7) VALUE SPACES.
       77 CH-SLT PIC X(7) VALUE SPACES.
       77 WS-SEM-LOTE PIC X(10) VALUE "SEM LOTE".
       77 WS-LRC-SALDO PIC 9(5) VALUE ZEROES.
       77 WS-QNT-LOTE PIC 9(5) VALUE ZEROES.
       77 WS-QNT-TOMADA PIC 9(5) VALUE ZEROES.
       77 WS-ALVO-LOTE PIC 9(5) VALUE ZEROES.
       77 WS-QNT-MANTIDA PIC 9(5) VALUE ZEROES.
       77 WS-QNT-SEM-LOTE PIC 9(5) VALUE ZEROES.
       77 WS-BUF-LOTE PIC X(10) VALUE SPACES.
       77 WS-BUF-VALIDADE PIC 9(8) VALUE ZEROES.
       77 WS-BUF-QNT PIC 9(5) VALUE ZEROES.
       77 WS-CT-LOTE-IMPLANT PIC 9(5) VALUE ZEROES.
       77 WS-FIM-ATL PIC X VALUE "N".
              88 FIM-ATL VALUE "S".
       77 WS-FIM-LOT PIC X VALUE "N".
              88 FIM-LOT VALUE "S".
       77 WS-FIM-LMV PIC X VALUE "N".
              88 FIM-LMV VALUE "S".
       77 WS-FIM-SLT PIC X VALUE "N".
              88 FIM-SLT VALUE "S".

       01 WS-CHAVE-DEST.
              02 WS-CD-CODIGO PIC 9(5).
              02 WS-CD-LOCAL  PIC 9(2).

       01 WS-CHAVE-TR.
              02 WS-TR-CODIGO PIC 9(5).
              02 WS-TR-LOCAL  PIC 9(2).

       01 TAB-SALDO-ITEM.
              02 SI-ENTRY OCCURS 100 TIMES.
                     03 SI-ACHADO PIC X.
                            88 SI-CADASTRADO VALUE "S".
                     03 SI-REG-ATU.
                            04 FILLER PIC X(42).
                            04 SI-QNT PIC 9(5).
                            04 FILLER PIC X(12).

       01 TAB-LOCAIS VALUE ZEROES.
              02 LOCAL-ENTRY OCCURS 99 TIMES.
                     03 TL-QTD-ITENS PIC 9(5).
                     03 TL-QTD-CRIT  PIC 9(5).
                     03 TL-QTD-RUPT  PIC 9(5).
                     03 TL-VALOR     PIC 9(11)V99.
                     03 TL-VALOR-ULT PIC 9(11)V99.

       01 CAB-1-ERR.
              02 FILLER PIC X(25) VALUE SPACES.
              02 FILLER PIC X(22) VALUE SPACES.

       01 CAB-DETALHE-ERR.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-ERR PIC 9(5).
              02 FILLER PIC X(6) VALUE SPACES.
              02 VAR-DESCRICAO-ERR PIC X(30).
              02 FILLER PIC X(6) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO PIC X(30).
              02 FILLER PIC X(3) VALUE SPACES.
              02 VAR-ESTOQUE-MIN PIC 9(5).
              02 FILLER PIC X(9) VALUE SPACES.
              02 VAR-QNT-ESTOQUE PIC 9(5).
              02 FILLER PIC X(9) VALUE SPACES.
              02 VAR-PRECO-UNIT PIC ZZ99,99.

              02 FILLER PIC X(5) VALUE "LOCAL".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(9) VALUE "DESCRIÇÃO".
              02 FILLER PIC X(10) VALUE SPACES.
              02 FILLER PIC X(3) VALUE "QNT".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(10) VALUE "CUSTO MED.".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(11) VALUE "VALOR MEDIO".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(10) VALUE "VALOR ULT.".

       01 CAB-VAL-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-VAL PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL-VAL PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO-VAL PIC X(20).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-ESTOQUE-VAL PIC 9(5).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CUSTO-MEDIO-VAL PIC ZZ99,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR-ITEM PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR-ULT PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-VAL-TOTAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(27) VALUE
              "VALOR TOTAL (CUSTO MÉDIO): ".
              02 VAR-VALOR-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-VAL-TOTAL-ULT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(27) VALUE
              "VALOR TOTAL (ÚLT. PREÇO): ".
              02 VAR-VALOR-TOTAL-ULT PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-PRC-1.
              02 FILLER PIC X(21) VALUE SPACES.

       01 CAB-PRC-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-PRC PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL-PRC PIC 99.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-PRECO-ANT-PRC PIC ZZ99,99.

       01 CAB-RUP-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-RUP PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL-RUP PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO-RUP PIC X(30).
              02 FILLER PIC X(3) VALUE SPACES.
              02 VAR-ESTOQUE-MIN-RUP PIC 9(5).
              02 FILLER PIC X(14) VALUE SPACES.

       01 CAB-LOC-1.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-RUPT-RES PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR-RES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR-ULT-RES PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-LOC-TOTAL.
              02 FILLER PIC XX VALUE SPACES.

       01 CAB-TRN-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO-TRN PIC 9(5).
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-LOCAL-ORIG-TRN PIC 99.
              02 FILLER PIC X(11) VALUE SPACES.
              02 VAR-LOCAL-DEST-TRN PIC 99.
              02 FILLER PIC X(9) VALUE SPACES.
              02 VAR-QNT-TRN PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-SITUACAO-TRN PIC X(30).
              02 FILLER PIC X(7) VALUE SPACES.

              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM VERIFICA-HISTPREC.
              PERFORM VERIFICA-JORNMERC.
              OPEN INPUT CADMERC MOVMERC MOVPEND
                  OUTPUT ATUMERC RELERRO RELMERC RELVAL RELPRECO RELRUPT
                         PEDCOMP MOVPENDN RELTRANS TRANSFWK.
              OPEN INPUT LOTEREC
                  OUTPUT LOTMOV.
              PERFORM LER-LOTEREC.
              IF HISTPREC-EXISTE
                     OPEN EXTEND HISTPREC
              ELSE
                     OPEN OUTPUT JORNMERC.
              PERFORM LER-CAD.
              PERFORM LER-MOV-ARQ.
              PERFORM LER-PENDENTE.
              PERFORM LER-MOV.

       VERIFICA-HISTPREC.
                     NOT AT END MOVE "S" TO WS-JORNMERC-EXISTE.
              CLOSE JORNMERC.

       LER-CAD.
              READ CADMERC AT END MOVE HIGH-VALUES TO CH-CAD.
              IF CH-CAD NOT EQUAL HIGH-VALUES
                            MOVE REG-MOVMERC TO WS-REG-MOV-ARQ
                            MOVE CHAVE-MOV TO CH-ARQ.

       LER-PENDENTE.
              READ MOVPEND AT END MOVE HIGH-VALUES TO CH-PEND.
              IF CH-PEND NOT EQUAL HIGH-VALUES
                     IF CHAVE-PND < WS-ULT-CHAVE-PEND
                            DISPLAY "ERRO: MOVPEND FORA DE ORDEM. "
                                 "CHAVE=" CHAVE-PND
                                 " ESPERADO >= " WS-ULT-CHAVE-PEND
                            STOP RUN
                     ELSE
                            MOVE CHAVE-PND TO WS-ULT-CHAVE-PEND
                            MOVE CHAVE-PND TO CH-PEND.

       LER-MOV.
              MOVE "N" TO WS-MOV-SERVIDO.
                     MOVE "S" TO WS-MOV-SERVIDO
              ELSE
                     IF CH-PEND NOT GREATER THAN CH-ARQ
                            MOVE REG-MOVPEND TO REG-MOVMERC
                            PERFORM LER-PENDENTE
                            PERFORM AVALIA-DATA-EFETIVA
                     ELSE
                            MOVE WS-REG-MOV-ARQ TO WS-REG-MOV-SAVE
       AVALIA-DATA-EFETIVA.
              IF DATA-EFETIVA-MOV > WS-DATA-HOJE
                     WRITE REG-MOVPENDN FROM REG-MOVMERC
                     ADD 1 TO WS-CT-PEND-GRAV
              ELSE
                     MOVE CHAVE-MOV TO CH-MOV
                     MOVE PRECO-UNIT-MOV TO WS-CUSTO-MOV
                     PERFORM SAIDA-ERR.

       TRANSFERENCIA-ROT.
              MOVE CHAVE-MOV TO CHAVE-ORIG-TRW.
              MOVE CODIGO-MOV TO WS-CD-CODIGO.
              MOVE LOCAL-DEST-MOV TO WS-CD-LOCAL.
              MOVE WS-CHAVE-DEST TO CHAVE-DEST-TRW.
              MOVE QNT-ESTOQUE-MOV TO QNT-TRW.
              WRITE REG-TRANSFWK.
              ADD 1 TO WS-QTD-TRANSF.
              PERFORM LER-MOV.

       RECALCULA-CUSTO-MEDIO.
              IF QNT-ESTOQUE-CAD > ZEROES
              COMPUTE WS-VALOR-ITEM =
                     QNT-ESTOQUE-ATU * CUSTO-MEDIO-ATU
                     ON SIZE ERROR
                            MOVE 999999999,99 TO WS-VALOR-ITEM.
              COMPUTE WS-VALOR-ULT =
                     QNT-ESTOQUE-ATU * PRECO-UNIT-ATU
                     ON SIZE ERROR
                            MOVE 999999999,99 TO WS-VALOR-ULT.
              ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL.
              ADD WS-VALOR-ULT TO WS-VALOR-TOTAL-ULT.
              IF LOCAL-ATU > ZEROES
              MOVE WS-JRN-QNT TO QNT-JRN.
              MOVE WS-JRN-SALDO TO SALDO-JRN.
              WRITE REG-JORNMERC.
              IF WS-JRN-QNT > ZEROES
                     IF ENTRADA
                            PERFORM REGISTRA-LOTE-ENTRADA
                     ELSE
                            PERFORM GRAVA-SEM-LOTE.

       GRAVA-JORNAL-TRANSF.
              MOVE WS-TR-CODIGO TO CODIGO-JRN.
              MOVE WS-TR-LOCAL TO LOCAL-JRN.
              MOVE WS-DATA-HOJE TO DATA-JRN.
              MOVE "6" TO TIPO-JRN.
              MOVE WS-JRN-QNT TO QNT-JRN.
              MOVE WS-JRN-SALDO TO SALDO-JRN.
              WRITE REG-JORNMERC.
              IF WS-JRN-QNT > ZEROES
                     PERFORM GRAVA-SEM-LOTE.

       REGISTRA-LOTE-ENTRADA.
              MOVE WS-JRN-QNT TO WS-QNT-LOTE.
              PERFORM LOTEREC-SEM-ENTRADA
                     UNTIL CH-LRC NOT LESS THAN CHAVE-MOV.
              PERFORM TOMA-LOTEREC
                     UNTIL WS-QNT-LOTE EQUAL ZEROES
                     OR CH-LRC NOT EQUAL CHAVE-MOV.
              IF WS-QNT-LOTE > ZEROES
                     MOVE CHAVE-MOV TO CHAVE-LMV
                     MOVE WS-SEM-LOTE TO NUM-LOTE-LMV
                     MOVE 99999999 TO VALIDADE-LMV
                     MOVE WS-QNT-LOTE TO QNT-LMV
                     WRITE REG-LOTMOV.

       TOMA-LOTEREC.
              IF WS-LRC-SALDO > WS-QNT-LOTE
                     MOVE WS-QNT-LOTE TO WS-QNT-TOMADA
              ELSE
                     MOVE WS-LRC-SALDO TO WS-QNT-TOMADA.
              MOVE CHAVE-LRC TO CHAVE-LMV.
              MOVE NUM-LOTE-LRC TO NUM-LOTE-LMV.
              MOVE VALIDADE-LRC TO VALIDADE-LMV.
              MOVE WS-QNT-TOMADA TO QNT-LMV.
              WRITE REG-LOTMOV.
              SUBTRACT WS-QNT-TOMADA FROM WS-QNT-LOTE.
              SUBTRACT WS-QNT-TOMADA FROM WS-LRC-SALDO.
              IF WS-LRC-SALDO EQUAL ZEROES
                     PERFORM LER-LOTEREC.

       GRAVA-SEM-LOTE.
              MOVE CODIGO-JRN TO CODIGO-LMV.
              MOVE LOCAL-JRN TO LOCAL-LMV.
              MOVE WS-SEM-LOTE TO NUM-LOTE-LMV.
              MOVE 99999999 TO VALIDADE-LMV.
              MOVE QNT-JRN TO QNT-LMV.
              WRITE REG-LOTMOV.

       LER-LOTEREC.
              READ LOTEREC AT END MOVE HIGH-VALUES TO CH-LRC.
              IF CH-LRC NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-LRC TO CH-LRC
                     MOVE QNT-LRC TO WS-LRC-SALDO.

       LOTEREC-SEM-ENTRADA.
              IF CT-LIN-ERR > 40
                     PERFORM CABECALHO-ERR.
              MOVE CODIGO-LRC TO VAR-CODIGO-ERR.
              MOVE SPACES TO VAR-DESCRICAO-ERR.
              STRING "LOTE " NUM-LOTE-LRC
                     DELIMITED BY SIZE INTO VAR-DESCRICAO-ERR.
              MOVE "LOTE RECEBIDO SEM ENTRADA     " TO VAR-MENSAGEM.
              WRITE REG-RELERRO FROM CAB-DETALHE-ERR
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-ERR.
              PERFORM LER-LOTEREC.

       GRAVA-HISTORICO-PRECO.
              MOVE CODIGO-CAD TO CODIGO-HST.
              MOVE "SAIDA MAIOR QUE O ESTOQUE     " TO VAR-MENSAGEM.
              PERFORM ERR.

       TIPO-INVALIDO-ERR.
              MOVE "TIPO DE ATUALIZAÇÃO INVALIDO  " TO VAR-MENSAGEM.
              PERFORM ERR.
       TERMINO.
              PERFORM TOTAL-VALORIZACAO.
              PERFORM RESUMO-LOCAIS.
              CLOSE CADMERC MOVMERC MOVPEND ATUMERC RELMERC RELVAL
                    RELPRECO RELRUPT PEDCOMP MOVPENDN HISTPREC
                    TRANSFWK.
              PERFORM APLICA-TRANSFERENCIAS.
              PERFORM LOTEREC-SEM-ENTRADA
                     UNTIL CH-LRC EQUAL HIGH-VALUES.
              CLOSE RELERRO RELTRANS JORNMERC LOTEREC LOTMOV.
              PERFORM ATUALIZA-LOTES.
              PERFORM REGRAVA-PENDENTES.
              PERFORM LIMPA-LOTEREC.

       LIMPA-LOTEREC.
              OPEN OUTPUT LOTEREC.
              CLOSE LOTEREC.

       ATUALIZA-LOTES.
              SORT SORTLOT
                     ON ASCENDING KEY CHAVE-SLT CLASSE-SLT
                     ON DESCENDING KEY VALIDADE-SLT NUM-LOTE-SLT
                     INPUT PROCEDURE SELECIONA-LOTES
                     OUTPUT PROCEDURE DISTRIBUI-LOTES.
              SORT SORTLTN
                     ON ASCENDING KEY CHAVE-SLN VALIDADE-SLN
                                      NUM-LOTE-SLN
                     USING LOTEMERCN
                     GIVING LOTEMERC.
              IF WS-CT-LOTE-IMPLANT > ZEROES
                     DISPLAY "EX03: SALDO SEM LOTE IMPLANTADO EM "
                        WS-CT-LOTE-IMPLANT " ITENS DO LOTEMERC".

       SELECIONA-LOTES.
              OPEN INPUT ATUMERC LOTEMERC LOTMOV.
              MOVE "N" TO WS-FIM-ATL.
              PERFORM LIBERA-SALDO-ITEM UNTIL FIM-ATL.
              MOVE "N" TO WS-FIM-LOT.
              PERFORM LIBERA-LOTE UNTIL FIM-LOT.
              MOVE "N" TO WS-FIM-LMV.
              PERFORM LIBERA-LOTE-MOVIMENTO UNTIL FIM-LMV.
              CLOSE ATUMERC LOTEMERC LOTMOV.

       LIBERA-SALDO-ITEM.
              READ ATUMERC AT END MOVE "S" TO WS-FIM-ATL.
              IF NOT FIM-ATL
                     MOVE CHAVE-ATU TO CHAVE-SLT
                     MOVE "1" TO CLASSE-SLT
                     MOVE SPACES TO NUM-LOTE-SLT
                     MOVE ZEROES TO VALIDADE-SLT
                     MOVE QNT-ESTOQUE-ATU TO QNT-SLT
                     RELEASE REG-SORTLOT.

       LIBERA-LOTE.
              READ LOTEMERC AT END MOVE "S" TO WS-FIM-LOT.
              IF NOT FIM-LOT
                     MOVE CHAVE-LOT TO CHAVE-SLT
                     MOVE "2" TO CLASSE-SLT
                     MOVE NUM-LOTE-LOT TO NUM-LOTE-SLT
                     MOVE VALIDADE-LOT TO VALIDADE-SLT
                     MOVE QNT-LOTE-LOT TO QNT-SLT
                     RELEASE REG-SORTLOT.

       LIBERA-LOTE-MOVIMENTO.
              READ LOTMOV AT END MOVE "S" TO WS-FIM-LMV.
              IF NOT FIM-LMV
                     MOVE CHAVE-LMV TO CHAVE-SLT
                     MOVE "2" TO CLASSE-SLT
                     MOVE NUM-LOTE-LMV TO NUM-LOTE-SLT
                     MOVE VALIDADE-LMV TO VALIDADE-SLT
                     MOVE QNT-LMV TO QNT-SLT
                     RELEASE REG-SORTLOT.

       DISTRIBUI-LOTES.
              OPEN OUTPUT LOTEMERCN.
              MOVE "N" TO WS-FIM-SLT.
              PERFORM RETORNA-LOTE.
              PERFORM DISTRIBUI-ITEM UNTIL FIM-SLT.
              CLOSE LOTEMERCN.

       RETORNA-LOTE.
              RETURN SORTLOT AT END MOVE "S" TO WS-FIM-SLT.

       DISTRIBUI-ITEM.
              MOVE CHAVE-SLT TO CH-SLT.
              MOVE ZEROES TO WS-ALVO-LOTE.
              MOVE ZEROES TO WS-QNT-SEM-LOTE.
              MOVE SPACES TO WS-BUF-LOTE.
              MOVE ZEROES TO WS-BUF-VALIDADE.
              MOVE ZEROES TO WS-BUF-QNT.
              IF SALDO-ITEM-SLT
                     MOVE QNT-SLT TO WS-ALVO-LOTE
                     PERFORM RETORNA-LOTE.
              PERFORM ACUMULA-LOTE
                     UNTIL FIM-SLT OR CHAVE-SLT NOT EQUAL CH-SLT.
              PERFORM DESCARREGA-LOTE.
              IF WS-ALVO-LOTE > ZEROES
                     ADD 1 TO WS-CT-LOTE-IMPLANT
                     ADD WS-ALVO-LOTE TO WS-QNT-SEM-LOTE.
              IF WS-QNT-SEM-LOTE > ZEROES
                     MOVE CH-SLT TO CHAVE-LTN
                     MOVE WS-SEM-LOTE TO NUM-LOTE-LTN
                     MOVE 99999999 TO VALIDADE-LTN
                     MOVE WS-QNT-SEM-LOTE TO QNT-LOTE-LTN
                     WRITE REG-LOTEMERCN.

       ACUMULA-LOTE.
              IF NUM-LOTE-SLT EQUAL WS-BUF-LOTE
                 AND VALIDADE-SLT EQUAL WS-BUF-VALIDADE
                     ADD QNT-SLT TO WS-BUF-QNT
              ELSE
                     PERFORM DESCARREGA-LOTE
                     MOVE NUM-LOTE-SLT TO WS-BUF-LOTE
                     MOVE VALIDADE-SLT TO WS-BUF-VALIDADE
                     MOVE QNT-SLT TO WS-BUF-QNT.
              PERFORM RETORNA-LOTE.

       DESCARREGA-LOTE.
              IF WS-BUF-QNT > WS-ALVO-LOTE
                     MOVE WS-ALVO-LOTE TO WS-QNT-MANTIDA
              ELSE
                     MOVE WS-BUF-QNT TO WS-QNT-MANTIDA.
              SUBTRACT WS-QNT-MANTIDA FROM WS-ALVO-LOTE.
              MOVE ZEROES TO WS-BUF-QNT.
              IF WS-QNT-MANTIDA > ZEROES
                     IF WS-BUF-LOTE EQUAL WS-SEM-LOTE
                        AND WS-BUF-VALIDADE EQUAL 99999999
                            ADD WS-QNT-MANTIDA TO WS-QNT-SEM-LOTE
                     ELSE
                            MOVE CH-SLT TO CHAVE-LTN
                            MOVE WS-BUF-LOTE TO NUM-LOTE-LTN
                            MOVE WS-BUF-VALIDADE TO VALIDADE-LTN
                            MOVE WS-QNT-MANTIDA TO QNT-LOTE-LTN
                            WRITE REG-LOTEMERCN.

       APLICA-TRANSFERENCIAS.
              IF WS-QTD-TRANSF > ZEROES
                     PERFORM GRAVA-ATUMERC-TRANSF
                     PERFORM REGRAVA-ATUMERC.

       GRAVA-ATUMERC-TRANSF.
              OPEN INPUT ATUMERC TRANSFWK
                  OUTPUT ATUTRANS.
              PERFORM LER-ATU-TRANSF.
              PERFORM LER-TRANSFWK.
              PERFORM APLICA-TRANSF-ITEM
                     UNTIL CH-ATR EQUAL HIGH-VALUES
                     AND CH-TRW EQUAL HIGH-VALUES.
              CLOSE ATUMERC TRANSFWK ATUTRANS.
              IF WS-CT-TRANSF-LIDAS NOT EQUAL WS-QTD-TRANSF
                     DISPLAY "ERRO: TRANSFWK LIDO COM "
                        WS-CT-TRANSF-LIDAS " DE " WS-QTD-TRANSF
                        " TRANSFERENCIAS"
                     DISPLAY "ERRO: TRANSFERENCIAS NAO APLICADAS NO "
                        "ATUMERC - RODADA INTERROMPIDA"
                     STOP RUN.

       LER-ATU-TRANSF.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATR.
              IF CH-ATR NOT EQUAL HIGH-VALUES
                     MOVE CODIGO-ATU TO CH-ATR.

       LER-TRANSFWK.
              READ TRANSFWK AT END MOVE HIGH-VALUES TO CH-TRW.
              IF CH-TRW NOT EQUAL HIGH-VALUES
                     ADD 1 TO WS-CT-TRANSF-LIDAS
                     MOVE CODIGO-TRW TO CH-TRW
                     IF CH-TRW < WS-ULT-COD-TRW
                            DISPLAY "ERRO: TRANSFWK FORA DE ORDEM. "
                                 "CODIGO=" CH-TRW
                                 " ESPERADO >= " WS-ULT-COD-TRW
                            STOP RUN
                     ELSE
                            MOVE CH-TRW TO WS-ULT-COD-TRW.

       APLICA-TRANSF-ITEM.
              IF CH-ATR < CH-TRW
                     MOVE CH-ATR TO WS-COD-TRF
              ELSE
                     MOVE CH-TRW TO WS-COD-TRF.
              MOVE SPACES TO TAB-SALDO-ITEM.
              PERFORM CARREGA-LOCAL-ITEM
                     UNTIL CH-ATR NOT EQUAL WS-COD-TRF.
              PERFORM JULGA-TRANSFERENCIA
                     UNTIL CH-TRW NOT EQUAL WS-COD-TRF.
              PERFORM DESCARREGA-LOCAL-ITEM
                     VARYING WS-IDX-SI FROM 1 BY 1
                     UNTIL WS-IDX-SI > 100.

       CARREGA-LOCAL-ITEM.
              COMPUTE WS-IDX-SI = LOCAL-ATU + 1.
              IF SI-CADASTRADO(WS-IDX-SI)
                     DISPLAY "ERRO: ATUMERC COM CHAVE DUPLICADA. "
                          "CHAVE=" CHAVE-ATU
                     STOP RUN.
              MOVE "S" TO SI-ACHADO(WS-IDX-SI).
              MOVE REG-ATUMERC TO SI-REG-ATU(WS-IDX-SI).
              PERFORM LER-ATU-TRANSF.

       DESCARREGA-LOCAL-ITEM.
              IF SI-CADASTRADO(WS-IDX-SI)
                     WRITE REG-ATUTRANS FROM SI-REG-ATU(WS-IDX-SI).

       JULGA-TRANSFERENCIA.
              COMPUTE WS-IDX-ORIG = LOCAL-ORIG-TRW + 1.
              COMPUTE WS-IDX-DEST = LOCAL-DEST-TRW + 1.
              IF NOT SI-CADASTRADO(WS-IDX-ORIG)
                     MOVE "ORIGEM NAO CADASTRADA         "
                            TO WS-MOTIVO-TRF
                     PERFORM GRAVA-ERRO-TRANSF
              ELSE
              IF QNT-TRW > SI-QNT(WS-IDX-ORIG)
                     MOVE "SALDO INSUFICIENTE NA ORIGEM  "
                            TO WS-MOTIVO-TRF
                     PERFORM GRAVA-ERRO-TRANSF
              ELSE
              IF NOT SI-CADASTRADO(WS-IDX-DEST)
                     MOVE "DESTINO NAO CADASTRADO        "
                            TO WS-MOTIVO-TRF
                     PERFORM GRAVA-ERRO-TRANSF
              ELSE
                     COMPUTE WS-SALDO-PROJETADO =
                            SI-QNT(WS-IDX-DEST) + QNT-TRW
                     IF WS-SALDO-PROJETADO > 99999
                            MOVE "DESTINO EXCEDE CAPACIDADE     "
                                   TO WS-MOTIVO-TRF
                            PERFORM GRAVA-ERRO-TRANSF
                     ELSE
                            MOVE "TRANSFERENCIA APLICADA        "
                                   TO WS-MOTIVO-TRF
                            PERFORM EFETIVA-TRANSFERENCIA.
              PERFORM LISTA-UMA-TRANSF.
              PERFORM LER-TRANSFWK.

       EFETIVA-TRANSFERENCIA.
              SUBTRACT QNT-TRW FROM SI-QNT(WS-IDX-ORIG).
              MOVE CHAVE-ORIG-TRW TO WS-CHAVE-TR.
              COMPUTE WS-JRN-QNT = ZEROES - QNT-TRW.
              MOVE SI-QNT(WS-IDX-ORIG) TO WS-JRN-SALDO.
              PERFORM GRAVA-JORNAL-TRANSF.
              ADD QNT-TRW TO SI-QNT(WS-IDX-DEST).
              MOVE CHAVE-DEST-TRW TO WS-CHAVE-TR.
              MOVE QNT-TRW TO WS-JRN-QNT.
              MOVE SI-QNT(WS-IDX-DEST) TO WS-JRN-SALDO.
              PERFORM GRAVA-JORNAL-TRANSF.

       GRAVA-ERRO-TRANSF.
              IF CT-LIN-ERR > 40
                     PERFORM CABECALHO-ERR.
              MOVE CHAVE-ORIG-TRW TO WS-CHAVE-TR.
              MOVE WS-TR-CODIGO TO VAR-CODIGO-ERR.
              MOVE "TRANSFERENCIA ENTRE LOCAIS    "
                     TO VAR-DESCRICAO-ERR.
              MOVE WS-MOTIVO-TRF TO VAR-MENSAGEM.
              WRITE REG-RELERRO FROM CAB-DETALHE-ERR
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-ERR.

       REGRAVA-ATUMERC.
              OPEN INPUT ATUTRANS
                  OUTPUT ATUMERC.
              IF NOT FIM-TRR
                     WRITE REG-ATUMERC FROM REG-ATUTRANS.

       LISTA-UMA-TRANSF.
              IF CT-LIN-TRN > 40
                     PERFORM CABECALHO-TRN.
              MOVE CODIGO-TRW TO VAR-CODIGO-TRN.
              MOVE LOCAL-ORIG-TRW TO VAR-LOCAL-ORIG-TRN.
              MOVE LOCAL-DEST-TRW TO VAR-LOCAL-DEST-TRN.
              MOVE QNT-TRW TO VAR-QNT-TRN.
              MOVE WS-MOTIVO-TRF TO VAR-SITUACAO-TRN.
              WRITE REG-RELTRANS FROM CAB-TRN-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-TRN.
              PERFORM LER-REGRAVA.
              PERFORM GRAVA-REGRAVA UNTIL FIM-RPD.
              CLOSE MOVPENDN MOVPEND.
              IF WS-CT-PEND-REGRAV NOT EQUAL WS-CT-PEND-GRAV
                     DISPLAY "ERRO: MOVPEND REGRAVADO COM "
                        WS-CT-PEND-REGRAV " DE " WS-CT-PEND-GRAV
                        " MOVIMENTOS PENDENTES"
                     DISPLAY "ERRO: PENDENTES PRESERVADOS EM "
                        "MOVPENDN - REGRAVAR ANTES DA PROXIMA RODADA"
                     STOP RUN.

       LER-REGRAVA.
              READ MOVPENDN AT END MOVE "S" TO WS-FIM-RPD.
       GRAVA-REGRAVA.
              MOVE REG-MOVPENDN TO REG-MOVPEND.
              WRITE REG-MOVPEND.
              ADD 1 TO WS-CT-PEND-REGRAV.
              PERFORM LER-REGRAVA.

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
