       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX40.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          AUDITORIA DE SALDOS DO ESTOQUE: PARTE DA
                         FOTOGRAFIA DE FIM DE MES (POSESTOQ) DO PERIODO
                         INFORMADO EM PARMAUD (AAAAMM), SOMA POR
                         ITEM/LOCAL TODOS OS QNT-JRN DO JORNMERC COM
                         DATA POSTERIOR AO MES DA FOTOGRAFIA E CONFRONTA
                         O SALDO CALCULADO COM O QNT-ESTOQUE-ATU DO
                         ATUMERC E COM O ULTIMO SALDO-JRN GRAVADO PARA A
                         CHAVE. EM RELAUD SAEM AS CHAVES ONDE OS TRES
                         NAO BATEM, COM O TAMANHO DE CADA DIFERENCA
                         (ATUMERC MENOS CALCULADO E ATUMERC MENOS
                         JORNAL). EM RELSTRIL SAEM, A PARTE, OS ITENS
                         DO ATUMERC SEM FOTOGRAFIA E SEM NENHUM
                         LANCAMENTO NO JORNAL. NAO ALTERA NENHUM
                         ARQUIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMAUD ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL POSESTOQ ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELAUD ASSIGN TO DISK.

       SELECT RELSTRIL ASSIGN TO DISK.

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

       FD PARMAUD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMAUD.DAT".

       01 REG-PARMAUD.
              02 PERIODO-PRM PIC 9(6).

       FD POSESTOQ
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "POSESTOQ.DAT".

       01 REG-POSESTOQ.
              02 PERIODO-POS PIC 9(6).
              02 CHAVE-POS.
                     03 CODIGO-POS PIC 9(5).
                     03 LOCAL-POS  PIC 9(2).
              02 QNT-POS     PIC 9(5).
              02 PRECO-POS   PIC 9(4)V99.
              02 VALOR-POS   PIC 9(9)V99.

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
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 CLASSE-SRT    PIC 9.
                     88 FOTO-SRT   VALUE 1.
                     88 JORNAL-SRT VALUE 2.
                     88 ATUAL-SRT  VALUE 3.
              02 SEQ-SRT       PIC 9(9).
              02 REPETE-SRT    PIC X.
                     88 REPETE-MOVIMENTO VALUE "S".
              02 QNT-SRT       PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-SRT     PIC 9(5).
              02 DESCRICAO-SRT PIC X(30).

       FD RELAUD
       LABEL RECORD ARE OMITTED.

       01 REG-RELAUD PIC X(80).

       FD RELSTRIL
       LABEL RECORD ARE OMITTED.

       01 REG-RELSTRIL PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 CT-PAG-STR PIC 999 VALUE ZEROES.
       77 CT-LIN-STR PIC 99  VALUE 41.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-POS PIC X VALUE "N".
              88 FIM-POS VALUE "S".
       77 WS-FIM-JRN PIC X VALUE "N".
              88 FIM-JRN VALUE "S".
       77 WS-FIM-ATU PIC X VALUE "N".
              88 FIM-ATU VALUE "S".
       77 WS-FIM-SRT PIC X VALUE "N".
              88 FIM-SRT VALUE "S".
       77 WS-FOTO-ACHADA PIC X VALUE "N".
              88 FOTO-ACHADA VALUE "S".
       77 WS-TEM-FOTO PIC X VALUE "N".
              88 TEM-FOTO VALUE "S".
       77 WS-TEM-JORNAL PIC X VALUE "N".
              88 TEM-JORNAL VALUE "S".
       77 WS-TEM-ATU PIC X VALUE "N".
              88 TEM-ATU VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-PERIODO PIC 9(6) VALUE ZEROES.
       77 WS-SEQ PIC 9(9) VALUE ZEROES.
       77 WS-QNT-FOTO PIC 9(5) VALUE ZEROES.
       77 WS-QNT-ATU PIC 9(5) VALUE ZEROES.
       77 WS-ULT-SALDO PIC 9(5) VALUE ZEROES.
       77 WS-MOVIMENTO PIC S9(7) VALUE ZEROES.
       77 WS-CALCULADO PIC S9(7) VALUE ZEROES.
       77 WS-DIF-CALC PIC S9(7) VALUE ZEROES.
       77 WS-DIF-JRN PIC S9(7) VALUE ZEROES.
       77 WS-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-CT-FOTO PIC 9(7) VALUE ZEROES.
       77 WS-CT-JORNAL PIC 9(9) VALUE ZEROES.
       77 WS-CT-REPETIDOS PIC 9(9) VALUE ZEROES.
       77 WS-CT-ITENS PIC 9(7) VALUE ZEROES.
       77 WS-CT-DIVERG PIC 9(7) VALUE ZEROES.
       77 WS-CT-SEM-TRILHA PIC 9(7) VALUE ZEROES.
       77 WS-TOT-DIF-CALC PIC 9(9) VALUE ZEROES.
       77 WS-TOT-DIF-JRN PIC 9(9) VALUE ZEROES.

       01 WS-CHAVE-ITEM.
              02 WS-CI-CODIGO PIC 9(5).
              02 WS-CI-LOCAL  PIC 9(2).

       01 WS-PERIODO-DEC.
              02 WS-PD-ANO PIC 9(4).
              02 WS-PD-MES PIC 9(2).
       01 WS-PERIODO-DEC-N REDEFINES WS-PERIODO-DEC PIC 9(6).

       01 WS-DATA-CORTE.
              02 WS-DC-PERIODO PIC 9(6).
              02 WS-DC-DIA     PIC 9(2) VALUE 99.
       01 WS-DATA-CORTE-N REDEFINES WS-DATA-CORTE PIC 9(8).

       01 CAB-1.
              02 FILLER PIC X(16) VALUE SPACES.
              02 FILLER PIC X(38) VALUE
              "AUDITORIA DE SALDOS - JORNAL X ATUMERC".
              02 FILLER PIC X(17) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-1-STR.
              02 FILLER PIC X(19) VALUE SPACES.
              02 FILLER PIC X(31) VALUE
              "ITENS SEM FOTOGRAFIA NEM JORNAL".
              02 FILLER PIC X(21) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG-STR PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(12) VALUE "FOTOGRAFIA: ".
              02 VAR-PERIODO-CAB PIC 9(6).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(18) VALUE "JORNAL A PARTIR DE".
              02 FILLER PIC X VALUE SPACE.
              02 VAR-PERIODO-JRN PIC 9(6).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "DATA: ".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(13) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC X(5) VALUE "COD".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "  FOTO".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(8) VALUE "  MOVIM.".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(8) VALUE " CALCUL.".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "ATUMER".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "JORNAL".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(8) VALUE "DIF.CALC".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(8) VALUE "DIF.JORN".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(10) VALUE "OBSERVACAO".
              02 FILLER PIC X(4) VALUE SPACES.

       01 CAB-DETALHE.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-FOTO PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-MOVIMENTO PIC ++++.++9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-CALCULADO PIC ----.--9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-ATU PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-SALDO PIC ZZ.ZZ9.
              02 VAR-SALDO-X REDEFINES VAR-SALDO PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DIF-CALC PIC ++++.++9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DIF-JRN PIC ++++.++9.
              02 VAR-DIF-JRN-X REDEFINES VAR-DIF-JRN PIC X(8).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-OBS PIC X(10).
              02 FILLER PIC X(4) VALUE SPACES.

       01 CAB-3-STR.
              02 FILLER PIC X(5) VALUE "COD".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(9) VALUE "DESCRICAO".
              02 FILLER PIC X(23) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "ATUMER".
              02 FILLER PIC X(32) VALUE SPACES.

       01 CAB-DETALHE-STR.
              02 VAR-CODIGO-STR PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LOCAL-STR PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO-STR PIC X(30).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ATU-STR PIC ZZ.ZZ9.
              02 FILLER PIC X(32) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(40).
              02 VAR-QTD-TOT PIC ZZZ.ZZZ.ZZ9.
              02 FILLER PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              PERFORM VERIFICA-FOTOGRAFIA.
              MOVE WS-PERIODO TO WS-DC-PERIODO.
              PERFORM CALCULA-PERIODO-JRN.
              OPEN OUTPUT RELAUD RELSTRIL.

       LE-PARAMETRO.
              OPEN INPUT PARMAUD.
              READ PARMAUD AT END MOVE "S" TO WS-FIM-PARM.
              IF FIM-PARM
                     DISPLAY "ERRO: PARMAUD.DAT VAZIO - INFORME O "
                        "PERIODO DA FOTOGRAFIA (AAAAMM)"
                     STOP RUN.
              IF PERIODO-PRM NOT NUMERIC
                     DISPLAY "ERRO: PERIODO INVALIDO EM PARMAUD.DAT "
                        "- INFORME AAAAMM"
                     STOP RUN.
              MOVE PERIODO-PRM TO WS-PERIODO.
              CLOSE PARMAUD.

       VERIFICA-FOTOGRAFIA.
              OPEN INPUT POSESTOQ.
              PERFORM LER-POSICAO.
              PERFORM PROCURA-PERIODO UNTIL FIM-POS OR FOTO-ACHADA.
              CLOSE POSESTOQ.
              IF NOT FOTO-ACHADA
                     DISPLAY "ERRO: PERIODO " WS-PERIODO
                        " NAO FOTOGRAFADO NO POSESTOQ - AUDITORIA "
                        "CANCELADA"
                     STOP RUN.

       LER-POSICAO.
              READ POSESTOQ AT END MOVE "S" TO WS-FIM-POS.

       PROCURA-PERIODO.
              IF PERIODO-POS EQUAL WS-PERIODO
                     MOVE "S" TO WS-FOTO-ACHADA
              ELSE
                     PERFORM LER-POSICAO.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CHAVE-SRT CLASSE-SRT SEQ-SRT
                     INPUT PROCEDURE SELECIONA-REGISTROS
                     OUTPUT PROCEDURE CONFERE-ITENS.

       SELECIONA-REGISTROS.
              OPEN INPUT POSESTOQ JORNMERC ATUMERC.
              MOVE "N" TO WS-FIM-POS.
              PERFORM LER-POSICAO.
              PERFORM LIBERA-FOTO UNTIL FIM-POS.
              PERFORM LER-JORNAL.
              PERFORM LIBERA-JORNAL UNTIL FIM-JRN.
              PERFORM LER-ATU.
              PERFORM LIBERA-ATU UNTIL FIM-ATU.
              CLOSE POSESTOQ JORNMERC ATUMERC.

       LIBERA-FOTO.
              IF PERIODO-POS EQUAL WS-PERIODO
                     MOVE CHAVE-POS TO CHAVE-SRT
                     MOVE 1 TO CLASSE-SRT
                     MOVE ZEROES TO SEQ-SRT
                     MOVE "N" TO REPETE-SRT
                     MOVE QNT-POS TO QNT-SRT
                     MOVE ZEROES TO SALDO-SRT
                     MOVE SPACES TO DESCRICAO-SRT
                     RELEASE REG-SORT
                     ADD 1 TO WS-CT-FOTO.
              PERFORM LER-POSICAO.

       LER-JORNAL.
              READ JORNMERC AT END MOVE "S" TO WS-FIM-JRN.

       LIBERA-JORNAL.
              ADD 1 TO WS-SEQ.
              MOVE CHAVE-JRN TO CHAVE-SRT.
              MOVE 2 TO CLASSE-SRT.
              MOVE WS-SEQ TO SEQ-SRT.
              IF DATA-JRN > WS-DATA-CORTE-N
                     MOVE "S" TO REPETE-SRT
                     ADD 1 TO WS-CT-REPETIDOS
              ELSE
                     MOVE "N" TO REPETE-SRT.
              MOVE QNT-JRN TO QNT-SRT.
              MOVE SALDO-JRN TO SALDO-SRT.
              MOVE SPACES TO DESCRICAO-SRT.
              RELEASE REG-SORT.
              ADD 1 TO WS-CT-JORNAL.
              PERFORM LER-JORNAL.

       LER-ATU.
              READ ATUMERC AT END MOVE "S" TO WS-FIM-ATU.

       LIBERA-ATU.
              MOVE CHAVE-ATU TO CHAVE-SRT.
              MOVE 3 TO CLASSE-SRT.
              MOVE ZEROES TO SEQ-SRT.
              MOVE "N" TO REPETE-SRT.
              MOVE QNT-ESTOQUE-ATU TO QNT-SRT.
              MOVE ZEROES TO SALDO-SRT.
              MOVE DESCRICAO-ATU TO DESCRICAO-SRT.
              RELEASE REG-SORT.
              PERFORM LER-ATU.

       CONFERE-ITENS.
              MOVE "N" TO WS-FIM-SRT.
              PERFORM RETORNA-SORT.
              PERFORM CONFERE-ITEM UNTIL FIM-SRT.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SRT.

       CONFERE-ITEM.
              MOVE CHAVE-SRT TO WS-CHAVE-ITEM.
              MOVE "N" TO WS-TEM-FOTO.
              MOVE "N" TO WS-TEM-JORNAL.
              MOVE "N" TO WS-TEM-ATU.
              MOVE ZEROES TO WS-QNT-FOTO.
              MOVE ZEROES TO WS-QNT-ATU.
              MOVE ZEROES TO WS-ULT-SALDO.
              MOVE ZEROES TO WS-MOVIMENTO.
              MOVE SPACES TO WS-DESCRICAO.
              PERFORM ACUMULA-REGISTRO
                     UNTIL FIM-SRT OR CHAVE-SRT NOT EQUAL WS-CHAVE-ITEM.
              ADD 1 TO WS-CT-ITENS.
              IF TEM-ATU AND NOT TEM-FOTO AND NOT TEM-JORNAL
                     PERFORM LISTA-SEM-TRILHA
              ELSE
                     PERFORM AVALIA-DIFERENCAS.

       ACUMULA-REGISTRO.
              IF FOTO-SRT
                     MOVE "S" TO WS-TEM-FOTO
                     MOVE QNT-SRT TO WS-QNT-FOTO.
              IF JORNAL-SRT
                     MOVE "S" TO WS-TEM-JORNAL
                     MOVE SALDO-SRT TO WS-ULT-SALDO
                     IF REPETE-MOVIMENTO
                            ADD QNT-SRT TO WS-MOVIMENTO
                     END-IF.
              IF ATUAL-SRT
                     MOVE "S" TO WS-TEM-ATU
                     MOVE QNT-SRT TO WS-QNT-ATU
                     MOVE DESCRICAO-SRT TO WS-DESCRICAO.
              PERFORM RETORNA-SORT.

       AVALIA-DIFERENCAS.
              COMPUTE WS-CALCULADO = WS-QNT-FOTO + WS-MOVIMENTO.
              COMPUTE WS-DIF-CALC = WS-QNT-ATU - WS-CALCULADO.
              IF TEM-JORNAL
                     COMPUTE WS-DIF-JRN = WS-QNT-ATU - WS-ULT-SALDO
              ELSE
                     MOVE ZEROES TO WS-DIF-JRN.
              IF WS-DIF-CALC NOT EQUAL ZEROES
                 OR WS-DIF-JRN NOT EQUAL ZEROES
                     PERFORM LISTA-DIVERGENCIA.

       LISTA-DIVERGENCIA.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE WS-CI-CODIGO TO VAR-CODIGO.
              MOVE WS-CI-LOCAL TO VAR-LOCAL.
              MOVE WS-QNT-FOTO TO VAR-FOTO.
              MOVE WS-MOVIMENTO TO VAR-MOVIMENTO.
              MOVE WS-CALCULADO TO VAR-CALCULADO.
              MOVE WS-QNT-ATU TO VAR-ATU.
              MOVE WS-DIF-CALC TO VAR-DIF-CALC.
              IF TEM-JORNAL
                     MOVE WS-ULT-SALDO TO VAR-SALDO
                     MOVE WS-DIF-JRN TO VAR-DIF-JRN
              ELSE
                     MOVE SPACES TO VAR-SALDO-X
                     MOVE SPACES TO VAR-DIF-JRN-X.
              IF NOT TEM-ATU
                     MOVE "FORA ATU  " TO VAR-OBS
              ELSE
              IF NOT TEM-FOTO
                     MOVE "SEM FOTO  " TO VAR-OBS
              ELSE
              IF NOT TEM-JORNAL
                     MOVE "SEM JORNAL" TO VAR-OBS
              ELSE
                     MOVE SPACES TO VAR-OBS.
              WRITE REG-RELAUD FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-CT-DIVERG.
              IF WS-DIF-CALC < ZEROES
                     SUBTRACT WS-DIF-CALC FROM WS-TOT-DIF-CALC
              ELSE
                     ADD WS-DIF-CALC TO WS-TOT-DIF-CALC.
              IF WS-DIF-JRN < ZEROES
                     SUBTRACT WS-DIF-JRN FROM WS-TOT-DIF-JRN
              ELSE
                     ADD WS-DIF-JRN TO WS-TOT-DIF-JRN.

       LISTA-SEM-TRILHA.
              IF CT-LIN-STR > 40
                     PERFORM CABECALHO-STR.
              MOVE WS-CI-CODIGO TO VAR-CODIGO-STR.
              MOVE WS-CI-LOCAL TO VAR-LOCAL-STR.
              MOVE WS-DESCRICAO TO VAR-DESCRICAO-STR.
              MOVE WS-QNT-ATU TO VAR-ATU-STR.
              WRITE REG-RELSTRIL FROM CAB-DETALHE-STR
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-STR.
              ADD 1 TO WS-CT-SEM-TRILHA.

       CABECALHO.
              MOVE SPACES TO REG-RELAUD.
              WRITE REG-RELAUD AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-PERIODO TO VAR-PERIODO-CAB.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELAUD FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELAUD FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELAUD FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELAUD.
              WRITE REG-RELAUD AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       CABECALHO-STR.
              MOVE SPACES TO REG-RELSTRIL.
              WRITE REG-RELSTRIL AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG-STR.
              MOVE CT-PAG-STR TO VAR-PAG-STR.
              MOVE WS-PERIODO TO VAR-PERIODO-CAB.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELSTRIL FROM CAB-1-STR
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELSTRIL FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELSTRIL FROM CAB-3-STR
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELSTRIL.
              WRITE REG-RELSTRIL AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN-STR.

       CALCULA-PERIODO-JRN.
              MOVE WS-PERIODO TO WS-PERIODO-DEC-N.
              IF WS-PD-MES EQUAL 12
                     ADD 1 TO WS-PD-ANO
                     MOVE 1 TO WS-PD-MES
              ELSE
                     ADD 1 TO WS-PD-MES.
              MOVE WS-PERIODO-DEC-N TO VAR-PERIODO-JRN.

       TOTAIS-AUDITORIA.
              IF CT-LIN > 36
                     PERFORM CABECALHO.
              MOVE "CHAVES CONFERIDAS:" TO VAR-ROTULO-TOT.
              MOVE WS-CT-ITENS TO VAR-QTD-TOT.
              WRITE REG-RELAUD FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "CHAVES DIVERGENTES:" TO VAR-ROTULO-TOT.
              MOVE WS-CT-DIVERG TO VAR-QTD-TOT.
              WRITE REG-RELAUD FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "SOMA DAS DIFERENCAS ATUMERC X CALCULADO:"
                     TO VAR-ROTULO-TOT.
              MOVE WS-TOT-DIF-CALC TO VAR-QTD-TOT.
              WRITE REG-RELAUD FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "SOMA DAS DIFERENCAS ATUMERC X JORNAL:"
                     TO VAR-ROTULO-TOT.
              MOVE WS-TOT-DIF-JRN TO VAR-QTD-TOT.
              WRITE REG-RELAUD FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ITENS SEM TRILHA (VER RELSTRIL):"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-TRILHA TO VAR-QTD-TOT.
              WRITE REG-RELAUD FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TOTAIS-SEM-TRILHA.
              IF CT-LIN-STR > 38
                     PERFORM CABECALHO-STR.
              MOVE "ITENS SEM FOTOGRAFIA NEM JORNAL:"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-TRILHA TO VAR-QTD-TOT.
              WRITE REG-RELSTRIL FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.

       TERMINO.
              PERFORM TOTAIS-AUDITORIA.
              PERFORM TOTAIS-SEM-TRILHA.
              CLOSE RELAUD RELSTRIL.
              DISPLAY "EX40: FOTOGRAFIA " WS-PERIODO " COM "
                 WS-CT-FOTO " ITENS, " WS-CT-REPETIDOS
                 " LANCAMENTOS REPROCESSADOS".
              DISPLAY "EX40: " WS-CT-ITENS " CHAVES, "
                 WS-CT-DIVERG " DIVERGENTES, "
                 WS-CT-SEM-TRILHA " SEM TRILHA".

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
