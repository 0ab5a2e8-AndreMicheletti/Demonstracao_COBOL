       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX37.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          PROJECAO SEMANAL DE ESTOQUE E ORDENS
                         PLANEJADAS: PARTE DO QNT-ESTOQUE-ATU DE CADA
                         ITEM/LOCAL, SOMA O SALDO EM ABERTO DOS PEDIDOS
                         DO PEDABERT (PEDIDA MENOS RECEBIDA) NA SEMANA
                         DE CHEGADA PREVISTA (DATA DO PEDIDO MAIS O
                         PRAZO-FORN DO FORNECEDOR) E SUBTRAI A MEDIA
                         SEMANAL DE SAIDAS DO JORNMERC NA JANELA
                         PARAMETRIZADA. IMPRIME EM RELPLN OS ITENS QUE
                         FICAM ABAIXO DO MINIMO OU ZERAM DENTRO DO
                         HORIZONTE, COM A SEMANA DE CADA EVENTO, A
                         PROJECAO SEMANA A SEMANA, A QUANTIDADE DA
                         ORDEM PLANEJADA E A DATA DE LIBERACAO (DATA
                         DA NECESSIDADE MENOS O PRAZO DO FORNECEDOR
                         QUE FORNECE O ITEM). PADROES DE PARMPLN:
                         HORIZONTE 12 SEMANAS (MAXIMO 52), JANELA 28
                         DIAS, COBERTURA DA ORDEM 4 SEMANAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMPLN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELPLN ASSIGN TO DISK.

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

       FD PARMPLN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMPLN.DAT".

       01 REG-PARMPLN.
              02 HORIZONTE-PRM PIC 9(2).
              02 JANELA-PRM    PIC 9(3).
              02 COBERTURA-PRM PIC 9(2).

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

       FD PEDABERT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDABERT.DAT".

       01 REG-PEDABERT.
              02 NUM-PEDIDO-PAB   PIC 9(6).
              02 FORN-PAB         PIC 9(3).
              02 CHAVE-PAB.
                     03 CODIGO-PAB PIC 9(5).
                     03 LOCAL-PAB  PIC 9(2).
              02 DESCRICAO-PAB    PIC X(30).
              02 QNT-PEDIDA-PAB   PIC 9(5).
              02 QNT-RECEBIDA-PAB PIC 9(5).
              02 DATA-PEDIDO-PAB  PIC 9(8).
              02 STATUS-PAB       PIC X.
                     88 PEDIDO-ABERTO-PAB  VALUE "A".
                     88 PEDIDO-PARCIAL-PAB VALUE "P".

       FD JORNMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "JORNMERC.DAT".

       01 REG-JORNMERC.
              02 CHAVE-JRN.
                     03 CODIGO-JRN PIC 9(5).
                     03 LOCAL-JRN  PIC 9(2).
              02 DATA-JRN   PIC 9(8).
              02 TIPO-JRN   PIC X.
                     88 SAIDA-JRN VALUE "5".
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
              02 CHAVE-SRT  PIC X(7).
              02 TIPO-SRT   PIC X.
                     88 CHEGADA-SRT VALUE "E".
                     88 SAIDA-SRT   VALUE "S".
              02 SEMANA-SRT PIC 9(2).
              02 QNT-SRT    PIC 9(5).

       FD RELPLN
       LABEL RECORD ARE OMITTED.

       01 REG-RELPLN PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-SRT PIC X(7) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-FORN PIC X VALUE "N".
              88 FIM-FORN VALUE "S".
       77 WS-FIM-PAB PIC X VALUE "N".
              88 FIM-PAB VALUE "S".
       77 WS-FIM-JRN PIC X VALUE "N".
              88 FIM-JRN VALUE "S".
       77 WS-ATRASADA PIC X VALUE "N".
              88 LIBERACAO-ATRASADA VALUE "S".
       77 WS-HORIZONTE PIC 9(2) VALUE 12.
       77 WS-JANELA PIC 9(3) VALUE 28.
       77 WS-COBERTURA PIC 9(2) VALUE 4.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-DIAS-HOJE PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-CORTE PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-CHEGADA PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-CONV PIC 9(7) VALUE ZEROES.
       77 WS-DIAS-ALVO PIC 9(7) VALUE ZEROES.
       77 WS-ANO-ANT PIC 9(4) VALUE ZEROES.
       77 WS-Q4   PIC 9(4) VALUE ZEROES.
       77 WS-Q100 PIC 9(4) VALUE ZEROES.
       77 WS-Q400 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4   PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-100 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-400 PIC 9(4) VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(4) VALUE ZEROES.
       77 WS-QTD-FORN PIC 99 VALUE ZEROES.
       77 WS-IDX-FORN PIC 99 VALUE ZEROES.
       77 WS-IDX-ITEM PIC 99 VALUE ZEROES.
       77 WS-FORN-ACHADO PIC 99 VALUE ZEROES.
       77 WS-FORN-PROCURA PIC 9(3) VALUE ZEROES.
       77 WS-PRAZO PIC 9(3) VALUE ZEROES.
       77 WS-SEMANA PIC 9(5) VALUE ZEROES.
       77 WS-IDX-SEM PIC 99 VALUE ZEROES.
       77 WS-SEM-INI PIC 99 VALUE ZEROES.
       77 WS-SEM-FIM PIC 99 VALUE ZEROES.
       77 WS-IDX-COL PIC 99 VALUE ZEROES.
       77 WS-LINHAS-ITEM PIC 99 VALUE ZEROES.
       77 WS-LIMITE-LIN PIC 99 VALUE ZEROES.
       77 WS-SAIDA-ITEM PIC 9(7) VALUE ZEROES.
       77 WS-SAIDA-SEMANAS PIC 9(8) VALUE ZEROES.
       77 WS-MEDIA-SEMANAL PIC 9(5)V99 VALUE ZEROES.
       77 WS-SALDO PIC S9(7)V99 VALUE ZEROES.
       77 WS-SALDO-EVENTO PIC S9(7)V99 VALUE ZEROES.
       77 WS-SEM-MINIMO PIC 99 VALUE ZEROES.
       77 WS-SEM-ZERO PIC 99 VALUE ZEROES.
       77 WS-SEM-EVENTO PIC 99 VALUE ZEROES.
       77 WS-TEM-MINIMO PIC X VALUE "N".
              88 TEM-MINIMO VALUE "S".
       77 WS-TEM-ZERO PIC X VALUE "N".
              88 TEM-ZERO VALUE "S".
       77 WS-QTD-PLANEJADA PIC 9(5) VALUE ZEROES.
       77 WS-CT-ITENS PIC 9(5) VALUE ZEROES.
       77 WS-CT-CRITICOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-ATRASADAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-FORN PIC 9(5) VALUE ZEROES.
       77 WS-CT-FORA-HORIZ PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-CAD PIC 9(5) VALUE ZEROES.

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
                     03 TF-CODIGO PIC 9(3).
                     03 TF-PRAZO  PIC 9(3).
                     03 TF-ITENS.
                            04 TF-ITEM PIC 9(5) OCCURS 10 TIMES.

       01 TAB-PROJECAO.
              02 SEMANA-ENTRY OCCURS 52 TIMES.
                     03 TP-CHEGADA PIC 9(7).
                     03 TP-SALDO   PIC S9(7)V99.

       01 CAB-1.
              02 FILLER PIC X(19) VALUE SPACES.
              02 FILLER PIC X(39) VALUE
              "PROJECAO DE ESTOQUE E ORDENS PLANEJADAS".
              02 FILLER PIC X(13) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "DATA:".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(10) VALUE "HORIZONTE:".
              02 VAR-HORIZ-CAB PIC Z9.
              02 FILLER PIC X(9) VALUE " SEMANAS ".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(7) VALUE "JANELA:".
              02 VAR-JANELA-CAB PIC ZZ9.
              02 FILLER PIC X(5) VALUE " DIAS".
              02 FILLER PIC X(21) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC X(5) VALUE "COD".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(9) VALUE "DESCRICAO".
              02 FILLER PIC X(5) VALUE SPACES.
              02 FILLER PIC X(5) VALUE " ESTQ".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(5) VALUE "  MIN".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(8) VALUE " MED/SEM".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "ABAIXO".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(6) VALUE "ZERA  ".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(5) VALUE "ORDEM".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(10) VALUE "LIBERAR EM".
              02 FILLER PIC X(6) VALUE SPACES.

       01 CAB-DETALHE.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DESCRICAO PIC X(13).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-ESTOQUE PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-MINIMO PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-MEDIA PIC ZZZZ9,99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-SEM-MINIMO PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-SEM-ZERO PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-QTD-PLAN PIC ZZZZ9.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DATA-LIB PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 VAR-ATRASO PIC X(7).

       01 VAR-SEMANA-TXT.
              02 FILLER PIC X(4) VALUE "SEM ".
              02 VAR-SEMANA-NUM PIC 99.

       01 CAB-PROJECAO.
              02 FILLER PIC X(6) VALUE "   SEM".
              02 VAR-SEM-INI PIC 99.
              02 FILLER PIC X VALUE "-".
              02 VAR-SEM-FIM PIC 99.
              02 FILLER PIC XX VALUE ": ".
              02 PROJ-COLUNA OCCURS 10 TIMES.
                     03 VAR-PROJ PIC -----9.
              02 FILLER PIC X(7) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              MOVE WS-DATA-HOJE TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
              MOVE WS-DIAS-CONV TO WS-DIAS-HOJE.
              COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-JANELA.
              OPEN INPUT FORNEC
                  OUTPUT RELPLN.
              PERFORM CARREGA-FORNEC.

       LE-PARAMETRO.
              OPEN INPUT PARMPLN.
              READ PARMPLN AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF HORIZONTE-PRM > ZEROES
                            MOVE HORIZONTE-PRM TO WS-HORIZONTE
                     END-IF
                     IF JANELA-PRM > ZEROES
                            MOVE JANELA-PRM TO WS-JANELA
                     END-IF
                     IF COBERTURA-PRM > ZEROES
                            MOVE COBERTURA-PRM TO WS-COBERTURA.
              CLOSE PARMPLN.
              IF WS-HORIZONTE > 52
                     MOVE 52 TO WS-HORIZONTE.

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
                     MOVE PRAZO-FORN TO TF-PRAZO(WS-QTD-FORN)
                     MOVE ITENS-FORN TO TF-ITENS(WS-QTD-FORN)
              ELSE
                     DISPLAY "ERRO: MAIS DE 50 FORNECEDORES EM "
                        "FORNEC - IGNORADO O CODIGO " CODIGO-FORN.
              PERFORM LER-FORNEC.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CHAVE-SRT
                     INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
                     OUTPUT PROCEDURE IS PROJETA-ESTOQUE.

       SELECIONA-MOVIMENTOS.
              OPEN INPUT PEDABERT.
              PERFORM LE-PEDABERT.
              PERFORM LIBERA-PEDIDO UNTIL FIM-PAB.
              CLOSE PEDABERT.
              OPEN INPUT JORNMERC.
              PERFORM LE-JORNAL.
              PERFORM LIBERA-SAIDA UNTIL FIM-JRN.
              CLOSE JORNMERC.

       LE-PEDABERT.
              READ PEDABERT AT END MOVE "S" TO WS-FIM-PAB.

       LIBERA-PEDIDO.
              IF (PEDIDO-ABERTO-PAB OR PEDIDO-PARCIAL-PAB)
                 AND QNT-PEDIDA-PAB > QNT-RECEBIDA-PAB
                     PERFORM CALCULA-SEMANA-CHEGADA
                     IF WS-SEMANA > WS-HORIZONTE
                            ADD 1 TO WS-CT-FORA-HORIZ
                     ELSE
                            MOVE CHAVE-PAB TO CHAVE-SRT
                            MOVE "E" TO TIPO-SRT
                            MOVE WS-SEMANA TO SEMANA-SRT
                            COMPUTE QNT-SRT = QNT-PEDIDA-PAB
                                            - QNT-RECEBIDA-PAB
                            RELEASE REG-SORT.
              PERFORM LE-PEDABERT.

       CALCULA-SEMANA-CHEGADA.
              MOVE FORN-PAB TO WS-FORN-PROCURA.
              PERFORM PROCURA-FORNECEDOR.
              IF WS-FORN-ACHADO > ZEROES
                     MOVE TF-PRAZO(WS-FORN-ACHADO) TO WS-PRAZO
              ELSE
                     MOVE ZEROES TO WS-PRAZO.
              MOVE DATA-PEDIDO-PAB TO WS-DT-CONV-N.
              PERFORM CONVERTE-DATA-DIAS.
              COMPUTE WS-DIAS-CHEGADA = WS-DIAS-CONV + WS-PRAZO.
              IF WS-DIAS-CHEGADA NOT > WS-DIAS-HOJE
                     MOVE 1 TO WS-SEMANA
              ELSE
                     COMPUTE WS-SEMANA =
                        (WS-DIAS-CHEGADA - WS-DIAS-HOJE - 1) / 7 + 1.

       PROCURA-FORNECEDOR.
              MOVE ZEROES TO WS-FORN-ACHADO.
              PERFORM COMPARA-FORNECEDOR
                     VARYING WS-IDX-FORN FROM 1 BY 1
                     UNTIL WS-IDX-FORN > WS-QTD-FORN
                     OR WS-FORN-ACHADO > ZEROES.

       COMPARA-FORNECEDOR.
              IF TF-CODIGO(WS-IDX-FORN) EQUAL WS-FORN-PROCURA
                     MOVE WS-IDX-FORN TO WS-FORN-ACHADO.

       LE-JORNAL.
              READ JORNMERC AT END MOVE "S" TO WS-FIM-JRN.

       LIBERA-SAIDA.
              IF SAIDA-JRN
                     MOVE DATA-JRN TO WS-DT-CONV-N
                     PERFORM CONVERTE-DATA-DIAS
                     IF WS-DIAS-CONV > WS-DIAS-CORTE
                        AND WS-DIAS-CONV NOT > WS-DIAS-HOJE
                            MOVE CHAVE-JRN TO CHAVE-SRT
                            MOVE "S" TO TIPO-SRT
                            MOVE ZEROES TO SEMANA-SRT
                            COMPUTE QNT-SRT = ZEROES - QNT-JRN
                            RELEASE REG-SORT.
              PERFORM LE-JORNAL.

       PROJETA-ESTOQUE.
              OPEN INPUT ATUMERC.
              PERFORM ZERA-ITEM.
              PERFORM RETORNA-SORT.
              PERFORM LER-ATU.
              PERFORM PROCESSA
                     UNTIL CH-SRT EQUAL HIGH-VALUES
                     AND CH-ATU EQUAL HIGH-VALUES.
              CLOSE ATUMERC.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE HIGH-VALUES TO CH-SRT.
              IF CH-SRT NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-SRT TO CH-SRT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       PROCESSA.
              IF CH-SRT EQUAL CH-ATU
                     PERFORM ACUMULA-MOVIMENTO
                     PERFORM RETORNA-SORT
              ELSE
                     IF CH-SRT < CH-ATU
                            ADD 1 TO WS-CT-SEM-CAD
                            PERFORM RETORNA-SORT
                     ELSE
                            PERFORM PROJETA-ITEM
                            PERFORM ZERA-ITEM
                            PERFORM LER-ATU.

       ACUMULA-MOVIMENTO.
              IF CHEGADA-SRT
                     ADD QNT-SRT TO TP-CHEGADA(SEMANA-SRT)
              ELSE
                     ADD QNT-SRT TO WS-SAIDA-ITEM.

       ZERA-ITEM.
              MOVE ZEROES TO WS-SAIDA-ITEM.
              PERFORM ZERA-SEMANA
                     VARYING WS-IDX-SEM FROM 1 BY 1
                     UNTIL WS-IDX-SEM > 52.

       ZERA-SEMANA.
              MOVE ZEROES TO TP-CHEGADA(WS-IDX-SEM).
              MOVE ZEROES TO TP-SALDO(WS-IDX-SEM).

       PROJETA-ITEM.
              ADD 1 TO WS-CT-ITENS.
              MULTIPLY WS-SAIDA-ITEM BY 7 GIVING WS-SAIDA-SEMANAS.
              DIVIDE WS-SAIDA-SEMANAS BY WS-JANELA
                     GIVING WS-MEDIA-SEMANAL ROUNDED
                     ON SIZE ERROR MOVE 99999,99 TO WS-MEDIA-SEMANAL.
              MOVE QNT-ESTOQUE-ATU TO WS-SALDO.
              MOVE "N" TO WS-TEM-MINIMO WS-TEM-ZERO.
              MOVE ZEROES TO WS-SEM-MINIMO WS-SEM-ZERO.
              IF WS-SALDO < ESTOQUE-MIN-ATU
                     MOVE "S" TO WS-TEM-MINIMO.
              IF WS-SALDO NOT > ZEROES
                     MOVE "S" TO WS-TEM-ZERO.
              PERFORM PROJETA-SEMANA
                     VARYING WS-IDX-SEM FROM 1 BY 1
                     UNTIL WS-IDX-SEM > WS-HORIZONTE.
              IF TEM-MINIMO OR TEM-ZERO
                     ADD 1 TO WS-CT-CRITICOS
                     PERFORM PLANEJA-ORDEM
                     PERFORM IMPRIME-ITEM.

       PROJETA-SEMANA.
              ADD TP-CHEGADA(WS-IDX-SEM) TO WS-SALDO.
              SUBTRACT WS-MEDIA-SEMANAL FROM WS-SALDO.
              MOVE WS-SALDO TO TP-SALDO(WS-IDX-SEM).
              IF NOT TEM-MINIMO AND WS-SALDO < ESTOQUE-MIN-ATU
                     MOVE "S" TO WS-TEM-MINIMO
                     MOVE WS-IDX-SEM TO WS-SEM-MINIMO.
              IF NOT TEM-ZERO AND WS-SALDO NOT > ZEROES
                     MOVE "S" TO WS-TEM-ZERO
                     MOVE WS-IDX-SEM TO WS-SEM-ZERO.

       PLANEJA-ORDEM.
              IF TEM-MINIMO
                     MOVE WS-SEM-MINIMO TO WS-SEM-EVENTO
              ELSE
                     MOVE WS-SEM-ZERO TO WS-SEM-EVENTO.
              IF TEM-ZERO AND WS-SEM-ZERO < WS-SEM-EVENTO
                     MOVE WS-SEM-ZERO TO WS-SEM-EVENTO.
              IF WS-SEM-EVENTO EQUAL ZEROES
                     MOVE QNT-ESTOQUE-ATU TO WS-SALDO-EVENTO
              ELSE
                     MOVE TP-SALDO(WS-SEM-EVENTO) TO WS-SALDO-EVENTO.
              COMPUTE WS-QTD-PLANEJADA ROUNDED =
                     ESTOQUE-MIN-ATU - WS-SALDO-EVENTO
                     + WS-MEDIA-SEMANAL * WS-COBERTURA
                     ON SIZE ERROR MOVE 99999 TO WS-QTD-PLANEJADA.
              IF WS-QTD-PLANEJADA EQUAL ZEROES
                     MOVE 1 TO WS-QTD-PLANEJADA.
              PERFORM PROCURA-FORNECEDOR-ITEM.
              IF WS-FORN-ACHADO > ZEROES
                     MOVE TF-PRAZO(WS-FORN-ACHADO) TO WS-PRAZO
              ELSE
                     ADD 1 TO WS-CT-SEM-FORN
                     MOVE ZEROES TO WS-PRAZO.
              IF WS-SEM-EVENTO EQUAL ZEROES
                     MOVE WS-DIAS-HOJE TO WS-DIAS-ALVO
              ELSE
                     COMPUTE WS-DIAS-ALVO = WS-DIAS-HOJE
                                          + (WS-SEM-EVENTO - 1) * 7.
              MOVE "N" TO WS-ATRASADA.
              IF WS-DIAS-ALVO < WS-DIAS-HOJE + WS-PRAZO
                     MOVE "S" TO WS-ATRASADA
                     ADD 1 TO WS-CT-ATRASADAS
                     MOVE WS-DIAS-HOJE TO WS-DIAS-ALVO
              ELSE
                     SUBTRACT WS-PRAZO FROM WS-DIAS-ALVO.
              PERFORM CONVERTE-DIAS-DATA.

       PROCURA-FORNECEDOR-ITEM.
              MOVE ZEROES TO WS-FORN-ACHADO.
              PERFORM COMPARA-ITEM-FORNECEDOR
                     VARYING WS-IDX-FORN FROM 1 BY 1
                     UNTIL WS-IDX-FORN > WS-QTD-FORN
                     OR WS-FORN-ACHADO > ZEROES
                     AFTER WS-IDX-ITEM FROM 1 BY 1
                     UNTIL WS-IDX-ITEM > 10
                     OR WS-FORN-ACHADO > ZEROES.

       COMPARA-ITEM-FORNECEDOR.
              IF TF-ITEM(WS-IDX-FORN WS-IDX-ITEM) EQUAL CODIGO-ATU
                 AND TF-ITEM(WS-IDX-FORN WS-IDX-ITEM)
                        NOT EQUAL ZEROES
                     MOVE WS-IDX-FORN TO WS-FORN-ACHADO.

       IMPRIME-ITEM.
              COMPUTE WS-LINHAS-ITEM = (WS-HORIZONTE + 9) / 10 + 1.
              COMPUTE WS-LIMITE-LIN = 41 - WS-LINHAS-ITEM.
              IF CT-LIN > WS-LIMITE-LIN
                     PERFORM CABECALHO.
              MOVE CODIGO-ATU TO VAR-CODIGO.
              MOVE LOCAL-ATU TO VAR-LOCAL.
              MOVE DESCRICAO-ATU TO VAR-DESCRICAO.
              MOVE QNT-ESTOQUE-ATU TO VAR-ESTOQUE.
              MOVE ESTOQUE-MIN-ATU TO VAR-MINIMO.
              MOVE WS-MEDIA-SEMANAL TO VAR-MEDIA.
              MOVE WS-SEM-MINIMO TO WS-IDX-SEM.
              IF TEM-MINIMO
                     PERFORM FORMATA-SEMANA
                     MOVE VAR-SEMANA-TXT TO VAR-SEM-MINIMO
              ELSE
                     MOVE "  -   " TO VAR-SEM-MINIMO.
              MOVE WS-SEM-ZERO TO WS-IDX-SEM.
              IF TEM-ZERO
                     PERFORM FORMATA-SEMANA
                     MOVE VAR-SEMANA-TXT TO VAR-SEM-ZERO
              ELSE
                     MOVE "  -   " TO VAR-SEM-ZERO.
              MOVE WS-QTD-PLANEJADA TO VAR-QTD-PLAN.
              MOVE WS-DT-CONV-N TO VAR-DATA-LIB.
              IF LIBERACAO-ATRASADA
                     MOVE "ATRASO" TO VAR-ATRASO
              ELSE
                     MOVE SPACES TO VAR-ATRASO.
              WRITE REG-RELPLN FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              PERFORM IMPRIME-PROJECAO
                     VARYING WS-SEM-INI FROM 1 BY 10
                     UNTIL WS-SEM-INI > WS-HORIZONTE.

       FORMATA-SEMANA.
              IF WS-IDX-SEM EQUAL ZEROES
                     MOVE "HOJE  " TO VAR-SEMANA-TXT
              ELSE
                     MOVE "SEM " TO VAR-SEMANA-TXT
                     MOVE WS-IDX-SEM TO VAR-SEMANA-NUM.

       IMPRIME-PROJECAO.
              COMPUTE WS-SEM-FIM = WS-SEM-INI + 9.
              IF WS-SEM-FIM > WS-HORIZONTE
                     MOVE WS-HORIZONTE TO WS-SEM-FIM.
              MOVE WS-SEM-INI TO VAR-SEM-INI.
              MOVE WS-SEM-FIM TO VAR-SEM-FIM.
              PERFORM FORMATA-COLUNA
                     VARYING WS-IDX-COL FROM 1 BY 1
                     UNTIL WS-IDX-COL > 10.
              WRITE REG-RELPLN FROM CAB-PROJECAO
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FORMATA-COLUNA.
              COMPUTE WS-IDX-SEM = WS-SEM-INI + WS-IDX-COL - 1.
              IF WS-IDX-SEM > WS-SEM-FIM
                     MOVE SPACES TO PROJ-COLUNA(WS-IDX-COL)
              ELSE
                     MOVE TP-SALDO(WS-IDX-SEM) TO VAR-PROJ(WS-IDX-COL).

       CABECALHO.
              MOVE SPACES TO REG-RELPLN.
              WRITE REG-RELPLN AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-RELPLN FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              MOVE WS-HORIZONTE TO VAR-HORIZ-CAB.
              MOVE WS-JANELA TO VAR-JANELA-CAB.
              WRITE REG-RELPLN FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELPLN FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELPLN.
              WRITE REG-RELPLN AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

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
              IF CT-LIN > 34
                     PERFORM CABECALHO.
              MOVE "ITENS PROJETADOS:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ITENS TO VAR-QTD-TOT.
              WRITE REG-RELPLN FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "ITENS COM FALTA NO HORIZONTE: "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-CRITICOS TO VAR-QTD-TOT.
              WRITE REG-RELPLN FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ORDENS COM LIBERACAO ATRASADA:"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ATRASADAS TO VAR-QTD-TOT.
              WRITE REG-RELPLN FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ITENS SEM FORNECEDOR (PRAZO 0)"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-FORN TO VAR-QTD-TOT.
              WRITE REG-RELPLN FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "PEDIDOS ALEM DO HORIZONTE:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-FORA-HORIZ TO VAR-QTD-TOT.
              WRITE REG-RELPLN FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "MOVIMENTOS SEM ITEM NO ATUMERC"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-CAD TO VAR-QTD-TOT.
              WRITE REG-RELPLN FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELPLN.
              DISPLAY "EX37: " WS-CT-CRITICOS
                 " ITENS COM FALTA PROJETADA NO HORIZONTE".

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
