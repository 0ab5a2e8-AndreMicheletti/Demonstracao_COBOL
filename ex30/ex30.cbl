       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX30.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          CONTABILIZACAO DOS MOVIMENTOS DE ESTOQUE: LE
                         OS REGISTROS DO JORNAL DE MOVIMENTOS
                         (JORNMERC) AINDA NAO CONTABILIZADOS, CASA COM
                         OS AJUSTES DE INVENTARIO DO EX19 (MOVAJU) E OS
                         RECEBIMENTOS DO EX07 (MOVGER), VALORIZA CADA
                         VARIACAO DE QUANTIDADE PELO CUSTO-MEDIO-ATU E
                         GRAVA NO ARQUIVO DE INTERFACE CONTABIL
                         (LANCCONT) PARTIDAS DOBRADAS BALANCEADAS:
                         RECEBIMENTO A ESTOQUE/FORNECEDORES, SAIDA A
                         CUSTO DAS MERCADORIAS VENDIDAS, AJUSTE DE
                         CONTAGEM A PERDAS E SOBRAS, TRANSFERENCIA VIA
                         ESTOQUE EM TRANSITO PELO CUSTO DA ORIGEM (A
                         DIFERENCA PARA O CUSTO DO DESTINO E LANCADA NO
                         DESTINO CONTRA REAVALIACAO) E VARIACAO DE CUSTO
                         MEDIO
                         A REAVALIACAO, COM UMA CONTA POR LOCAL (CONTA
                         BASE DE PARMCONT * 100 + LOCAL). O CONTROLE
                         (CTLCONT) GUARDA OS REGISTROS DO JORNAL JA
                         CONTABILIZADOS E O TOTAL DA VALORIZACAO DO
                         RELVAL NA ULTIMA RODADA; A FOTOGRAFIA VALANT
                         GUARDA QUANTIDADE E CUSTO POR ITEM. O RELCONT
                         DEMONSTRA QUE O MOVIMENTO LIQUIDO DA CONTA DE
                         ESTOQUE E IGUAL A VARIACAO DA VALORIZACAO
                         DESDE A RODADA ANTERIOR. NA PRIMEIRA RODADA
                         (SEM CTLCONT) O PROGRAMA SO IMPLANTA O
                         CONTROLE, SEM GERAR LANCAMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMCONT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CTLCONT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVAJU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVGER ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VALANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VALNOVO ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LANCCONT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELCONT ASSIGN TO DISK.

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

       FD PARMCONT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMCONT.DAT".

       01 REG-PARMCONT.
              02 CONTA-ESTOQUE-PRM  PIC 9(4).
              02 CONTA-FORNEC-PRM   PIC 9(4).
              02 CONTA-CMV-PRM      PIC 9(4).
              02 CONTA-PERDAS-PRM   PIC 9(4).
              02 CONTA-TRANSITO-PRM PIC 9(4).
              02 CONTA-REAVAL-PRM   PIC 9(4).

       FD CTLCONT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CTLCONT.DAT".

       01 REG-CTLCONT.
              02 QTD-JRN-CTL   PIC 9(8).
              02 VALOR-CTL     PIC 9(11)V99.
              02 DATA-CTL      PIC 9(8).

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

       FD MOVAJU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVAJU.DAT".

       01 REG-MOVAJU.
              02 CODIGO-AJU       PIC 9(5).
              02 LOCAL-AJU        PIC 9(2).
              02 DESCRICAO-AJU    PIC X(30).
              02 ESTOQUE-MIN-AJU  PIC 9(5).
              02 QNT-ESTOQUE-AJU  PIC 9(5).
              02 PRECO-UNIT-AJU   PIC 9(4)V99.
              02 TIPO-AJU         PIC X.
              02 DATA-EFETIVA-AJU PIC 9(8).

       FD MOVGER
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVGER.DAT".

       01 REG-MOVGER.
              02 CODIGO-GER       PIC 9(5).
              02 LOCAL-GER        PIC 9(2).
              02 DESCRICAO-GER    PIC X(30).
              02 ESTOQUE-MIN-GER  PIC 9(5).
              02 QNT-ESTOQUE-GER  PIC 9(5).
              02 PRECO-UNIT-GER   PIC 9(4)V99.
              02 TIPO-GER         PIC X.
              02 DATA-EFETIVA-GER PIC 9(8).

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

       FD VALANT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "VALANT.DAT".

       01 REG-VALANT.
              02 CHAVE-VAN.
                     03 CODIGO-VAN PIC 9(5).
                     03 LOCAL-VAN  PIC 9(2).
              02 QNT-VAN    PIC 9(5).
              02 CUSTO-VAN  PIC 9(4)V99.

       FD VALNOVO
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "VALNOVO.DAT".

       01 REG-VALNOVO.
              02 CHAVE-VNV.
                     03 CODIGO-VNV PIC 9(5).
                     03 LOCAL-VNV  PIC 9(2).
              02 QNT-VNV    PIC 9(5).
              02 CUSTO-VNV  PIC 9(4)V99.

       FD LANCCONT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LANCCONT.DAT".

       01 REG-LANCCONT.
              02 DATA-LCT      PIC 9(8).
              02 SEQ-LCT       PIC 9(6).
              02 CONTA-LCT     PIC 9(6).
              02 NATUREZA-LCT  PIC X.
                     88 LCT-DEBITO  VALUE "D".
                     88 LCT-CREDITO VALUE "C".
              02 VALOR-LCT     PIC 9(9)V99.
              02 CODIGO-LCT    PIC 9(5).
              02 LOCAL-LCT     PIC 9(2).
              02 QNT-LCT       PIC 9(5).
              02 ORIGEM-LCT    PIC X.
              02 HISTORICO-LCT PIC X(30).

       SD ARQSORT.

       01 REG-SORT.
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 TIPO-SRT   PIC X.
              02 QNT-SRT    PIC 9(5).
              02 ORIGEM-SRT PIC X.
                     88 ORIGEM-AJUSTE  VALUE "1".
                     88 ORIGEM-RECEB   VALUE "2".
                     88 ORIGEM-JORNAL  VALUE "3".
              02 SINAL-SRT  PIC X.
                     88 SRT-POSITIVO VALUE "+".
              02 DATA-SRT   PIC 9(8).
              02 LOCAL-ORIG-SRT PIC 9(2).

       FD RELCONT
       LABEL RECORD ARE OMITTED.

       01 REG-RELCONT PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-DATA-LANCTO PIC 9(8) VALUE ZEROES.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-CTL PIC X VALUE "N".
              88 FIM-CTL VALUE "S".
       77 WS-FIM-JRN PIC X VALUE "N".
              88 FIM-JRN VALUE "S".
       77 WS-FIM-AJU PIC X VALUE "N".
              88 FIM-AJU VALUE "S".
       77 WS-FIM-GER PIC X VALUE "N".
              88 FIM-GER VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-FIM-COPIA PIC X VALUE "N".
              88 FIM-COPIA VALUE "S".
       77 WS-IMPLANTACAO PIC X VALUE "N".
              88 IMPLANTACAO VALUE "S".
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CH-VAN PIC X(7) VALUE SPACES.
       77 WS-CONTA-ESTOQUE  PIC 9(4) VALUE 1131.
       77 WS-CONTA-FORNEC   PIC 9(4) VALUE 2101.
       77 WS-CONTA-CMV      PIC 9(4) VALUE 3101.
       77 WS-CONTA-PERDAS   PIC 9(4) VALUE 3201.
       77 WS-CONTA-TRANSITO PIC 9(4) VALUE 1139.
       77 WS-CONTA-REAVAL   PIC 9(4) VALUE 3202.
       77 WS-CONTA-DEB  PIC 9(6) VALUE ZEROES.
       77 WS-CONTA-CRED PIC 9(6) VALUE ZEROES.
       77 WS-QTD-JRN-ANT PIC 9(8) VALUE ZEROES.
       77 WS-CT-JRN-LIDOS PIC 9(8) VALUE ZEROES.
       77 WS-VALOR-ANT   PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-ATUAL PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-ITEM  PIC 9(9)V99 VALUE ZEROES.
       77 WS-VARIACAO-VAL PIC S9(11)V99 VALUE ZEROES.
       77 WS-MOV-ESTOQUE  PIC S9(11)V99 VALUE ZEROES.
       77 WS-DIFERENCA    PIC S9(11)V99 VALUE ZEROES.
       77 WS-TOT-DEBITO   PIC 9(11)V99 VALUE ZEROES.
       77 WS-TOT-CREDITO  PIC 9(11)V99 VALUE ZEROES.
       77 WS-CUSTO PIC 9(4)V99 VALUE ZEROES.
       77 WS-CODIGO-CUSTO PIC 9(6) VALUE 999999.
       77 WS-LOCAL-BUSCA PIC 9(2) VALUE ZEROES.
       77 WS-LOCAL-ORIG-TRF PIC 9(2) VALUE ZEROES.
       77 WS-IDX-CI PIC 999 VALUE ZEROES.
       77 WS-VALOR-LCT PIC 9(9)V99 VALUE ZEROES.
       77 WS-EFEITO-EST PIC S9(9)V99 VALUE ZEROES.
       77 WS-REAVAL PIC S9(9)V99 VALUE ZEROES.
       77 WS-CATEGORIA PIC X VALUE SPACE.
              88 CAT-ENTRADA  VALUE "E".
              88 CAT-SAIDA    VALUE "S".
              88 CAT-AJUSTE   VALUE "A".
              88 CAT-TRANSF   VALUE "T".
              88 CAT-REAVAL   VALUE "R".
       77 WS-HISTORICO PIC X(30) VALUE SPACES.
       77 WS-LCT-CODIGO PIC 9(5) VALUE ZEROES.
       77 WS-LCT-LOCAL  PIC 9(2) VALUE ZEROES.
       77 WS-LCT-QNT    PIC 9(5) VALUE ZEROES.
       77 WS-LCT-ORIGEM PIC X VALUE SPACE.
       77 WS-SEQ-LCT PIC 9(6) VALUE ZEROES.
       77 WS-GRUPO-ATUAL PIC X(13) VALUE SPACES.
       77 WS-PEND-AJU PIC 9(5) VALUE ZEROES.
       77 WS-PEND-GER PIC 9(5) VALUE ZEROES.
       77 WS-CT-CONTABILIZADOS PIC 9(6) VALUE ZEROES.
       77 WS-CT-VALOR-ZERO     PIC 9(6) VALUE ZEROES.
       77 WS-CT-CONFERIDOS     PIC 9(6) VALUE ZEROES.
       77 WS-CT-AVULSOS        PIC 9(6) VALUE ZEROES.
       77 WS-CT-AJUSTES        PIC 9(6) VALUE ZEROES.
       77 WS-CT-SEM-CUSTO      PIC 9(6) VALUE ZEROES.
       77 WS-CT-REAVALIADOS    PIC 9(6) VALUE ZEROES.
       77 WS-IDX-LOCAL PIC 999 VALUE ZEROES.
       77 WS-CONTA-BASE PIC 9(4) VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.

       01 WS-GRUPO-SRT.
              02 WS-GS-CHAVE PIC X(7).
              02 WS-GS-TIPO  PIC X.
              02 WS-GS-QNT   PIC 9(5).

       01 WS-CHAVE-CUSTO.
              02 WS-CC-CODIGO PIC 9(5).
              02 WS-CC-LOCAL  PIC 9(2).

       01 TAB-CUSTO-ITEM.
              02 CI-ENTRY OCCURS 100 TIMES.
                     03 CI-ACHADO PIC X.
                            88 CI-CADASTRADO VALUE "S".
                     03 CI-CUSTO  PIC 9(4)V99.

       01 TAB-LOCAIS VALUE ZEROES.
              02 LOCAL-ENTRY OCCURS 99 TIMES.
                     03 TL-ENTRADAS PIC S9(9)V99.
                     03 TL-SAIDAS   PIC S9(9)V99.
                     03 TL-AJUSTES  PIC S9(9)V99.
                     03 TL-TRANSF   PIC S9(9)V99.
                     03 TL-REAVAL   PIC S9(9)V99.

       01 CAB-1.
              02 FILLER PIC X(19) VALUE SPACES.
              02 FILLER PIC X(40) VALUE
              "CONTABILIZACAO DOS MOVIMENTOS DE ESTOQUE".
              02 FILLER PIC X(13) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(18) VALUE "DATA DO MOVIMENTO:".
              02 FILLER PIC X VALUE SPACE.
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(51) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "LOCAL".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(8) VALUE "ENTRADAS".
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "SAIDAS".
              02 FILLER PIC X(5) VALUE SPACES.
              02 FILLER PIC X(7) VALUE "AJUSTES".
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "TRANSF".
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "REAVAL".
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(7) VALUE "LIQUIDO".

       01 CAB-DETALHE.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-ENTRADAS PIC -------9,99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-SAIDAS PIC -------9,99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-AJUSTES PIC -------9,99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-TRANSF PIC -------9,99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-REAVAL PIC -------9,99.
              02 FILLER PIC X VALUE SPACE.
              02 VAR-LIQUIDO PIC -------9,99.

       01 CAB-IMPLANTACAO.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
              "*** IMPLANTACAO DO CONTROLE - SEM LANCAMENTOS ***".
              02 FILLER PIC X(26) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(40).
              02 VAR-QTD-TOT PIC ZZZ.ZZ9.
              02 FILLER PIC X(29) VALUE SPACES.

       01 DETALHE-VAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VAL PIC X(40).
              02 VAR-VALOR-VAL PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(17) VALUE SPACES.

       01 CAB-CONTROLE.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-CONTROLE PIC X(40).
              02 FILLER PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              IF NOT IMPLANTACAO
                     PERFORM CLASSIFICA.
              PERFORM REAVALIA-ESTOQUE.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM LE-PARAMETRO.
              PERFORM LE-CONTROLE.
              PERFORM CONTA-JORNAL.
              IF WS-CT-JRN-LIDOS < WS-QTD-JRN-ANT
                     DISPLAY "ERRO: JORNMERC COM " WS-CT-JRN-LIDOS
                        " REGISTROS, MENOS QUE OS " WS-QTD-JRN-ANT
                        " JA CONTABILIZADOS - VERIFIQUE O JORNAL"
                     STOP RUN.
              OPEN OUTPUT LANCCONT RELCONT.

       LE-PARAMETRO.
              OPEN INPUT PARMCONT.
              READ PARMCONT AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF CONTA-ESTOQUE-PRM > ZEROES
                            MOVE CONTA-ESTOQUE-PRM TO WS-CONTA-ESTOQUE
                     END-IF
                     IF CONTA-FORNEC-PRM > ZEROES
                            MOVE CONTA-FORNEC-PRM TO WS-CONTA-FORNEC
                     END-IF
                     IF CONTA-CMV-PRM > ZEROES
                            MOVE CONTA-CMV-PRM TO WS-CONTA-CMV
                     END-IF
                     IF CONTA-PERDAS-PRM > ZEROES
                            MOVE CONTA-PERDAS-PRM TO WS-CONTA-PERDAS
                     END-IF
                     IF CONTA-TRANSITO-PRM > ZEROES
                            MOVE CONTA-TRANSITO-PRM
                                   TO WS-CONTA-TRANSITO
                     END-IF
                     IF CONTA-REAVAL-PRM > ZEROES
                            MOVE CONTA-REAVAL-PRM TO WS-CONTA-REAVAL.
              CLOSE PARMCONT.

       LE-CONTROLE.
              OPEN INPUT CTLCONT.
              READ CTLCONT AT END MOVE "S" TO WS-FIM-CTL.
              IF FIM-CTL
                     MOVE "S" TO WS-IMPLANTACAO
                     DISPLAY "EX30: CTLCONT AUSENTE - IMPLANTACAO DO "
                        "CONTROLE, NENHUM LANCAMENTO SERA GERADO"
              ELSE
                     MOVE QTD-JRN-CTL TO WS-QTD-JRN-ANT
                     MOVE VALOR-CTL TO WS-VALOR-ANT.
              CLOSE CTLCONT.

       CONTA-JORNAL.
              OPEN INPUT JORNMERC.
              MOVE "N" TO WS-FIM-JRN.
              PERFORM LE-JORNAL.
              PERFORM SOMA-JORNAL UNTIL FIM-JRN.
              CLOSE JORNMERC.
              IF IMPLANTACAO
                     MOVE WS-CT-JRN-LIDOS TO WS-QTD-JRN-ANT.

       LE-JORNAL.
              READ JORNMERC AT END MOVE "S" TO WS-FIM-JRN.

       SOMA-JORNAL.
              ADD 1 TO WS-CT-JRN-LIDOS.
              PERFORM LE-JORNAL.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CHAVE-SRT TIPO-SRT QNT-SRT
                                      ORIGEM-SRT
                     INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
                     OUTPUT PROCEDURE IS CONTABILIZA-MOVIMENTOS.

       SELECIONA-MOVIMENTOS.
              PERFORM SELECIONA-AJUSTES.
              PERFORM SELECIONA-RECEBIMENTOS.
              PERFORM SELECIONA-JORNAL.

       SELECIONA-AJUSTES.
              OPEN INPUT MOVAJU.
              PERFORM LE-AJUSTE.
              PERFORM LIBERA-AJUSTE UNTIL FIM-AJU.
              CLOSE MOVAJU.

       LE-AJUSTE.
              READ MOVAJU AT END MOVE "S" TO WS-FIM-AJU.

       LIBERA-AJUSTE.
              MOVE CODIGO-AJU TO CODIGO-SRT.
              MOVE LOCAL-AJU TO LOCAL-SRT.
              MOVE TIPO-AJU TO TIPO-SRT.
              MOVE QNT-ESTOQUE-AJU TO QNT-SRT.
              MOVE DATA-EFETIVA-AJU TO DATA-SRT.
              MOVE LOCAL-AJU TO LOCAL-ORIG-SRT.
              MOVE "1" TO ORIGEM-SRT.
              MOVE SPACE TO SINAL-SRT.
              RELEASE REG-SORT.
              PERFORM LE-AJUSTE.

       SELECIONA-RECEBIMENTOS.
              OPEN INPUT MOVGER.
              PERFORM LE-RECEBIMENTO.
              PERFORM LIBERA-RECEBIMENTO UNTIL FIM-GER.
              CLOSE MOVGER.

       LE-RECEBIMENTO.
              READ MOVGER AT END MOVE "S" TO WS-FIM-GER.

       LIBERA-RECEBIMENTO.
              MOVE CODIGO-GER TO CODIGO-SRT.
              MOVE LOCAL-GER TO LOCAL-SRT.
              MOVE TIPO-GER TO TIPO-SRT.
              MOVE QNT-ESTOQUE-GER TO QNT-SRT.
              MOVE DATA-EFETIVA-GER TO DATA-SRT.
              MOVE LOCAL-GER TO LOCAL-ORIG-SRT.
              MOVE "2" TO ORIGEM-SRT.
              MOVE SPACE TO SINAL-SRT.
              RELEASE REG-SORT.
              PERFORM LE-RECEBIMENTO.

       SELECIONA-JORNAL.
              OPEN INPUT JORNMERC.
              MOVE "N" TO WS-FIM-JRN.
              MOVE ZEROES TO WS-CT-JRN-LIDOS.
              PERFORM LE-JORNAL.
              PERFORM LIBERA-JORNAL UNTIL FIM-JRN.
              CLOSE JORNMERC.

       LIBERA-JORNAL.
              ADD 1 TO WS-CT-JRN-LIDOS.
              IF TIPO-JRN EQUAL "6" AND QNT-JRN < ZEROES
                     MOVE LOCAL-JRN TO WS-LOCAL-ORIG-TRF.
              IF WS-CT-JRN-LIDOS > WS-QTD-JRN-ANT
                     MOVE CODIGO-JRN TO CODIGO-SRT
                     MOVE LOCAL-JRN TO LOCAL-SRT
                     MOVE TIPO-JRN TO TIPO-SRT
                     MOVE DATA-JRN TO DATA-SRT
                     MOVE LOCAL-JRN TO LOCAL-ORIG-SRT
                     IF TIPO-JRN EQUAL "6" AND QNT-JRN > ZEROES
                            MOVE WS-LOCAL-ORIG-TRF TO LOCAL-ORIG-SRT
                     END-IF
                     MOVE "3" TO ORIGEM-SRT
                     IF QNT-JRN < ZEROES
                            MOVE "-" TO SINAL-SRT
                            COMPUTE QNT-SRT = ZEROES - QNT-JRN
                     ELSE
                            MOVE "+" TO SINAL-SRT
                            MOVE QNT-JRN TO QNT-SRT
                     END-IF
                     RELEASE REG-SORT.
              PERFORM LE-JORNAL.

       CONTABILIZA-MOVIMENTOS.
              OPEN INPUT ATUMERC VALANT.
              MOVE SPACES TO CH-ATU CH-VAN.
              PERFORM LER-ATU.
              PERFORM LER-VAN.
              PERFORM RETORNA-SORT.
              PERFORM TRATA-MOVIMENTO UNTIL FIM-SORT.
              CLOSE ATUMERC VALANT.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       LER-VAN.
              READ VALANT AT END MOVE HIGH-VALUES TO CH-VAN.
              IF CH-VAN NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-VAN TO CH-VAN.

       TRATA-MOVIMENTO.
              MOVE CHAVE-SRT TO WS-GS-CHAVE.
              MOVE TIPO-SRT TO WS-GS-TIPO.
              MOVE QNT-SRT TO WS-GS-QNT.
              IF WS-GRUPO-SRT NOT EQUAL WS-GRUPO-ATUAL
                     MOVE WS-GRUPO-SRT TO WS-GRUPO-ATUAL
                     MOVE ZEROES TO WS-PEND-AJU
                     MOVE ZEROES TO WS-PEND-GER.
              IF ORIGEM-AJUSTE
                     ADD 1 TO WS-PEND-AJU.
              IF ORIGEM-RECEB
                     ADD 1 TO WS-PEND-GER.
              IF ORIGEM-JORNAL
                     PERFORM CONTABILIZA-JORNAL.
              PERFORM RETORNA-SORT.

       CONTABILIZA-JORNAL.
              ADD 1 TO WS-CT-CONTABILIZADOS.
              IF CODIGO-SRT NOT EQUAL WS-CODIGO-CUSTO
                     PERFORM CARREGA-CUSTOS-ITEM.
              MOVE LOCAL-ORIG-SRT TO WS-LOCAL-BUSCA.
              PERFORM BUSCA-CUSTO.
              COMPUTE WS-VALOR-LCT = QNT-SRT * WS-CUSTO.
              IF WS-VALOR-LCT EQUAL ZEROES
                     ADD 1 TO WS-CT-VALOR-ZERO
              ELSE
                     MOVE CODIGO-SRT TO WS-LCT-CODIGO
                     MOVE LOCAL-SRT TO WS-LCT-LOCAL
                     MOVE QNT-SRT TO WS-LCT-QNT
                     MOVE TIPO-SRT TO WS-LCT-ORIGEM
                     PERFORM DEFINE-CONTAS
                     MOVE DATA-SRT TO WS-DATA-LANCTO
                     PERFORM GRAVA-PARTIDAS
                     PERFORM ACUMULA-LOCAL.
              IF TIPO-SRT EQUAL "6" AND SRT-POSITIVO
                 AND LOCAL-ORIG-SRT NOT EQUAL LOCAL-SRT
                     PERFORM AJUSTA-CUSTO-TRANSF.

       CARREGA-CUSTOS-ITEM.
              MOVE CODIGO-SRT TO WS-CODIGO-CUSTO.
              MOVE SPACES TO TAB-CUSTO-ITEM.
              MOVE CODIGO-SRT TO WS-CC-CODIGO.
              MOVE ZEROES TO WS-CC-LOCAL.
              PERFORM LER-VAN UNTIL CH-VAN NOT LESS THAN WS-CHAVE-CUSTO.
              PERFORM LER-ATU UNTIL CH-ATU NOT LESS THAN WS-CHAVE-CUSTO.
              MOVE 99 TO WS-CC-LOCAL.
              PERFORM CARREGA-CUSTO-VAN
                     UNTIL CH-VAN GREATER THAN WS-CHAVE-CUSTO.
              PERFORM CARREGA-CUSTO-ATU
                     UNTIL CH-ATU GREATER THAN WS-CHAVE-CUSTO.

       CARREGA-CUSTO-VAN.
              COMPUTE WS-IDX-CI = LOCAL-VAN + 1.
              MOVE "S" TO CI-ACHADO(WS-IDX-CI).
              MOVE CUSTO-VAN TO CI-CUSTO(WS-IDX-CI).
              PERFORM LER-VAN.

       CARREGA-CUSTO-ATU.
              COMPUTE WS-IDX-CI = LOCAL-ATU + 1.
              MOVE "S" TO CI-ACHADO(WS-IDX-CI).
              MOVE CUSTO-MEDIO-ATU TO CI-CUSTO(WS-IDX-CI).
              PERFORM LER-ATU.

       BUSCA-CUSTO.
              COMPUTE WS-IDX-CI = WS-LOCAL-BUSCA + 1.
              IF CI-CADASTRADO(WS-IDX-CI)
                     MOVE CI-CUSTO(WS-IDX-CI) TO WS-CUSTO
              ELSE
                     MOVE ZEROES TO WS-CUSTO
                     ADD 1 TO WS-CT-SEM-CUSTO
                     DISPLAY "EX30: ITEM " CODIGO-SRT "/"
                        WS-LOCAL-BUSCA " SEM CUSTO MEDIO - "
                        "MOVIMENTO NAO VALORIZADO".

       AJUSTA-CUSTO-TRANSF.
              MOVE LOCAL-SRT TO WS-LOCAL-BUSCA.
              PERFORM BUSCA-CUSTO.
              COMPUTE WS-REAVAL = QNT-SRT * WS-CUSTO - WS-VALOR-LCT.
              IF WS-REAVAL NOT EQUAL ZEROES
                     MOVE "T" TO WS-CATEGORIA
                     MOVE "DIFERENCA DE CUSTO NA TRANSF."
                            TO WS-HISTORICO
                     MOVE CODIGO-SRT TO WS-LCT-CODIGO
                     MOVE LOCAL-SRT TO WS-LCT-LOCAL
                     MOVE QNT-SRT TO WS-LCT-QNT
                     MOVE TIPO-SRT TO WS-LCT-ORIGEM
                     MOVE DATA-SRT TO WS-DATA-LANCTO
                     PERFORM LANCA-DIFERENCA-CUSTO.

       DEFINE-CONTAS.
              IF TIPO-SRT EQUAL "4"
                     IF WS-PEND-AJU > ZEROES
                            SUBTRACT 1 FROM WS-PEND-AJU
                            ADD 1 TO WS-CT-AJUSTES
                            MOVE "A" TO WS-CATEGORIA
                            MOVE "SOBRA DE INVENTARIO" TO WS-HISTORICO
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-PERDAS * 100 + LOCAL-SRT
                     ELSE
                            IF WS-PEND-GER > ZEROES
                                   SUBTRACT 1 FROM WS-PEND-GER
                                   ADD 1 TO WS-CT-CONFERIDOS
                            ELSE
                                   ADD 1 TO WS-CT-AVULSOS
                            END-IF
                            MOVE "E" TO WS-CATEGORIA
                            MOVE "RECEBIMENTO DE MERCADORIA"
                                   TO WS-HISTORICO
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-FORNEC * 100 + LOCAL-SRT
              ELSE
              IF TIPO-SRT EQUAL "5"
                     IF WS-PEND-AJU > ZEROES
                            SUBTRACT 1 FROM WS-PEND-AJU
                            ADD 1 TO WS-CT-AJUSTES
                            MOVE "A" TO WS-CATEGORIA
                            MOVE "PERDA DE INVENTARIO" TO WS-HISTORICO
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-PERDAS * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
                     ELSE
                            MOVE "S" TO WS-CATEGORIA
                            MOVE "CUSTO DA MERCADORIA VENDIDA"
                                   TO WS-HISTORICO
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-CMV * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
              ELSE
              IF TIPO-SRT EQUAL "6"
                     MOVE "T" TO WS-CATEGORIA
                     MOVE "TRANSFERENCIA ENTRE LOCAIS" TO WS-HISTORICO
                     IF SRT-POSITIVO
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-TRANSITO * 100
                     ELSE
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-TRANSITO * 100
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
                     END-IF
              ELSE
                     MOVE "A" TO WS-CATEGORIA
                     MOVE "AJUSTE DE CADASTRO" TO WS-HISTORICO
                     IF SRT-POSITIVO
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-PERDAS * 100 + LOCAL-SRT
                     ELSE
                            COMPUTE WS-CONTA-DEB =
                                   WS-CONTA-PERDAS * 100 + LOCAL-SRT
                            COMPUTE WS-CONTA-CRED =
                                   WS-CONTA-ESTOQUE * 100 + LOCAL-SRT.

       GRAVA-PARTIDAS.
              ADD 1 TO WS-SEQ-LCT.
              MOVE WS-DATA-LANCTO TO DATA-LCT.
              MOVE WS-SEQ-LCT TO SEQ-LCT.
              MOVE WS-VALOR-LCT TO VALOR-LCT.
              MOVE WS-LCT-CODIGO TO CODIGO-LCT.
              MOVE WS-LCT-LOCAL TO LOCAL-LCT.
              MOVE WS-LCT-QNT TO QNT-LCT.
              MOVE WS-LCT-ORIGEM TO ORIGEM-LCT.
              MOVE WS-HISTORICO TO HISTORICO-LCT.
              MOVE WS-CONTA-DEB TO CONTA-LCT.
              MOVE "D" TO NATUREZA-LCT.
              WRITE REG-LANCCONT.
              MOVE WS-CONTA-CRED TO CONTA-LCT.
              MOVE "C" TO NATUREZA-LCT.
              WRITE REG-LANCCONT.
              ADD WS-VALOR-LCT TO WS-TOT-DEBITO.
              ADD WS-VALOR-LCT TO WS-TOT-CREDITO.
              MOVE ZEROES TO WS-EFEITO-EST.
              DIVIDE WS-CONTA-DEB BY 100 GIVING WS-CONTA-BASE.
              IF WS-CONTA-BASE EQUAL WS-CONTA-ESTOQUE
                     ADD WS-VALOR-LCT TO WS-EFEITO-EST.
              DIVIDE WS-CONTA-CRED BY 100 GIVING WS-CONTA-BASE.
              IF WS-CONTA-BASE EQUAL WS-CONTA-ESTOQUE
                     SUBTRACT WS-VALOR-LCT FROM WS-EFEITO-EST.
              ADD WS-EFEITO-EST TO WS-MOV-ESTOQUE.

       ACUMULA-LOCAL.
              IF WS-LCT-LOCAL > ZEROES
                     IF CAT-ENTRADA
                            ADD WS-EFEITO-EST
                                   TO TL-ENTRADAS(WS-LCT-LOCAL)
                     END-IF
                     IF CAT-SAIDA
                            ADD WS-EFEITO-EST
                                   TO TL-SAIDAS(WS-LCT-LOCAL)
                     END-IF
                     IF CAT-AJUSTE
                            ADD WS-EFEITO-EST
                                   TO TL-AJUSTES(WS-LCT-LOCAL)
                     END-IF
                     IF CAT-TRANSF
                            ADD WS-EFEITO-EST
                                   TO TL-TRANSF(WS-LCT-LOCAL)
                     END-IF
                     IF CAT-REAVAL
                            ADD WS-EFEITO-EST
                                   TO TL-REAVAL(WS-LCT-LOCAL).

       REAVALIA-ESTOQUE.
              OPEN INPUT ATUMERC VALANT
                  OUTPUT VALNOVO.
              MOVE SPACES TO CH-ATU CH-VAN.
              PERFORM LER-ATU.
              PERFORM LER-VAN.
              PERFORM CONFRONTA-CUSTO
                     UNTIL CH-ATU EQUAL CH-VAN
                     AND CH-VAN EQUAL HIGH-VALUES.
              CLOSE ATUMERC VALANT VALNOVO.

       CONFRONTA-CUSTO.
              IF CH-VAN < CH-ATU
                     PERFORM LER-VAN
              ELSE
                     IF CH-VAN EQUAL CH-ATU
                            IF NOT IMPLANTACAO
                               AND CUSTO-MEDIO-ATU NOT EQUAL CUSTO-VAN
                                   PERFORM LANCA-REAVALIACAO
                            END-IF
                            PERFORM FOTOGRAFA-ITEM
                            PERFORM LER-VAN
                            PERFORM LER-ATU
                     ELSE
                            PERFORM FOTOGRAFA-ITEM
                            PERFORM LER-ATU.

       LANCA-REAVALIACAO.
              COMPUTE WS-REAVAL =
                     QNT-VAN * (CUSTO-MEDIO-ATU - CUSTO-VAN).
              IF WS-REAVAL NOT EQUAL ZEROES
                     ADD 1 TO WS-CT-REAVALIADOS
                     MOVE "R" TO WS-CATEGORIA
                     MOVE "REAVALIACAO DO CUSTO MEDIO" TO WS-HISTORICO
                     MOVE CODIGO-ATU TO WS-LCT-CODIGO
                     MOVE LOCAL-ATU TO WS-LCT-LOCAL
                     MOVE QNT-VAN TO WS-LCT-QNT
                     MOVE "R" TO WS-LCT-ORIGEM
                     MOVE WS-DATA-HOJE TO WS-DATA-LANCTO
                     PERFORM LANCA-DIFERENCA-CUSTO.

       LANCA-DIFERENCA-CUSTO.
              IF WS-REAVAL > ZEROES
                     MOVE WS-REAVAL TO WS-VALOR-LCT
                     COMPUTE WS-CONTA-DEB =
                            WS-CONTA-ESTOQUE * 100 + WS-LCT-LOCAL
                     COMPUTE WS-CONTA-CRED =
                            WS-CONTA-REAVAL * 100 + WS-LCT-LOCAL
              ELSE
                     COMPUTE WS-VALOR-LCT = ZEROES - WS-REAVAL
                     COMPUTE WS-CONTA-DEB =
                            WS-CONTA-REAVAL * 100 + WS-LCT-LOCAL
                     COMPUTE WS-CONTA-CRED =
                            WS-CONTA-ESTOQUE * 100 + WS-LCT-LOCAL.
              PERFORM GRAVA-PARTIDAS.
              PERFORM ACUMULA-LOCAL.

       FOTOGRAFA-ITEM.
              MOVE CHAVE-ATU TO CHAVE-VNV.
              MOVE QNT-ESTOQUE-ATU TO QNT-VNV.
              MOVE CUSTO-MEDIO-ATU TO CUSTO-VNV.
              WRITE REG-VALNOVO.
              COMPUTE WS-VALOR-ITEM =
                     QNT-ESTOQUE-ATU * CUSTO-MEDIO-ATU
                     ON SIZE ERROR
                            MOVE 999999999,99 TO WS-VALOR-ITEM.
              ADD WS-VALOR-ITEM TO WS-VALOR-ATUAL.

       CABECALHO.
              MOVE SPACES TO REG-RELCONT.
              WRITE REG-RELCONT AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELCONT FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELCONT FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELCONT FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELCONT.
              WRITE REG-RELCONT AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-LOCAIS.
              PERFORM CABECALHO.
              IF IMPLANTACAO
                     WRITE REG-RELCONT FROM CAB-IMPLANTACAO
                            AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN.
              PERFORM DETALHE-LOCAL
                     VARYING WS-IDX-LOCAL FROM 1 BY 1
                     UNTIL WS-IDX-LOCAL > 99.

       DETALHE-LOCAL.
              IF TL-ENTRADAS(WS-IDX-LOCAL) NOT EQUAL ZEROES
                 OR TL-SAIDAS(WS-IDX-LOCAL) NOT EQUAL ZEROES
                 OR TL-AJUSTES(WS-IDX-LOCAL) NOT EQUAL ZEROES
                 OR TL-TRANSF(WS-IDX-LOCAL) NOT EQUAL ZEROES
                 OR TL-REAVAL(WS-IDX-LOCAL) NOT EQUAL ZEROES
                     IF CT-LIN > 40
                            PERFORM CABECALHO
                     END-IF
                     MOVE WS-IDX-LOCAL TO VAR-LOCAL
                     MOVE TL-ENTRADAS(WS-IDX-LOCAL) TO VAR-ENTRADAS
                     MOVE TL-SAIDAS(WS-IDX-LOCAL) TO VAR-SAIDAS
                     MOVE TL-AJUSTES(WS-IDX-LOCAL) TO VAR-AJUSTES
                     MOVE TL-TRANSF(WS-IDX-LOCAL) TO VAR-TRANSF
                     MOVE TL-REAVAL(WS-IDX-LOCAL) TO VAR-REAVAL
                     COMPUTE VAR-LIQUIDO =
                            TL-ENTRADAS(WS-IDX-LOCAL)
                            + TL-SAIDAS(WS-IDX-LOCAL)
                            + TL-AJUSTES(WS-IDX-LOCAL)
                            + TL-TRANSF(WS-IDX-LOCAL)
                            + TL-REAVAL(WS-IDX-LOCAL)
                     WRITE REG-RELCONT FROM CAB-DETALHE
                            AFTER ADVANCING 1 LINE
                     ADD 1 TO CT-LIN.

       RELAT-TOTAIS.
              MOVE "MOVIMENTOS DO JORNAL CONTABILIZADOS:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-CONTABILIZADOS TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "ENTRADAS CONFERIDAS COM O MOVGER:       "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-CONFERIDOS TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ENTRADAS SEM RECEBIMENTO NO MOVGER:     "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-AVULSOS TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "AJUSTES DE INVENTARIO (MOVAJU):         "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-AJUSTES TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ITENS REAVALIADOS PELO CUSTO MEDIO:     "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-REAVALIADOS TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "MOVIMENTOS SEM VALOR (NAO LANCADOS):    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-VALOR-ZERO TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LANCAMENTOS GRAVADOS EM LANCCONT:       "
                     TO VAR-ROTULO-TOT.
              MOVE WS-SEQ-LCT TO VAR-QTD-TOT.
              WRITE REG-RELCONT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "TOTAL A DEBITO:                         "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOT-DEBITO TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 2 LINES.
              MOVE "TOTAL A CREDITO:                        "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOT-CREDITO TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       RELAT-CONTROLE.
              COMPUTE WS-VARIACAO-VAL = WS-VALOR-ATUAL - WS-VALOR-ANT.
              COMPUTE WS-DIFERENCA = WS-VARIACAO-VAL - WS-MOV-ESTOQUE.
              MOVE "VALORIZACAO (RELVAL) NA RODADA ANTERIOR:"
                     TO VAR-ROTULO-VAL.
              MOVE WS-VALOR-ANT TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 2 LINES.
              MOVE "VALORIZACAO (RELVAL) ATUAL:             "
                     TO VAR-ROTULO-VAL.
              MOVE WS-VALOR-ATUAL TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "VARIACAO DA VALORIZACAO:                "
                     TO VAR-ROTULO-VAL.
              MOVE WS-VARIACAO-VAL TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "MOVIMENTO LIQUIDO DA CONTA DE ESTOQUE:  "
                     TO VAR-ROTULO-VAL.
              MOVE WS-MOV-ESTOQUE TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "DIFERENCA:                              "
                     TO VAR-ROTULO-VAL.
              MOVE WS-DIFERENCA TO VAR-VALOR-VAL.
              WRITE REG-RELCONT FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              IF IMPLANTACAO
                     MOVE "*** CONTROLE IMPLANTADO ***"
                            TO VAR-CONTROLE
              ELSE
                     IF WS-DIFERENCA EQUAL ZEROES
                            MOVE "*** CONTROLE CONFERE ***"
                                   TO VAR-CONTROLE
                     ELSE
                            MOVE "*** CONTROLE DIVERGE ***"
                                   TO VAR-CONTROLE
                            DISPLAY "EX30: MOVIMENTO DA CONTA DE "
                               "ESTOQUE DIVERGE DA VALORIZACAO - "
                               "CONFIRA O RELCONT".
              WRITE REG-RELCONT FROM CAB-CONTROLE
                     AFTER ADVANCING 2 LINES.

       GRAVA-CONTROLE.
              OPEN OUTPUT CTLCONT.
              MOVE WS-CT-JRN-LIDOS TO QTD-JRN-CTL.
              IF IMPLANTACAO
                     MOVE WS-QTD-JRN-ANT TO QTD-JRN-CTL.
              MOVE WS-VALOR-ATUAL TO VALOR-CTL.
              MOVE WS-DATA-HOJE TO DATA-CTL.
              WRITE REG-CTLCONT.
              CLOSE CTLCONT.

       REGRAVA-VALANT.
              OPEN INPUT VALNOVO
                  OUTPUT VALANT.
              PERFORM LE-COPIA.
              PERFORM GRAVA-COPIA UNTIL FIM-COPIA.
              CLOSE VALNOVO VALANT.

       LE-COPIA.
              READ VALNOVO AT END MOVE "S" TO WS-FIM-COPIA.

       GRAVA-COPIA.
              MOVE REG-VALNOVO TO REG-VALANT.
              WRITE REG-VALANT.
              PERFORM LE-COPIA.

       TERMINO.
              PERFORM IMPRIME-LOCAIS.
              PERFORM RELAT-TOTAIS.
              PERFORM RELAT-CONTROLE.
              CLOSE LANCCONT RELCONT.
              PERFORM GRAVA-CONTROLE.
              PERFORM REGRAVA-VALANT.
              DISPLAY "EX30: " WS-SEQ-LCT " LANCAMENTOS GERADOS - "
                 WS-CT-CONTABILIZADOS " MOVIMENTOS CONTABILIZADOS".

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
