       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX39.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          CONVERSAO UNICA DOS ARQUIVOS DE MERCADORIAS
                         PARA O LAYOUT COM CODIGO DO ITEM 9(5) E
                         QUANTIDADES 9(5): PARA CADA ARQUIVO (E PARA
                         AS GERACOES G1 A G3 DO CADMERC E DO ATUMERC)
                         COPIA O ORIGINAL PARA <ARQUIVO>.ANT, REGRAVA
                         O .DAT NO LAYOUT NOVO E RELE O RESULTADO,
                         IMPRIMINDO EM RELCONV A QUANTIDADE DE
                         REGISTROS, A SOMA DAS QUANTIDADES E A SOMA DOS
                         CODIGOS ANTES E DEPOIS. O CONTROLE (CONVCTL)
                         GUARDA A FASE DE CADA ARQUIVO: NUMA
                         REEXECUCAO O ARQUIVO JA CONVERTIDO E PULADO E
                         O JA COPIADO E RECONVERTIDO A PARTIR DO .ANT.
                         EXECUTAR UMA VEZ, ANTES DA PRIMEIRA CADEIA
                         COM OS PROGRAMAS DO LAYOUT NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONVCTL ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CADMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-CADMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CADMERG1 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-CADMERG1 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CADMERG2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-CADMERG2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CADMERG3 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-CADMERG3 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATUMERG1 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-ATUMERG1 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATUMERG2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-ATUMERG2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATUMERG3 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-ATUMERG3 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVPEND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVPEND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVGER ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVGER ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVAJU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVAJU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVSUG ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVSUG ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVSAI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVSAI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RECICMER ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-RECICMER ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVMERCR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-MOVMERCR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDCOMP ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-PEDCOMP ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-JORNMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTPREC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-HISTPREC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL POSESTOQ ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-POSESTOQ ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RECEB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-RECEB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTAFISC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-NOTAFISC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTAGEM ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-CONTAGEM ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTCONF ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-HISTCONF ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOTEMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-LOTEMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOTEREC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-LOTEREC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDVENDA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-PEDVENDA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VALANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-VALANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LANCCONT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-LANCCONT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONVUND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ANT-CONVUND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELCONV ASSIGN TO DISK.

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

       FD CONVCTL
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONVCTL.DAT".

       01 REG-CONVCTL.
              02 ARQUIVO-CTL PIC X(8).
              02 FASE-CTL    PIC X.
              02 DATA-CTL    PIC 9(8).

       FD CADMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERC.DAT".

       01 REG-CADMERC PIC X(59).

       FD ANT-CADMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERC.ANT".

       01 REG-ANT-CADMERC PIC X(53).

       FD ATUMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERC.DAT".

       01 REG-ATUMERC PIC X(59).

       FD ANT-ATUMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERC.ANT".

       01 REG-ANT-ATUMERC PIC X(53).

       FD CADMERG1
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERG1.DAT".

       01 REG-CADMERG1 PIC X(90).

       FD ANT-CADMERG1
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERG1.ANT".

       01 REG-ANT-CADMERG1 PIC X(90).

       FD CADMERG2
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERG2.DAT".

       01 REG-CADMERG2 PIC X(90).

       FD ANT-CADMERG2
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERG2.ANT".

       01 REG-ANT-CADMERG2 PIC X(90).

       FD CADMERG3
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERG3.DAT".

       01 REG-CADMERG3 PIC X(90).

       FD ANT-CADMERG3
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERG3.ANT".

       01 REG-ANT-CADMERG3 PIC X(90).

       FD ATUMERG1
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERG1.DAT".

       01 REG-ATUMERG1 PIC X(90).

       FD ANT-ATUMERG1
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERG1.ANT".

       01 REG-ANT-ATUMERG1 PIC X(90).

       FD ATUMERG2
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERG2.DAT".

       01 REG-ATUMERG2 PIC X(90).

       FD ANT-ATUMERG2
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERG2.ANT".

       01 REG-ANT-ATUMERG2 PIC X(90).

       FD ATUMERG3
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERG3.DAT".

       01 REG-ATUMERG3 PIC X(90).

       FD ANT-ATUMERG3
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERG3.ANT".

       01 REG-ANT-ATUMERG3 PIC X(90).

       FD MOVMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERC.DAT".

       01 REG-MOVMERC PIC X(62).

       FD ANT-MOVMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERC.ANT".

       01 REG-ANT-MOVMERC PIC X(56).

       FD MOVPEND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVPEND.DAT".

       01 REG-MOVPEND PIC X(62).

       FD ANT-MOVPEND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVPEND.ANT".

       01 REG-ANT-MOVPEND PIC X(56).

       FD MOVGER
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVGER.DAT".

       01 REG-MOVGER PIC X(62).

       FD ANT-MOVGER
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVGER.ANT".

       01 REG-ANT-MOVGER PIC X(56).

       FD MOVAJU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVAJU.DAT".

       01 REG-MOVAJU PIC X(62).

       FD ANT-MOVAJU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVAJU.ANT".

       01 REG-ANT-MOVAJU PIC X(56).

       FD MOVSUG
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVSUG.DAT".

       01 REG-MOVSUG PIC X(62).

       FD ANT-MOVSUG
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVSUG.ANT".

       01 REG-ANT-MOVSUG PIC X(56).

       FD MOVSAI
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVSAI.DAT".

       01 REG-MOVSAI PIC X(62).

       FD ANT-MOVSAI
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVSAI.ANT".

       01 REG-ANT-MOVSAI PIC X(56).

       FD RECICMER
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RECICMER.DAT".

       01 REG-RECICMER PIC X(62).

       FD ANT-RECICMER
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RECICMER.ANT".

       01 REG-ANT-RECICMER PIC X(56).

       FD MOVMERCR
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERCR.DAT".

       01 REG-MOVMERCR PIC X(67).

       FD ANT-MOVMERCR
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERCR.ANT".

       01 REG-ANT-MOVMERCR PIC X(61).

       FD PEDCOMP
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDCOMP.DAT".

       01 REG-PEDCOMP PIC X(42).

       FD ANT-PEDCOMP
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDCOMP.ANT".

       01 REG-ANT-PEDCOMP PIC X(38).

       FD PEDABERT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDABERT.DAT".

       01 REG-PEDABERT PIC X(65).

       FD ANT-PEDABERT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDABERT.ANT".

       01 REG-ANT-PEDABERT PIC X(59).

       FD JORNMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "JORNMERC.DAT".

       01 REG-JORNMERC PIC X(27).

       FD ANT-JORNMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "JORNMERC.ANT".

       01 REG-ANT-JORNMERC PIC X(21).

       FD HISTPREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "HISTPREC.DAT".

       01 REG-HISTPREC PIC X(33).

       FD ANT-HISTPREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "HISTPREC.ANT".

       01 REG-ANT-HISTPREC PIC X(31).

       FD POSESTOQ
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "POSESTOQ.DAT".

       01 REG-POSESTOQ PIC X(35).

       FD ANT-POSESTOQ
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "POSESTOQ.ANT".

       01 REG-ANT-POSESTOQ PIC X(29).

       FD RECEB
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RECEB.DAT".

       01 REG-RECEB PIC X(43).

       FD ANT-RECEB
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RECEB.ANT".

       01 REG-ANT-RECEB PIC X(39).

       FD NOTAFISC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "NOTAFISC.DAT".

       01 REG-NOTAFISC PIC X(21).

       FD ANT-NOTAFISC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "NOTAFISC.ANT".

       01 REG-ANT-NOTAFISC PIC X(17).

       FD CONTAGEM
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONTAGEM.DAT".

       01 REG-CONTAGEM PIC X(12).

       FD ANT-CONTAGEM
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONTAGEM.ANT".

       01 REG-ANT-CONTAGEM PIC X(8).

       FD HISTCONF
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "HISTCONF.DAT".

       01 REG-HISTCONF PIC X(37).

       FD ANT-HISTCONF
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "HISTCONF.ANT".

       01 REG-ANT-HISTCONF PIC X(31).

       FD LOTEMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEMERC.DAT".

       01 REG-LOTEMERC PIC X(30).

       FD ANT-LOTEMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEMERC.ANT".

       01 REG-ANT-LOTEMERC PIC X(26).

       FD LOTEREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEREC.DAT".

       01 REG-LOTEREC PIC X(38).

       FD ANT-LOTEREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEREC.ANT".

       01 REG-ANT-LOTEREC PIC X(34).

       FD PEDVENDA
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVENDA.DAT".

       01 REG-PEDVENDA PIC X(45).

       FD ANT-PEDVENDA
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVENDA.ANT".

       01 REG-ANT-PEDVENDA PIC X(37).

       FD VALANT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "VALANT.DAT".

       01 REG-VALANT PIC X(18).

       FD ANT-VALANT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "VALANT.ANT".

       01 REG-ANT-VALANT PIC X(14).

       FD LANCCONT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LANCCONT.DAT".

       01 REG-LANCCONT PIC X(75).

       FD ANT-LANCCONT
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LANCCONT.ANT".

       01 REG-ANT-LANCCONT PIC X(71).

       FD FORNEC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "FORNEC.DAT".

       01 REG-FORNEC PIC X(97).

       FD ANT-FORNEC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "FORNEC.ANT".

       01 REG-ANT-FORNEC PIC X(77).

       FD CONVUND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONVUND.DAT".

       01 REG-CONVUND PIC X(18).

       FD ANT-CONVUND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONVUND.ANT".

       01 REG-ANT-CONVUND PIC X(16).

       FD RELCONV
       LABEL RECORD ARE OMITTED.

       01 REG-RELCONV PIC X(80).

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
       77 WS-FIM-CTL PIC X VALUE "N".
              88 FIM-CTL VALUE "S".
       77 WS-FIM-ARQ PIC X VALUE "N".
              88 FIM-ARQ VALUE "S".
       77 WS-CTL-EXISTE PIC X VALUE "N".
              88 CTL-EXISTE VALUE "S".
       77 WS-FASE PIC X VALUE SPACE.
              88 FASE-INICIAL    VALUE SPACE.
              88 FASE-COPIADO    VALUE "C".
              88 FASE-CONVERTIDO VALUE "F".
              88 FASE-VAZIO      VALUE "V".
       77 WS-ARQUIVO PIC X(8) VALUE SPACES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-QTD-CTL PIC 999 VALUE ZEROES.
       77 WS-IDX-CTL PIC 999 VALUE ZEROES.
       77 WS-IDX-ITEM PIC 99 VALUE ZEROES.
       77 WS-CT-ANT PIC 9(7) VALUE ZEROES.
       77 WS-CT-NOVO PIC 9(7) VALUE ZEROES.
       77 WS-QNT-ANT PIC S9(11) VALUE ZEROES.
       77 WS-QNT-NOVO PIC S9(11) VALUE ZEROES.
       77 WS-COD-ANT PIC 9(11) VALUE ZEROES.
       77 WS-COD-NOVO PIC 9(11) VALUE ZEROES.
       77 WS-CT-CONVERTIDOS PIC 9(3) VALUE ZEROES.
       77 WS-CT-JA-CONV PIC 9(3) VALUE ZEROES.
       77 WS-CT-VAZIOS PIC 9(3) VALUE ZEROES.
       77 WS-CT-DIVERGENTES PIC 9(3) VALUE ZEROES.

       01 TAB-CONTROLE.
              02 CONTROLE-ENTRY OCCURS 100 TIMES.
                     03 TC-ARQUIVO PIC X(8).
                     03 TC-FASE    PIC X.

       01 WS-MOV-ANT.
              02 CODIGO-MVA PIC 9(3).
              02 CODIGO-MVA-X REDEFINES CODIGO-MVA PIC X(3).
              02 LOCAL-MVA PIC X(2).
              02 DESCRICAO-MVA PIC X(30).
              02 ESTOQUE-MIN-MVA PIC 9(3).
              02 ESTOQUE-MIN-MVA-X REDEFINES ESTOQUE-MIN-MVA PIC X(3).
              02 QNT-ESTOQUE-MVA PIC 9(3).
              02 QNT-ESTOQUE-MVA-X REDEFINES QNT-ESTOQUE-MVA PIC X(3).
              02 PRECO-TIPO-DATA-MVA PIC X(15).

       01 WS-MOV-NOVO.
              02 CODIGO-MVN PIC 9(5).
              02 CODIGO-MVN-X REDEFINES CODIGO-MVN PIC X(5).
              02 LOCAL-MVN PIC X(2).
              02 DESCRICAO-MVN PIC X(30).
              02 ESTOQUE-MIN-MVN PIC 9(5).
              02 ESTOQUE-MIN-MVN-X REDEFINES ESTOQUE-MIN-MVN PIC X(5).
              02 QNT-ESTOQUE-MVN PIC 9(5).
              02 QNT-ESTOQUE-MVN-X REDEFINES QNT-ESTOQUE-MVN PIC X(5).
              02 PRECO-TIPO-DATA-MVN PIC X(15).

       01 WS-ANT PIC X(100) VALUE SPACES.

       01 WS-ANT-MC REDEFINES WS-ANT.
              02 CODIGO-MCA PIC 9(3).
              02 LOCAL-MCA PIC X(2).
              02 DESCRICAO-MCA PIC X(30).
              02 ESTOQUE-MIN-MCA PIC 9(3).
              02 QNT-ESTOQUE-MCA PIC 9(3).
              02 PRECO-CUSTO-MCA PIC X(12).

       01 WS-ANT-PC REDEFINES WS-ANT.
              02 CODIGO-PCA PIC 9(3).
              02 LOCAL-DESCR-PCA PIC X(32).
              02 QNT-REPOR-PCA PIC 9(3).

       01 WS-ANT-PA REDEFINES WS-ANT.
              02 PEDIDO-FORN-PAA PIC X(9).
              02 CODIGO-PAA PIC 9(3).
              02 LOCAL-DESCR-PAA PIC X(32).
              02 QNT-PEDIDA-PAA PIC 9(3).
              02 QNT-RECEBIDA-PAA PIC 9(3).
              02 DATA-STATUS-PAA PIC X(9).

       01 WS-ANT-JR REDEFINES WS-ANT.
              02 CODIGO-JRA PIC 9(3).
              02 LOCAL-DATA-TIPO-JRA PIC X(11).
              02 QNT-JRA PIC S9(3)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-JRA PIC 9(3).

       01 WS-ANT-HP REDEFINES WS-ANT.
              02 CODIGO-HPA PIC 9(3).
              02 LOCAL-PRECOS-HPA PIC X(28).

       01 WS-ANT-PO REDEFINES WS-ANT.
              02 PERIODO-POA PIC X(6).
              02 CODIGO-POA PIC 9(3).
              02 LOCAL-POA PIC X(2).
              02 QNT-POA PIC 9(3).
              02 PRECO-POA PIC X(6).
              02 VALOR-POA PIC 9(7)V99.

       01 WS-ANT-RB REDEFINES WS-ANT.
              02 CODIGO-RBA PIC 9(3).
              02 LOCAL-RBA PIC X(2).
              02 QNT-RBA PIC 9(3).
              02 REF-LOTE-FORN-RBA PIC X(31).

       01 WS-ANT-NF REDEFINES WS-ANT.
              02 FORN-NFA PIC X(3).
              02 CODIGO-NFA PIC 9(3).
              02 LOCAL-NFA PIC X(2).
              02 QNT-NFA PIC 9(3).
              02 PRECO-NFA PIC X(6).

       01 WS-ANT-CT REDEFINES WS-ANT.
              02 CODIGO-CTA PIC 9(3).
              02 LOCAL-CTA PIC X(2).
              02 QNT-CTA PIC 9(3).

       01 WS-ANT-HC REDEFINES WS-ANT.
              02 FORN-HCA PIC X(3).
              02 CODIGO-HCA PIC 9(3).
              02 LOCAL-HCA PIC X(2).
              02 QNT-PEDIDA-HCA PIC 9(3).
              02 QNT-ENTREGUE-HCA PIC 9(3).
              02 DATAS-FLAG-HCA PIC X(17).

       01 WS-ANT-LM REDEFINES WS-ANT.
              02 CODIGO-LMA PIC 9(3).
              02 LOCAL-LOTE-LMA PIC X(20).
              02 QNT-LMA PIC 9(3).

       01 WS-ANT-LR REDEFINES WS-ANT.
              02 CODIGO-LRA PIC 9(3).
              02 LOCAL-LOTE-LRA PIC X(20).
              02 QNT-LRA PIC 9(3).
              02 DATA-RECEB-LRA PIC X(8).

       01 WS-ANT-PV REDEFINES WS-ANT.
              02 PEDIDO-CONTA-PVA PIC X(14).
              02 CODIGO-PVA PIC 9(3).
              02 LOCAL-PVA PIC X(2).
              02 QNT-PEDIDA-PVA PIC 9(3).
              02 QNT-RESERVADA-PVA PIC 9(3).
              02 QNT-ATENDIDA-PVA PIC 9(3).
              02 DATA-STATUS-PVA PIC X(9).

       01 WS-ANT-VA REDEFINES WS-ANT.
              02 CODIGO-VAA PIC 9(3).
              02 LOCAL-VAA PIC X(2).
              02 QNT-VAA PIC 9(3).
              02 CUSTO-VAA PIC X(6).

       01 WS-ANT-LC REDEFINES WS-ANT.
              02 LANCAMENTO-LCA PIC X(32).
              02 CODIGO-LCA PIC 9(3).
              02 LOCAL-LCA PIC X(2).
              02 QNT-LCA PIC 9(3).
              02 ORIGEM-HIST-LCA PIC X(31).

       01 WS-ANT-CU REDEFINES WS-ANT.
              02 FORN-CUA PIC X(3).
              02 CODIGO-CUA PIC 9(3).
              02 UNIDADES-FATOR-CUA PIC X(10).

       01 WS-ANT-GR REDEFINES WS-ANT.
              02 MARCA-GRA PIC X(9).
                     88 CABECALHO-GRA VALUE "*GERACAO ".

       01 WS-ANT-RJ REDEFINES WS-ANT.
              02 MOTIVO-RJA PIC X(2).
              02 DADOS-RJA  PIC X(56).
              02 IDADE-RJA  PIC X(3).

       01 WS-ANT-FN REDEFINES WS-ANT.
              02 CADASTRO-FNA PIC X(44).
              02 ITEM-FNA OCCURS 10 TIMES.
                     03 CODIGO-FNA   PIC 9(3).
                     03 CODIGO-FNA-X REDEFINES CODIGO-FNA PIC X(3).
              02 CONDICAO-FNA PIC X(3).

       01 WS-NOVO PIC X(100) VALUE SPACES.

       01 WS-NOVO-MC REDEFINES WS-NOVO.
              02 CODIGO-MCN PIC 9(5).
              02 LOCAL-MCN PIC X(2).
              02 DESCRICAO-MCN PIC X(30).
              02 ESTOQUE-MIN-MCN PIC 9(5).
              02 QNT-ESTOQUE-MCN PIC 9(5).
              02 PRECO-CUSTO-MCN PIC X(12).

       01 WS-NOVO-PC REDEFINES WS-NOVO.
              02 CODIGO-PCN PIC 9(5).
              02 LOCAL-DESCR-PCN PIC X(32).
              02 QNT-REPOR-PCN PIC 9(5).

       01 WS-NOVO-PA REDEFINES WS-NOVO.
              02 PEDIDO-FORN-PAN PIC X(9).
              02 CODIGO-PAN PIC 9(5).
              02 LOCAL-DESCR-PAN PIC X(32).
              02 QNT-PEDIDA-PAN PIC 9(5).
              02 QNT-RECEBIDA-PAN PIC 9(5).
              02 DATA-STATUS-PAN PIC X(9).

       01 WS-NOVO-JR REDEFINES WS-NOVO.
              02 CODIGO-JRN PIC 9(5).
              02 LOCAL-DATA-TIPO-JRN PIC X(11).
              02 QNT-JRN PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-JRN PIC 9(5).

       01 WS-NOVO-HP REDEFINES WS-NOVO.
              02 CODIGO-HPN PIC 9(5).
              02 LOCAL-PRECOS-HPN PIC X(28).

       01 WS-NOVO-PO REDEFINES WS-NOVO.
              02 PERIODO-PON PIC X(6).
              02 CODIGO-PON PIC 9(5).
              02 LOCAL-PON PIC X(2).
              02 QNT-PON PIC 9(5).
              02 PRECO-PON PIC X(6).
              02 VALOR-PON PIC 9(9)V99.

       01 WS-NOVO-RB REDEFINES WS-NOVO.
              02 CODIGO-RBN PIC 9(5).
              02 LOCAL-RBN PIC X(2).
              02 QNT-RBN PIC 9(5).
              02 REF-LOTE-FORN-RBN PIC X(31).

       01 WS-NOVO-NF REDEFINES WS-NOVO.
              02 FORN-NFN PIC X(3).
              02 CODIGO-NFN PIC 9(5).
              02 LOCAL-NFN PIC X(2).
              02 QNT-NFN PIC 9(5).
              02 PRECO-NFN PIC X(6).

       01 WS-NOVO-CT REDEFINES WS-NOVO.
              02 CODIGO-CTN PIC 9(5).
              02 LOCAL-CTN PIC X(2).
              02 QNT-CTN PIC 9(5).

       01 WS-NOVO-HC REDEFINES WS-NOVO.
              02 FORN-HCN PIC X(3).
              02 CODIGO-HCN PIC 9(5).
              02 LOCAL-HCN PIC X(2).
              02 QNT-PEDIDA-HCN PIC 9(5).
              02 QNT-ENTREGUE-HCN PIC 9(5).
              02 DATAS-FLAG-HCN PIC X(17).

       01 WS-NOVO-LM REDEFINES WS-NOVO.
              02 CODIGO-LMN PIC 9(5).
              02 LOCAL-LOTE-LMN PIC X(20).
              02 QNT-LMN PIC 9(5).

       01 WS-NOVO-LR REDEFINES WS-NOVO.
              02 CODIGO-LRN PIC 9(5).
              02 LOCAL-LOTE-LRN PIC X(20).
              02 QNT-LRN PIC 9(5).
              02 DATA-RECEB-LRN PIC X(8).

       01 WS-NOVO-PV REDEFINES WS-NOVO.
              02 PEDIDO-CONTA-PVN PIC X(14).
              02 CODIGO-PVN PIC 9(5).
              02 LOCAL-PVN PIC X(2).
              02 QNT-PEDIDA-PVN PIC 9(5).
              02 QNT-RESERVADA-PVN PIC 9(5).
              02 QNT-ATENDIDA-PVN PIC 9(5).
              02 DATA-STATUS-PVN PIC X(9).

       01 WS-NOVO-VA REDEFINES WS-NOVO.
              02 CODIGO-VAN PIC 9(5).
              02 LOCAL-VAN PIC X(2).
              02 QNT-VAN PIC 9(5).
              02 CUSTO-VAN PIC X(6).

       01 WS-NOVO-LC REDEFINES WS-NOVO.
              02 LANCAMENTO-LCN PIC X(32).
              02 CODIGO-LCN PIC 9(5).
              02 LOCAL-LCN PIC X(2).
              02 QNT-LCN PIC 9(5).
              02 ORIGEM-HIST-LCN PIC X(31).

       01 WS-NOVO-CU REDEFINES WS-NOVO.
              02 FORN-CUN PIC X(3).
              02 CODIGO-CUN PIC 9(5).
              02 UNIDADES-FATOR-CUN PIC X(10).

       01 WS-NOVO-GR REDEFINES WS-NOVO.
              02 MARCA-GRN PIC X(9).
                     88 CABECALHO-GRN VALUE "*GERACAO ".

       01 WS-NOVO-RJ REDEFINES WS-NOVO.
              02 MOTIVO-RJN PIC X(2).
              02 DADOS-RJN  PIC X(62).
              02 IDADE-RJN  PIC X(3).

       01 WS-NOVO-FN REDEFINES WS-NOVO.
              02 CADASTRO-FNN PIC X(44).
              02 ITEM-FNN OCCURS 10 TIMES.
                     03 CODIGO-FNN   PIC 9(5).
                     03 CODIGO-FNN-X REDEFINES CODIGO-FNN PIC X(5).
              02 CONDICAO-FNN PIC X(3).

       01 CAB-1.
              02 FILLER PIC X(20) VALUE SPACES.
              02 FILLER PIC X(40) VALUE
              "CONVERSAO DE LAYOUT - CODIGO/QUANTIDADE".
              02 FILLER PIC X(11) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "DATA:".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(41) VALUE
              "ORIGINAIS PRESERVADOS EM <ARQUIVO>.ANT".
              02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(7) VALUE "ARQUIVO".
              02 FILLER PIC X(3) VALUE SPACES.
              02 FILLER PIC X(8) VALUE "CONTROLE".
              02 FILLER PIC X(15) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "ANTES".
              02 FILLER PIC X(11) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "DEPOIS".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "SITUACAO".
              02 FILLER PIC X(13) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ARQUIVO PIC X(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CONTROLE PIC X(11).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ANTES PIC -ZZ.ZZZ.ZZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DEPOIS PIC -ZZ.ZZZ.ZZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-SITUACAO PIC X(10).
              02 FILLER PIC X(11) VALUE SPACES.

       01 CAB-MENSAGEM.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ARQUIVO-MSG PIC X(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MENSAGEM PIC X(50).
              02 FILLER PIC X(18) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ9.
              02 FILLER PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CONVERTE-CADMERC.
              PERFORM CONVERTE-ATUMERC.
              PERFORM CONVERTE-CADMERG1.
              PERFORM CONVERTE-CADMERG2.
              PERFORM CONVERTE-CADMERG3.
              PERFORM CONVERTE-ATUMERG1.
              PERFORM CONVERTE-ATUMERG2.
              PERFORM CONVERTE-ATUMERG3.
              PERFORM CONVERTE-MOVMERC.
              PERFORM CONVERTE-MOVPEND.
              PERFORM CONVERTE-MOVGER.
              PERFORM CONVERTE-MOVAJU.
              PERFORM CONVERTE-MOVSUG.
              PERFORM CONVERTE-MOVSAI.
              PERFORM CONVERTE-RECICMER.
              PERFORM CONVERTE-MOVMERCR.
              PERFORM CONVERTE-PEDCOMP.
              PERFORM CONVERTE-PEDABERT.
              PERFORM CONVERTE-JORNMERC.
              PERFORM CONVERTE-HISTPREC.
              PERFORM CONVERTE-POSESTOQ.
              PERFORM CONVERTE-RECEB.
              PERFORM CONVERTE-NOTAFISC.
              PERFORM CONVERTE-CONTAGEM.
              PERFORM CONVERTE-HISTCONF.
              PERFORM CONVERTE-LOTEMERC.
              PERFORM CONVERTE-LOTEREC.
              PERFORM CONVERTE-PEDVENDA.
              PERFORM CONVERTE-VALANT.
              PERFORM CONVERTE-LANCCONT.
              PERFORM CONVERTE-FORNEC.
              PERFORM CONVERTE-CONVUND.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM CARREGA-CONTROLE.
              IF CTL-EXISTE
                     OPEN EXTEND CONVCTL
              ELSE
                     OPEN OUTPUT CONVCTL.
              OPEN OUTPUT RELCONV.

       CARREGA-CONTROLE.
              OPEN INPUT CONVCTL.
              PERFORM LER-CTL.
              PERFORM GUARDA-CONTROLE UNTIL FIM-CTL.
              CLOSE CONVCTL.

       LER-CTL.
              READ CONVCTL AT END MOVE "S" TO WS-FIM-CTL.

       GUARDA-CONTROLE.
              MOVE "S" TO WS-CTL-EXISTE.
              IF WS-QTD-CTL < 100
                     ADD 1 TO WS-QTD-CTL
                     MOVE ARQUIVO-CTL TO TC-ARQUIVO(WS-QTD-CTL)
                     MOVE FASE-CTL TO TC-FASE(WS-QTD-CTL)
              ELSE
                     DISPLAY "ERRO: MAIS DE 100 REGISTROS EM CONVCTL"
                     STOP RUN.
              PERFORM LER-CTL.

       PROCURA-CONTROLE.
              MOVE SPACE TO WS-FASE.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM COMPARA-CONTROLE
                     VARYING WS-IDX-CTL FROM 1 BY 1
                     UNTIL WS-IDX-CTL > WS-QTD-CTL.

       COMPARA-CONTROLE.
              IF TC-ARQUIVO(WS-IDX-CTL) EQUAL WS-ARQUIVO
                     MOVE TC-FASE(WS-IDX-CTL) TO WS-FASE.

       GRAVA-CONTROLE.
              MOVE WS-ARQUIVO TO ARQUIVO-CTL.
              MOVE WS-FASE TO FASE-CTL.
              MOVE WS-DATA-HOJE TO DATA-CTL.
              WRITE REG-CONVCTL.

       MARCA-COPIADO.
              MOVE "C" TO WS-FASE.
              PERFORM GRAVA-CONTROLE.

       ZERA-TOTAIS.
              MOVE "N" TO WS-FIM-ARQ.
              MOVE ZEROES TO WS-CT-ANT WS-CT-NOVO WS-QNT-ANT
                             WS-QNT-NOVO WS-COD-ANT WS-COD-NOVO.

       FECHA-ARQUIVO.
              IF FASE-CONVERTIDO
                     MOVE "JA CONVERTIDO EM EXECUCAO ANTERIOR"
                        TO VAR-MENSAGEM
                     PERFORM IMPRIME-MENSAGEM
                     ADD 1 TO WS-CT-JA-CONV.
              IF FASE-VAZIO
                     MOVE "AUSENTE OU VAZIO - NADA A CONVERTER"
                        TO VAR-MENSAGEM
                     PERFORM IMPRIME-MENSAGEM
                     ADD 1 TO WS-CT-VAZIOS.
              IF FASE-COPIADO
                     PERFORM CONFERE-TOTAIS.

       CONFERE-TOTAIS.
              IF CT-LIN > 37
                     PERFORM CABECALHO.
              MOVE WS-ARQUIVO TO VAR-ARQUIVO.
              MOVE "REGISTROS" TO VAR-CONTROLE.
              MOVE WS-CT-ANT TO VAR-ANTES.
              MOVE WS-CT-NOVO TO VAR-DEPOIS.
              IF WS-CT-ANT EQUAL WS-CT-NOVO
                     MOVE "OK" TO VAR-SITUACAO
              ELSE
                     MOVE "DIVERGENTE" TO VAR-SITUACAO.
              PERFORM IMPRIME-DETALHE.
              MOVE SPACES TO VAR-ARQUIVO.
              MOVE "QUANTIDADES" TO VAR-CONTROLE.
              MOVE WS-QNT-ANT TO VAR-ANTES.
              MOVE WS-QNT-NOVO TO VAR-DEPOIS.
              IF WS-QNT-ANT EQUAL WS-QNT-NOVO
                     MOVE "OK" TO VAR-SITUACAO
              ELSE
                     MOVE "DIVERGENTE" TO VAR-SITUACAO.
              PERFORM IMPRIME-DETALHE.
              MOVE "CODIGOS" TO VAR-CONTROLE.
              MOVE WS-COD-ANT TO VAR-ANTES.
              MOVE WS-COD-NOVO TO VAR-DEPOIS.
              IF WS-COD-ANT EQUAL WS-COD-NOVO
                     MOVE "OK" TO VAR-SITUACAO
              ELSE
                     MOVE "DIVERGENTE" TO VAR-SITUACAO.
              PERFORM IMPRIME-DETALHE.
              IF WS-CT-ANT EQUAL WS-CT-NOVO
                 AND WS-QNT-ANT EQUAL WS-QNT-NOVO
                 AND WS-COD-ANT EQUAL WS-COD-NOVO
                     MOVE "F" TO WS-FASE
                     PERFORM GRAVA-CONTROLE
                     ADD 1 TO WS-CT-CONVERTIDOS
              ELSE
                     DISPLAY "ERRO: CONVERSAO DO " WS-ARQUIVO
                        " NAO CONFERE - ORIGINAL EM " WS-ARQUIVO ".ANT"
                     ADD 1 TO WS-CT-DIVERGENTES.
              MOVE SPACES TO REG-RELCONV.
              WRITE REG-RELCONV AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       IMPRIME-DETALHE.
              WRITE REG-RELCONV FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       IMPRIME-MENSAGEM.
              IF CT-LIN > 39
                     PERFORM CABECALHO.
              MOVE WS-ARQUIVO TO VAR-ARQUIVO-MSG.
              WRITE REG-RELCONV FROM CAB-MENSAGEM
                     AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-RELCONV.
              WRITE REG-RELCONV AFTER ADVANCING 1 LINE.
              ADD 2 TO CT-LIN.

       CONVERTE-MC.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-MCA TO CODIGO-MCN.
              ADD CODIGO-MCA TO WS-COD-ANT.
              MOVE LOCAL-MCA TO LOCAL-MCN.
              MOVE DESCRICAO-MCA TO DESCRICAO-MCN.
              MOVE ESTOQUE-MIN-MCA TO ESTOQUE-MIN-MCN.
              ADD ESTOQUE-MIN-MCA TO WS-QNT-ANT.
              MOVE QNT-ESTOQUE-MCA TO QNT-ESTOQUE-MCN.
              ADD QNT-ESTOQUE-MCA TO WS-QNT-ANT.
              MOVE PRECO-CUSTO-MCA TO PRECO-CUSTO-MCN.

       SOMA-MC-NOVO.
              ADD CODIGO-MCN TO WS-COD-NOVO.
              ADD ESTOQUE-MIN-MCN TO WS-QNT-NOVO.
              ADD QNT-ESTOQUE-MCN TO WS-QNT-NOVO.

       CONVERTE-MV.
              MOVE SPACES TO WS-MOV-NOVO.
              IF CODIGO-MVA NUMERIC
                     MOVE CODIGO-MVA TO CODIGO-MVN
                     ADD CODIGO-MVA TO WS-COD-ANT
              ELSE
                     MOVE CODIGO-MVA-X TO CODIGO-MVN-X.
              MOVE LOCAL-MVA TO LOCAL-MVN.
              MOVE DESCRICAO-MVA TO DESCRICAO-MVN.
              IF ESTOQUE-MIN-MVA NUMERIC
                     MOVE ESTOQUE-MIN-MVA TO ESTOQUE-MIN-MVN
                     ADD ESTOQUE-MIN-MVA TO WS-QNT-ANT
              ELSE
                     MOVE ESTOQUE-MIN-MVA-X TO ESTOQUE-MIN-MVN-X.
              IF QNT-ESTOQUE-MVA NUMERIC
                     MOVE QNT-ESTOQUE-MVA TO QNT-ESTOQUE-MVN
                     ADD QNT-ESTOQUE-MVA TO WS-QNT-ANT
              ELSE
                     MOVE QNT-ESTOQUE-MVA-X TO QNT-ESTOQUE-MVN-X.
              MOVE PRECO-TIPO-DATA-MVA TO PRECO-TIPO-DATA-MVN.

       SOMA-MV-NOVO.
              IF CODIGO-MVN NUMERIC
                     ADD CODIGO-MVN TO WS-COD-NOVO.
              IF ESTOQUE-MIN-MVN NUMERIC
                     ADD ESTOQUE-MIN-MVN TO WS-QNT-NOVO.
              IF QNT-ESTOQUE-MVN NUMERIC
                     ADD QNT-ESTOQUE-MVN TO WS-QNT-NOVO.

       CONVERTE-PC.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-PCA TO CODIGO-PCN.
              ADD CODIGO-PCA TO WS-COD-ANT.
              MOVE LOCAL-DESCR-PCA TO LOCAL-DESCR-PCN.
              MOVE QNT-REPOR-PCA TO QNT-REPOR-PCN.
              ADD QNT-REPOR-PCA TO WS-QNT-ANT.

       SOMA-PC-NOVO.
              ADD CODIGO-PCN TO WS-COD-NOVO.
              ADD QNT-REPOR-PCN TO WS-QNT-NOVO.

       CONVERTE-PA.
              MOVE SPACES TO WS-NOVO.
              MOVE PEDIDO-FORN-PAA TO PEDIDO-FORN-PAN.
              MOVE CODIGO-PAA TO CODIGO-PAN.
              ADD CODIGO-PAA TO WS-COD-ANT.
              MOVE LOCAL-DESCR-PAA TO LOCAL-DESCR-PAN.
              MOVE QNT-PEDIDA-PAA TO QNT-PEDIDA-PAN.
              ADD QNT-PEDIDA-PAA TO WS-QNT-ANT.
              MOVE QNT-RECEBIDA-PAA TO QNT-RECEBIDA-PAN.
              ADD QNT-RECEBIDA-PAA TO WS-QNT-ANT.
              MOVE DATA-STATUS-PAA TO DATA-STATUS-PAN.

       SOMA-PA-NOVO.
              ADD CODIGO-PAN TO WS-COD-NOVO.
              ADD QNT-PEDIDA-PAN TO WS-QNT-NOVO.
              ADD QNT-RECEBIDA-PAN TO WS-QNT-NOVO.

       CONVERTE-JR.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-JRA TO CODIGO-JRN.
              ADD CODIGO-JRA TO WS-COD-ANT.
              MOVE LOCAL-DATA-TIPO-JRA TO LOCAL-DATA-TIPO-JRN.
              MOVE QNT-JRA TO QNT-JRN.
              ADD QNT-JRA TO WS-QNT-ANT.
              MOVE SALDO-JRA TO SALDO-JRN.
              ADD SALDO-JRA TO WS-QNT-ANT.

       SOMA-JR-NOVO.
              ADD CODIGO-JRN TO WS-COD-NOVO.
              ADD QNT-JRN TO WS-QNT-NOVO.
              ADD SALDO-JRN TO WS-QNT-NOVO.

       CONVERTE-HP.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-HPA TO CODIGO-HPN.
              ADD CODIGO-HPA TO WS-COD-ANT.
              MOVE LOCAL-PRECOS-HPA TO LOCAL-PRECOS-HPN.

       SOMA-HP-NOVO.
              ADD CODIGO-HPN TO WS-COD-NOVO.

       CONVERTE-PO.
              MOVE SPACES TO WS-NOVO.
              MOVE PERIODO-POA TO PERIODO-PON.
              MOVE CODIGO-POA TO CODIGO-PON.
              ADD CODIGO-POA TO WS-COD-ANT.
              MOVE LOCAL-POA TO LOCAL-PON.
              MOVE QNT-POA TO QNT-PON.
              ADD QNT-POA TO WS-QNT-ANT.
              MOVE PRECO-POA TO PRECO-PON.
              MOVE VALOR-POA TO VALOR-PON.

       SOMA-PO-NOVO.
              ADD CODIGO-PON TO WS-COD-NOVO.
              ADD QNT-PON TO WS-QNT-NOVO.

       CONVERTE-RB.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-RBA TO CODIGO-RBN.
              ADD CODIGO-RBA TO WS-COD-ANT.
              MOVE LOCAL-RBA TO LOCAL-RBN.
              MOVE QNT-RBA TO QNT-RBN.
              ADD QNT-RBA TO WS-QNT-ANT.
              MOVE REF-LOTE-FORN-RBA TO REF-LOTE-FORN-RBN.

       SOMA-RB-NOVO.
              ADD CODIGO-RBN TO WS-COD-NOVO.
              ADD QNT-RBN TO WS-QNT-NOVO.

       CONVERTE-NF.
              MOVE SPACES TO WS-NOVO.
              MOVE FORN-NFA TO FORN-NFN.
              MOVE CODIGO-NFA TO CODIGO-NFN.
              ADD CODIGO-NFA TO WS-COD-ANT.
              MOVE LOCAL-NFA TO LOCAL-NFN.
              MOVE QNT-NFA TO QNT-NFN.
              ADD QNT-NFA TO WS-QNT-ANT.
              MOVE PRECO-NFA TO PRECO-NFN.

       SOMA-NF-NOVO.
              ADD CODIGO-NFN TO WS-COD-NOVO.
              ADD QNT-NFN TO WS-QNT-NOVO.

       CONVERTE-CT.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-CTA TO CODIGO-CTN.
              ADD CODIGO-CTA TO WS-COD-ANT.
              MOVE LOCAL-CTA TO LOCAL-CTN.
              MOVE QNT-CTA TO QNT-CTN.
              ADD QNT-CTA TO WS-QNT-ANT.

       SOMA-CT-NOVO.
              ADD CODIGO-CTN TO WS-COD-NOVO.
              ADD QNT-CTN TO WS-QNT-NOVO.

       CONVERTE-HC.
              MOVE SPACES TO WS-NOVO.
              MOVE FORN-HCA TO FORN-HCN.
              MOVE CODIGO-HCA TO CODIGO-HCN.
              ADD CODIGO-HCA TO WS-COD-ANT.
              MOVE LOCAL-HCA TO LOCAL-HCN.
              MOVE QNT-PEDIDA-HCA TO QNT-PEDIDA-HCN.
              ADD QNT-PEDIDA-HCA TO WS-QNT-ANT.
              MOVE QNT-ENTREGUE-HCA TO QNT-ENTREGUE-HCN.
              ADD QNT-ENTREGUE-HCA TO WS-QNT-ANT.
              MOVE DATAS-FLAG-HCA TO DATAS-FLAG-HCN.

       SOMA-HC-NOVO.
              ADD CODIGO-HCN TO WS-COD-NOVO.
              ADD QNT-PEDIDA-HCN TO WS-QNT-NOVO.
              ADD QNT-ENTREGUE-HCN TO WS-QNT-NOVO.

       CONVERTE-LM.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-LMA TO CODIGO-LMN.
              ADD CODIGO-LMA TO WS-COD-ANT.
              MOVE LOCAL-LOTE-LMA TO LOCAL-LOTE-LMN.
              MOVE QNT-LMA TO QNT-LMN.
              ADD QNT-LMA TO WS-QNT-ANT.

       SOMA-LM-NOVO.
              ADD CODIGO-LMN TO WS-COD-NOVO.
              ADD QNT-LMN TO WS-QNT-NOVO.

       CONVERTE-LR.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-LRA TO CODIGO-LRN.
              ADD CODIGO-LRA TO WS-COD-ANT.
              MOVE LOCAL-LOTE-LRA TO LOCAL-LOTE-LRN.
              MOVE QNT-LRA TO QNT-LRN.
              ADD QNT-LRA TO WS-QNT-ANT.
              MOVE DATA-RECEB-LRA TO DATA-RECEB-LRN.

       SOMA-LR-NOVO.
              ADD CODIGO-LRN TO WS-COD-NOVO.
              ADD QNT-LRN TO WS-QNT-NOVO.

       CONVERTE-PV.
              MOVE SPACES TO WS-NOVO.
              MOVE PEDIDO-CONTA-PVA TO PEDIDO-CONTA-PVN.
              MOVE CODIGO-PVA TO CODIGO-PVN.
              ADD CODIGO-PVA TO WS-COD-ANT.
              MOVE LOCAL-PVA TO LOCAL-PVN.
              MOVE QNT-PEDIDA-PVA TO QNT-PEDIDA-PVN.
              ADD QNT-PEDIDA-PVA TO WS-QNT-ANT.
              MOVE QNT-RESERVADA-PVA TO QNT-RESERVADA-PVN.
              ADD QNT-RESERVADA-PVA TO WS-QNT-ANT.
              MOVE QNT-ATENDIDA-PVA TO QNT-ATENDIDA-PVN.
              ADD QNT-ATENDIDA-PVA TO WS-QNT-ANT.
              MOVE DATA-STATUS-PVA TO DATA-STATUS-PVN.

       SOMA-PV-NOVO.
              ADD CODIGO-PVN TO WS-COD-NOVO.
              ADD QNT-PEDIDA-PVN TO WS-QNT-NOVO.
              ADD QNT-RESERVADA-PVN TO WS-QNT-NOVO.
              ADD QNT-ATENDIDA-PVN TO WS-QNT-NOVO.

       CONVERTE-VA.
              MOVE SPACES TO WS-NOVO.
              MOVE CODIGO-VAA TO CODIGO-VAN.
              ADD CODIGO-VAA TO WS-COD-ANT.
              MOVE LOCAL-VAA TO LOCAL-VAN.
              MOVE QNT-VAA TO QNT-VAN.
              ADD QNT-VAA TO WS-QNT-ANT.
              MOVE CUSTO-VAA TO CUSTO-VAN.

       SOMA-VA-NOVO.
              ADD CODIGO-VAN TO WS-COD-NOVO.
              ADD QNT-VAN TO WS-QNT-NOVO.

       CONVERTE-LC.
              MOVE SPACES TO WS-NOVO.
              MOVE LANCAMENTO-LCA TO LANCAMENTO-LCN.
              MOVE CODIGO-LCA TO CODIGO-LCN.
              ADD CODIGO-LCA TO WS-COD-ANT.
              MOVE LOCAL-LCA TO LOCAL-LCN.
              MOVE QNT-LCA TO QNT-LCN.
              ADD QNT-LCA TO WS-QNT-ANT.
              MOVE ORIGEM-HIST-LCA TO ORIGEM-HIST-LCN.

       SOMA-LC-NOVO.
              ADD CODIGO-LCN TO WS-COD-NOVO.
              ADD QNT-LCN TO WS-QNT-NOVO.

       CONVERTE-CU.
              MOVE SPACES TO WS-NOVO.
              MOVE FORN-CUA TO FORN-CUN.
              MOVE CODIGO-CUA TO CODIGO-CUN.
              ADD CODIGO-CUA TO WS-COD-ANT.
              MOVE UNIDADES-FATOR-CUA TO UNIDADES-FATOR-CUN.

       SOMA-CU-NOVO.
              ADD CODIGO-CUN TO WS-COD-NOVO.

       CONVERTE-GR.
              IF CABECALHO-GRA
                     MOVE WS-ANT TO WS-NOVO
              ELSE
                     PERFORM CONVERTE-MC.

       SOMA-GR-NOVO.
              IF NOT CABECALHO-GRN
                     PERFORM SOMA-MC-NOVO.

       CONVERTE-RJ.
              MOVE DADOS-RJA TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              MOVE SPACES TO WS-NOVO.
              MOVE MOTIVO-RJA TO MOTIVO-RJN.
              MOVE WS-MOV-NOVO TO DADOS-RJN.
              MOVE IDADE-RJA TO IDADE-RJN.

       SOMA-RJ-NOVO.
              MOVE DADOS-RJN TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.

       CONVERTE-FN.
              MOVE SPACES TO WS-NOVO.
              MOVE CADASTRO-FNA TO CADASTRO-FNN.
              PERFORM CONVERTE-ITEM-FN
                     VARYING WS-IDX-ITEM FROM 1 BY 1
                     UNTIL WS-IDX-ITEM > 10.
              MOVE CONDICAO-FNA TO CONDICAO-FNN.

       CONVERTE-ITEM-FN.
              IF CODIGO-FNA(WS-IDX-ITEM) NUMERIC
                     MOVE CODIGO-FNA(WS-IDX-ITEM)
                        TO CODIGO-FNN(WS-IDX-ITEM)
                     ADD CODIGO-FNA(WS-IDX-ITEM) TO WS-COD-ANT
              ELSE
                     MOVE CODIGO-FNA-X(WS-IDX-ITEM)
                        TO CODIGO-FNN-X(WS-IDX-ITEM).

       SOMA-FN-NOVO.
              PERFORM SOMA-ITEM-FN
                     VARYING WS-IDX-ITEM FROM 1 BY 1
                     UNTIL WS-IDX-ITEM > 10.

       SOMA-ITEM-FN.
              IF CODIGO-FNN(WS-IDX-ITEM) NUMERIC
                     ADD CODIGO-FNN(WS-IDX-ITEM) TO WS-COD-NOVO.

       CONVERTE-CADMERC.
              MOVE "CADMERC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT CADMERC
                     PERFORM LER-CADMERC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-CADMERC
                            PERFORM COPIA-CADMERC UNTIL FIM-ARQ
                            CLOSE ANT-CADMERC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE CADMERC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-CADMERC
                         OUTPUT CADMERC
                     PERFORM LER-ANT-CADMERC
                     PERFORM REGRAVA-CADMERC UNTIL FIM-ARQ
                     CLOSE ANT-CADMERC CADMERC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT CADMERC
                     PERFORM LER-CADMERC
                     PERFORM CONFERE-CADMERC UNTIL FIM-ARQ
                     CLOSE CADMERC.
              PERFORM FECHA-ARQUIVO.

       LER-CADMERC.
              READ CADMERC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-CADMERC.
              READ ANT-CADMERC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-CADMERC.
              WRITE REG-ANT-CADMERC FROM REG-CADMERC.
              PERFORM LER-CADMERC.

       REGRAVA-CADMERC.
              MOVE REG-ANT-CADMERC TO WS-ANT.
              PERFORM CONVERTE-MC.
              WRITE REG-CADMERC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-CADMERC.

       CONFERE-CADMERC.
              MOVE REG-CADMERC TO WS-NOVO.
              PERFORM SOMA-MC-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-CADMERC.

       CONVERTE-ATUMERC.
              MOVE "ATUMERC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT ATUMERC
                     PERFORM LER-ATUMERC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-ATUMERC
                            PERFORM COPIA-ATUMERC UNTIL FIM-ARQ
                            CLOSE ANT-ATUMERC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE ATUMERC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-ATUMERC
                         OUTPUT ATUMERC
                     PERFORM LER-ANT-ATUMERC
                     PERFORM REGRAVA-ATUMERC UNTIL FIM-ARQ
                     CLOSE ANT-ATUMERC ATUMERC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT ATUMERC
                     PERFORM LER-ATUMERC
                     PERFORM CONFERE-ATUMERC UNTIL FIM-ARQ
                     CLOSE ATUMERC.
              PERFORM FECHA-ARQUIVO.

       LER-ATUMERC.
              READ ATUMERC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-ATUMERC.
              READ ANT-ATUMERC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-ATUMERC.
              WRITE REG-ANT-ATUMERC FROM REG-ATUMERC.
              PERFORM LER-ATUMERC.

       REGRAVA-ATUMERC.
              MOVE REG-ANT-ATUMERC TO WS-ANT.
              PERFORM CONVERTE-MC.
              WRITE REG-ATUMERC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-ATUMERC.

       CONFERE-ATUMERC.
              MOVE REG-ATUMERC TO WS-NOVO.
              PERFORM SOMA-MC-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-ATUMERC.

       CONVERTE-CADMERG1.
              MOVE "CADMERG1" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT CADMERG1
                     PERFORM LER-CADMERG1
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-CADMERG1
                            PERFORM COPIA-CADMERG1 UNTIL FIM-ARQ
                            CLOSE ANT-CADMERG1
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE CADMERG1.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-CADMERG1
                         OUTPUT CADMERG1
                     PERFORM LER-ANT-CADMERG1
                     PERFORM REGRAVA-CADMERG1 UNTIL FIM-ARQ
                     CLOSE ANT-CADMERG1 CADMERG1
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT CADMERG1
                     PERFORM LER-CADMERG1
                     PERFORM CONFERE-CADMERG1 UNTIL FIM-ARQ
                     CLOSE CADMERG1.
              PERFORM FECHA-ARQUIVO.

       LER-CADMERG1.
              READ CADMERG1 AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-CADMERG1.
              READ ANT-CADMERG1 AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-CADMERG1.
              WRITE REG-ANT-CADMERG1 FROM REG-CADMERG1.
              PERFORM LER-CADMERG1.

       REGRAVA-CADMERG1.
              MOVE REG-ANT-CADMERG1 TO WS-ANT.
              PERFORM CONVERTE-GR.
              WRITE REG-CADMERG1 FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-CADMERG1.

       CONFERE-CADMERG1.
              MOVE REG-CADMERG1 TO WS-NOVO.
              PERFORM SOMA-GR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-CADMERG1.

       CONVERTE-CADMERG2.
              MOVE "CADMERG2" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT CADMERG2
                     PERFORM LER-CADMERG2
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-CADMERG2
                            PERFORM COPIA-CADMERG2 UNTIL FIM-ARQ
                            CLOSE ANT-CADMERG2
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE CADMERG2.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-CADMERG2
                         OUTPUT CADMERG2
                     PERFORM LER-ANT-CADMERG2
                     PERFORM REGRAVA-CADMERG2 UNTIL FIM-ARQ
                     CLOSE ANT-CADMERG2 CADMERG2
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT CADMERG2
                     PERFORM LER-CADMERG2
                     PERFORM CONFERE-CADMERG2 UNTIL FIM-ARQ
                     CLOSE CADMERG2.
              PERFORM FECHA-ARQUIVO.

       LER-CADMERG2.
              READ CADMERG2 AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-CADMERG2.
              READ ANT-CADMERG2 AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-CADMERG2.
              WRITE REG-ANT-CADMERG2 FROM REG-CADMERG2.
              PERFORM LER-CADMERG2.

       REGRAVA-CADMERG2.
              MOVE REG-ANT-CADMERG2 TO WS-ANT.
              PERFORM CONVERTE-GR.
              WRITE REG-CADMERG2 FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-CADMERG2.

       CONFERE-CADMERG2.
              MOVE REG-CADMERG2 TO WS-NOVO.
              PERFORM SOMA-GR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-CADMERG2.

       CONVERTE-CADMERG3.
              MOVE "CADMERG3" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT CADMERG3
                     PERFORM LER-CADMERG3
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-CADMERG3
                            PERFORM COPIA-CADMERG3 UNTIL FIM-ARQ
                            CLOSE ANT-CADMERG3
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE CADMERG3.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-CADMERG3
                         OUTPUT CADMERG3
                     PERFORM LER-ANT-CADMERG3
                     PERFORM REGRAVA-CADMERG3 UNTIL FIM-ARQ
                     CLOSE ANT-CADMERG3 CADMERG3
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT CADMERG3
                     PERFORM LER-CADMERG3
                     PERFORM CONFERE-CADMERG3 UNTIL FIM-ARQ
                     CLOSE CADMERG3.
              PERFORM FECHA-ARQUIVO.

       LER-CADMERG3.
              READ CADMERG3 AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-CADMERG3.
              READ ANT-CADMERG3 AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-CADMERG3.
              WRITE REG-ANT-CADMERG3 FROM REG-CADMERG3.
              PERFORM LER-CADMERG3.

       REGRAVA-CADMERG3.
              MOVE REG-ANT-CADMERG3 TO WS-ANT.
              PERFORM CONVERTE-GR.
              WRITE REG-CADMERG3 FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-CADMERG3.

       CONFERE-CADMERG3.
              MOVE REG-CADMERG3 TO WS-NOVO.
              PERFORM SOMA-GR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-CADMERG3.

       CONVERTE-ATUMERG1.
              MOVE "ATUMERG1" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT ATUMERG1
                     PERFORM LER-ATUMERG1
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-ATUMERG1
                            PERFORM COPIA-ATUMERG1 UNTIL FIM-ARQ
                            CLOSE ANT-ATUMERG1
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE ATUMERG1.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-ATUMERG1
                         OUTPUT ATUMERG1
                     PERFORM LER-ANT-ATUMERG1
                     PERFORM REGRAVA-ATUMERG1 UNTIL FIM-ARQ
                     CLOSE ANT-ATUMERG1 ATUMERG1
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT ATUMERG1
                     PERFORM LER-ATUMERG1
                     PERFORM CONFERE-ATUMERG1 UNTIL FIM-ARQ
                     CLOSE ATUMERG1.
              PERFORM FECHA-ARQUIVO.

       LER-ATUMERG1.
              READ ATUMERG1 AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-ATUMERG1.
              READ ANT-ATUMERG1 AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-ATUMERG1.
              WRITE REG-ANT-ATUMERG1 FROM REG-ATUMERG1.
              PERFORM LER-ATUMERG1.

       REGRAVA-ATUMERG1.
              MOVE REG-ANT-ATUMERG1 TO WS-ANT.
              PERFORM CONVERTE-GR.
              WRITE REG-ATUMERG1 FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-ATUMERG1.

       CONFERE-ATUMERG1.
              MOVE REG-ATUMERG1 TO WS-NOVO.
              PERFORM SOMA-GR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-ATUMERG1.

       CONVERTE-ATUMERG2.
              MOVE "ATUMERG2" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT ATUMERG2
                     PERFORM LER-ATUMERG2
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-ATUMERG2
                            PERFORM COPIA-ATUMERG2 UNTIL FIM-ARQ
                            CLOSE ANT-ATUMERG2
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE ATUMERG2.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-ATUMERG2
                         OUTPUT ATUMERG2
                     PERFORM LER-ANT-ATUMERG2
                     PERFORM REGRAVA-ATUMERG2 UNTIL FIM-ARQ
                     CLOSE ANT-ATUMERG2 ATUMERG2
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT ATUMERG2
                     PERFORM LER-ATUMERG2
                     PERFORM CONFERE-ATUMERG2 UNTIL FIM-ARQ
                     CLOSE ATUMERG2.
              PERFORM FECHA-ARQUIVO.

       LER-ATUMERG2.
              READ ATUMERG2 AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-ATUMERG2.
              READ ANT-ATUMERG2 AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-ATUMERG2.
              WRITE REG-ANT-ATUMERG2 FROM REG-ATUMERG2.
              PERFORM LER-ATUMERG2.

       REGRAVA-ATUMERG2.
              MOVE REG-ANT-ATUMERG2 TO WS-ANT.
              PERFORM CONVERTE-GR.
              WRITE REG-ATUMERG2 FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-ATUMERG2.

       CONFERE-ATUMERG2.
              MOVE REG-ATUMERG2 TO WS-NOVO.
              PERFORM SOMA-GR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-ATUMERG2.

       CONVERTE-ATUMERG3.
              MOVE "ATUMERG3" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT ATUMERG3
                     PERFORM LER-ATUMERG3
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-ATUMERG3
                            PERFORM COPIA-ATUMERG3 UNTIL FIM-ARQ
                            CLOSE ANT-ATUMERG3
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE ATUMERG3.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-ATUMERG3
                         OUTPUT ATUMERG3
                     PERFORM LER-ANT-ATUMERG3
                     PERFORM REGRAVA-ATUMERG3 UNTIL FIM-ARQ
                     CLOSE ANT-ATUMERG3 ATUMERG3
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT ATUMERG3
                     PERFORM LER-ATUMERG3
                     PERFORM CONFERE-ATUMERG3 UNTIL FIM-ARQ
                     CLOSE ATUMERG3.
              PERFORM FECHA-ARQUIVO.

       LER-ATUMERG3.
              READ ATUMERG3 AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-ATUMERG3.
              READ ANT-ATUMERG3 AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-ATUMERG3.
              WRITE REG-ANT-ATUMERG3 FROM REG-ATUMERG3.
              PERFORM LER-ATUMERG3.

       REGRAVA-ATUMERG3.
              MOVE REG-ANT-ATUMERG3 TO WS-ANT.
              PERFORM CONVERTE-GR.
              WRITE REG-ATUMERG3 FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-ATUMERG3.

       CONFERE-ATUMERG3.
              MOVE REG-ATUMERG3 TO WS-NOVO.
              PERFORM SOMA-GR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-ATUMERG3.

       CONVERTE-MOVMERC.
              MOVE "MOVMERC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVMERC
                     PERFORM LER-MOVMERC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVMERC
                            PERFORM COPIA-MOVMERC UNTIL FIM-ARQ
                            CLOSE ANT-MOVMERC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVMERC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVMERC
                         OUTPUT MOVMERC
                     PERFORM LER-ANT-MOVMERC
                     PERFORM REGRAVA-MOVMERC UNTIL FIM-ARQ
                     CLOSE ANT-MOVMERC MOVMERC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVMERC
                     PERFORM LER-MOVMERC
                     PERFORM CONFERE-MOVMERC UNTIL FIM-ARQ
                     CLOSE MOVMERC.
              PERFORM FECHA-ARQUIVO.

       LER-MOVMERC.
              READ MOVMERC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVMERC.
              READ ANT-MOVMERC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVMERC.
              WRITE REG-ANT-MOVMERC FROM REG-MOVMERC.
              PERFORM LER-MOVMERC.

       REGRAVA-MOVMERC.
              MOVE REG-ANT-MOVMERC TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-MOVMERC FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVMERC.

       CONFERE-MOVMERC.
              MOVE REG-MOVMERC TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVMERC.

       CONVERTE-MOVPEND.
              MOVE "MOVPEND" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVPEND
                     PERFORM LER-MOVPEND
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVPEND
                            PERFORM COPIA-MOVPEND UNTIL FIM-ARQ
                            CLOSE ANT-MOVPEND
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVPEND.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVPEND
                         OUTPUT MOVPEND
                     PERFORM LER-ANT-MOVPEND
                     PERFORM REGRAVA-MOVPEND UNTIL FIM-ARQ
                     CLOSE ANT-MOVPEND MOVPEND
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVPEND
                     PERFORM LER-MOVPEND
                     PERFORM CONFERE-MOVPEND UNTIL FIM-ARQ
                     CLOSE MOVPEND.
              PERFORM FECHA-ARQUIVO.

       LER-MOVPEND.
              READ MOVPEND AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVPEND.
              READ ANT-MOVPEND AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVPEND.
              WRITE REG-ANT-MOVPEND FROM REG-MOVPEND.
              PERFORM LER-MOVPEND.

       REGRAVA-MOVPEND.
              MOVE REG-ANT-MOVPEND TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-MOVPEND FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVPEND.

       CONFERE-MOVPEND.
              MOVE REG-MOVPEND TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVPEND.

       CONVERTE-MOVGER.
              MOVE "MOVGER" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVGER
                     PERFORM LER-MOVGER
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVGER
                            PERFORM COPIA-MOVGER UNTIL FIM-ARQ
                            CLOSE ANT-MOVGER
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVGER.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVGER
                         OUTPUT MOVGER
                     PERFORM LER-ANT-MOVGER
                     PERFORM REGRAVA-MOVGER UNTIL FIM-ARQ
                     CLOSE ANT-MOVGER MOVGER
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVGER
                     PERFORM LER-MOVGER
                     PERFORM CONFERE-MOVGER UNTIL FIM-ARQ
                     CLOSE MOVGER.
              PERFORM FECHA-ARQUIVO.

       LER-MOVGER.
              READ MOVGER AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVGER.
              READ ANT-MOVGER AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVGER.
              WRITE REG-ANT-MOVGER FROM REG-MOVGER.
              PERFORM LER-MOVGER.

       REGRAVA-MOVGER.
              MOVE REG-ANT-MOVGER TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-MOVGER FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVGER.

       CONFERE-MOVGER.
              MOVE REG-MOVGER TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVGER.

       CONVERTE-MOVAJU.
              MOVE "MOVAJU" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVAJU
                     PERFORM LER-MOVAJU
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVAJU
                            PERFORM COPIA-MOVAJU UNTIL FIM-ARQ
                            CLOSE ANT-MOVAJU
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVAJU.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVAJU
                         OUTPUT MOVAJU
                     PERFORM LER-ANT-MOVAJU
                     PERFORM REGRAVA-MOVAJU UNTIL FIM-ARQ
                     CLOSE ANT-MOVAJU MOVAJU
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVAJU
                     PERFORM LER-MOVAJU
                     PERFORM CONFERE-MOVAJU UNTIL FIM-ARQ
                     CLOSE MOVAJU.
              PERFORM FECHA-ARQUIVO.

       LER-MOVAJU.
              READ MOVAJU AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVAJU.
              READ ANT-MOVAJU AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVAJU.
              WRITE REG-ANT-MOVAJU FROM REG-MOVAJU.
              PERFORM LER-MOVAJU.

       REGRAVA-MOVAJU.
              MOVE REG-ANT-MOVAJU TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-MOVAJU FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVAJU.

       CONFERE-MOVAJU.
              MOVE REG-MOVAJU TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVAJU.

       CONVERTE-MOVSUG.
              MOVE "MOVSUG" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVSUG
                     PERFORM LER-MOVSUG
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVSUG
                            PERFORM COPIA-MOVSUG UNTIL FIM-ARQ
                            CLOSE ANT-MOVSUG
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVSUG.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVSUG
                         OUTPUT MOVSUG
                     PERFORM LER-ANT-MOVSUG
                     PERFORM REGRAVA-MOVSUG UNTIL FIM-ARQ
                     CLOSE ANT-MOVSUG MOVSUG
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVSUG
                     PERFORM LER-MOVSUG
                     PERFORM CONFERE-MOVSUG UNTIL FIM-ARQ
                     CLOSE MOVSUG.
              PERFORM FECHA-ARQUIVO.

       LER-MOVSUG.
              READ MOVSUG AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVSUG.
              READ ANT-MOVSUG AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVSUG.
              WRITE REG-ANT-MOVSUG FROM REG-MOVSUG.
              PERFORM LER-MOVSUG.

       REGRAVA-MOVSUG.
              MOVE REG-ANT-MOVSUG TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-MOVSUG FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVSUG.

       CONFERE-MOVSUG.
              MOVE REG-MOVSUG TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVSUG.

       CONVERTE-MOVSAI.
              MOVE "MOVSAI" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVSAI
                     PERFORM LER-MOVSAI
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVSAI
                            PERFORM COPIA-MOVSAI UNTIL FIM-ARQ
                            CLOSE ANT-MOVSAI
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVSAI.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVSAI
                         OUTPUT MOVSAI
                     PERFORM LER-ANT-MOVSAI
                     PERFORM REGRAVA-MOVSAI UNTIL FIM-ARQ
                     CLOSE ANT-MOVSAI MOVSAI
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVSAI
                     PERFORM LER-MOVSAI
                     PERFORM CONFERE-MOVSAI UNTIL FIM-ARQ
                     CLOSE MOVSAI.
              PERFORM FECHA-ARQUIVO.

       LER-MOVSAI.
              READ MOVSAI AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVSAI.
              READ ANT-MOVSAI AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVSAI.
              WRITE REG-ANT-MOVSAI FROM REG-MOVSAI.
              PERFORM LER-MOVSAI.

       REGRAVA-MOVSAI.
              MOVE REG-ANT-MOVSAI TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-MOVSAI FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVSAI.

       CONFERE-MOVSAI.
              MOVE REG-MOVSAI TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVSAI.

       CONVERTE-RECICMER.
              MOVE "RECICMER" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT RECICMER
                     PERFORM LER-RECICMER
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-RECICMER
                            PERFORM COPIA-RECICMER UNTIL FIM-ARQ
                            CLOSE ANT-RECICMER
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE RECICMER.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-RECICMER
                         OUTPUT RECICMER
                     PERFORM LER-ANT-RECICMER
                     PERFORM REGRAVA-RECICMER UNTIL FIM-ARQ
                     CLOSE ANT-RECICMER RECICMER
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT RECICMER
                     PERFORM LER-RECICMER
                     PERFORM CONFERE-RECICMER UNTIL FIM-ARQ
                     CLOSE RECICMER.
              PERFORM FECHA-ARQUIVO.

       LER-RECICMER.
              READ RECICMER AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-RECICMER.
              READ ANT-RECICMER AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-RECICMER.
              WRITE REG-ANT-RECICMER FROM REG-RECICMER.
              PERFORM LER-RECICMER.

       REGRAVA-RECICMER.
              MOVE REG-ANT-RECICMER TO WS-MOV-ANT.
              PERFORM CONVERTE-MV.
              WRITE REG-RECICMER FROM WS-MOV-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-RECICMER.

       CONFERE-RECICMER.
              MOVE REG-RECICMER TO WS-MOV-NOVO.
              PERFORM SOMA-MV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-RECICMER.

       CONVERTE-MOVMERCR.
              MOVE "MOVMERCR" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT MOVMERCR
                     PERFORM LER-MOVMERCR
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-MOVMERCR
                            PERFORM COPIA-MOVMERCR UNTIL FIM-ARQ
                            CLOSE ANT-MOVMERCR
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE MOVMERCR.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-MOVMERCR
                         OUTPUT MOVMERCR
                     PERFORM LER-ANT-MOVMERCR
                     PERFORM REGRAVA-MOVMERCR UNTIL FIM-ARQ
                     CLOSE ANT-MOVMERCR MOVMERCR
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT MOVMERCR
                     PERFORM LER-MOVMERCR
                     PERFORM CONFERE-MOVMERCR UNTIL FIM-ARQ
                     CLOSE MOVMERCR.
              PERFORM FECHA-ARQUIVO.

       LER-MOVMERCR.
              READ MOVMERCR AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-MOVMERCR.
              READ ANT-MOVMERCR AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-MOVMERCR.
              WRITE REG-ANT-MOVMERCR FROM REG-MOVMERCR.
              PERFORM LER-MOVMERCR.

       REGRAVA-MOVMERCR.
              MOVE REG-ANT-MOVMERCR TO WS-ANT.
              PERFORM CONVERTE-RJ.
              WRITE REG-MOVMERCR FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-MOVMERCR.

       CONFERE-MOVMERCR.
              MOVE REG-MOVMERCR TO WS-NOVO.
              PERFORM SOMA-RJ-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-MOVMERCR.

       CONVERTE-PEDCOMP.
              MOVE "PEDCOMP" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT PEDCOMP
                     PERFORM LER-PEDCOMP
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-PEDCOMP
                            PERFORM COPIA-PEDCOMP UNTIL FIM-ARQ
                            CLOSE ANT-PEDCOMP
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE PEDCOMP.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-PEDCOMP
                         OUTPUT PEDCOMP
                     PERFORM LER-ANT-PEDCOMP
                     PERFORM REGRAVA-PEDCOMP UNTIL FIM-ARQ
                     CLOSE ANT-PEDCOMP PEDCOMP
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT PEDCOMP
                     PERFORM LER-PEDCOMP
                     PERFORM CONFERE-PEDCOMP UNTIL FIM-ARQ
                     CLOSE PEDCOMP.
              PERFORM FECHA-ARQUIVO.

       LER-PEDCOMP.
              READ PEDCOMP AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-PEDCOMP.
              READ ANT-PEDCOMP AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-PEDCOMP.
              WRITE REG-ANT-PEDCOMP FROM REG-PEDCOMP.
              PERFORM LER-PEDCOMP.

       REGRAVA-PEDCOMP.
              MOVE REG-ANT-PEDCOMP TO WS-ANT.
              PERFORM CONVERTE-PC.
              WRITE REG-PEDCOMP FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-PEDCOMP.

       CONFERE-PEDCOMP.
              MOVE REG-PEDCOMP TO WS-NOVO.
              PERFORM SOMA-PC-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-PEDCOMP.

       CONVERTE-PEDABERT.
              MOVE "PEDABERT" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT PEDABERT
                     PERFORM LER-PEDABERT
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-PEDABERT
                            PERFORM COPIA-PEDABERT UNTIL FIM-ARQ
                            CLOSE ANT-PEDABERT
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE PEDABERT.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-PEDABERT
                         OUTPUT PEDABERT
                     PERFORM LER-ANT-PEDABERT
                     PERFORM REGRAVA-PEDABERT UNTIL FIM-ARQ
                     CLOSE ANT-PEDABERT PEDABERT
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT PEDABERT
                     PERFORM LER-PEDABERT
                     PERFORM CONFERE-PEDABERT UNTIL FIM-ARQ
                     CLOSE PEDABERT.
              PERFORM FECHA-ARQUIVO.

       LER-PEDABERT.
              READ PEDABERT AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-PEDABERT.
              READ ANT-PEDABERT AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-PEDABERT.
              WRITE REG-ANT-PEDABERT FROM REG-PEDABERT.
              PERFORM LER-PEDABERT.

       REGRAVA-PEDABERT.
              MOVE REG-ANT-PEDABERT TO WS-ANT.
              PERFORM CONVERTE-PA.
              WRITE REG-PEDABERT FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-PEDABERT.

       CONFERE-PEDABERT.
              MOVE REG-PEDABERT TO WS-NOVO.
              PERFORM SOMA-PA-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-PEDABERT.

       CONVERTE-JORNMERC.
              MOVE "JORNMERC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT JORNMERC
                     PERFORM LER-JORNMERC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-JORNMERC
                            PERFORM COPIA-JORNMERC UNTIL FIM-ARQ
                            CLOSE ANT-JORNMERC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE JORNMERC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-JORNMERC
                         OUTPUT JORNMERC
                     PERFORM LER-ANT-JORNMERC
                     PERFORM REGRAVA-JORNMERC UNTIL FIM-ARQ
                     CLOSE ANT-JORNMERC JORNMERC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT JORNMERC
                     PERFORM LER-JORNMERC
                     PERFORM CONFERE-JORNMERC UNTIL FIM-ARQ
                     CLOSE JORNMERC.
              PERFORM FECHA-ARQUIVO.

       LER-JORNMERC.
              READ JORNMERC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-JORNMERC.
              READ ANT-JORNMERC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-JORNMERC.
              WRITE REG-ANT-JORNMERC FROM REG-JORNMERC.
              PERFORM LER-JORNMERC.

       REGRAVA-JORNMERC.
              MOVE REG-ANT-JORNMERC TO WS-ANT.
              PERFORM CONVERTE-JR.
              WRITE REG-JORNMERC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-JORNMERC.

       CONFERE-JORNMERC.
              MOVE REG-JORNMERC TO WS-NOVO.
              PERFORM SOMA-JR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-JORNMERC.

       CONVERTE-HISTPREC.
              MOVE "HISTPREC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT HISTPREC
                     PERFORM LER-HISTPREC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-HISTPREC
                            PERFORM COPIA-HISTPREC UNTIL FIM-ARQ
                            CLOSE ANT-HISTPREC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE HISTPREC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-HISTPREC
                         OUTPUT HISTPREC
                     PERFORM LER-ANT-HISTPREC
                     PERFORM REGRAVA-HISTPREC UNTIL FIM-ARQ
                     CLOSE ANT-HISTPREC HISTPREC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT HISTPREC
                     PERFORM LER-HISTPREC
                     PERFORM CONFERE-HISTPREC UNTIL FIM-ARQ
                     CLOSE HISTPREC.
              PERFORM FECHA-ARQUIVO.

       LER-HISTPREC.
              READ HISTPREC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-HISTPREC.
              READ ANT-HISTPREC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-HISTPREC.
              WRITE REG-ANT-HISTPREC FROM REG-HISTPREC.
              PERFORM LER-HISTPREC.

       REGRAVA-HISTPREC.
              MOVE REG-ANT-HISTPREC TO WS-ANT.
              PERFORM CONVERTE-HP.
              WRITE REG-HISTPREC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-HISTPREC.

       CONFERE-HISTPREC.
              MOVE REG-HISTPREC TO WS-NOVO.
              PERFORM SOMA-HP-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-HISTPREC.

       CONVERTE-POSESTOQ.
              MOVE "POSESTOQ" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT POSESTOQ
                     PERFORM LER-POSESTOQ
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-POSESTOQ
                            PERFORM COPIA-POSESTOQ UNTIL FIM-ARQ
                            CLOSE ANT-POSESTOQ
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE POSESTOQ.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-POSESTOQ
                         OUTPUT POSESTOQ
                     PERFORM LER-ANT-POSESTOQ
                     PERFORM REGRAVA-POSESTOQ UNTIL FIM-ARQ
                     CLOSE ANT-POSESTOQ POSESTOQ
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT POSESTOQ
                     PERFORM LER-POSESTOQ
                     PERFORM CONFERE-POSESTOQ UNTIL FIM-ARQ
                     CLOSE POSESTOQ.
              PERFORM FECHA-ARQUIVO.

       LER-POSESTOQ.
              READ POSESTOQ AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-POSESTOQ.
              READ ANT-POSESTOQ AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-POSESTOQ.
              WRITE REG-ANT-POSESTOQ FROM REG-POSESTOQ.
              PERFORM LER-POSESTOQ.

       REGRAVA-POSESTOQ.
              MOVE REG-ANT-POSESTOQ TO WS-ANT.
              PERFORM CONVERTE-PO.
              WRITE REG-POSESTOQ FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-POSESTOQ.

       CONFERE-POSESTOQ.
              MOVE REG-POSESTOQ TO WS-NOVO.
              PERFORM SOMA-PO-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-POSESTOQ.

       CONVERTE-RECEB.
              MOVE "RECEB" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT RECEB
                     PERFORM LER-RECEB
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-RECEB
                            PERFORM COPIA-RECEB UNTIL FIM-ARQ
                            CLOSE ANT-RECEB
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE RECEB.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-RECEB
                         OUTPUT RECEB
                     PERFORM LER-ANT-RECEB
                     PERFORM REGRAVA-RECEB UNTIL FIM-ARQ
                     CLOSE ANT-RECEB RECEB
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT RECEB
                     PERFORM LER-RECEB
                     PERFORM CONFERE-RECEB UNTIL FIM-ARQ
                     CLOSE RECEB.
              PERFORM FECHA-ARQUIVO.

       LER-RECEB.
              READ RECEB AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-RECEB.
              READ ANT-RECEB AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-RECEB.
              WRITE REG-ANT-RECEB FROM REG-RECEB.
              PERFORM LER-RECEB.

       REGRAVA-RECEB.
              MOVE REG-ANT-RECEB TO WS-ANT.
              PERFORM CONVERTE-RB.
              WRITE REG-RECEB FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-RECEB.

       CONFERE-RECEB.
              MOVE REG-RECEB TO WS-NOVO.
              PERFORM SOMA-RB-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-RECEB.

       CONVERTE-NOTAFISC.
              MOVE "NOTAFISC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT NOTAFISC
                     PERFORM LER-NOTAFISC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-NOTAFISC
                            PERFORM COPIA-NOTAFISC UNTIL FIM-ARQ
                            CLOSE ANT-NOTAFISC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE NOTAFISC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-NOTAFISC
                         OUTPUT NOTAFISC
                     PERFORM LER-ANT-NOTAFISC
                     PERFORM REGRAVA-NOTAFISC UNTIL FIM-ARQ
                     CLOSE ANT-NOTAFISC NOTAFISC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT NOTAFISC
                     PERFORM LER-NOTAFISC
                     PERFORM CONFERE-NOTAFISC UNTIL FIM-ARQ
                     CLOSE NOTAFISC.
              PERFORM FECHA-ARQUIVO.

       LER-NOTAFISC.
              READ NOTAFISC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-NOTAFISC.
              READ ANT-NOTAFISC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-NOTAFISC.
              WRITE REG-ANT-NOTAFISC FROM REG-NOTAFISC.
              PERFORM LER-NOTAFISC.

       REGRAVA-NOTAFISC.
              MOVE REG-ANT-NOTAFISC TO WS-ANT.
              PERFORM CONVERTE-NF.
              WRITE REG-NOTAFISC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-NOTAFISC.

       CONFERE-NOTAFISC.
              MOVE REG-NOTAFISC TO WS-NOVO.
              PERFORM SOMA-NF-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-NOTAFISC.

       CONVERTE-CONTAGEM.
              MOVE "CONTAGEM" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT CONTAGEM
                     PERFORM LER-CONTAGEM
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-CONTAGEM
                            PERFORM COPIA-CONTAGEM UNTIL FIM-ARQ
                            CLOSE ANT-CONTAGEM
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE CONTAGEM.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-CONTAGEM
                         OUTPUT CONTAGEM
                     PERFORM LER-ANT-CONTAGEM
                     PERFORM REGRAVA-CONTAGEM UNTIL FIM-ARQ
                     CLOSE ANT-CONTAGEM CONTAGEM
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT CONTAGEM
                     PERFORM LER-CONTAGEM
                     PERFORM CONFERE-CONTAGEM UNTIL FIM-ARQ
                     CLOSE CONTAGEM.
              PERFORM FECHA-ARQUIVO.

       LER-CONTAGEM.
              READ CONTAGEM AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-CONTAGEM.
              READ ANT-CONTAGEM AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-CONTAGEM.
              WRITE REG-ANT-CONTAGEM FROM REG-CONTAGEM.
              PERFORM LER-CONTAGEM.

       REGRAVA-CONTAGEM.
              MOVE REG-ANT-CONTAGEM TO WS-ANT.
              PERFORM CONVERTE-CT.
              WRITE REG-CONTAGEM FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-CONTAGEM.

       CONFERE-CONTAGEM.
              MOVE REG-CONTAGEM TO WS-NOVO.
              PERFORM SOMA-CT-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-CONTAGEM.

       CONVERTE-HISTCONF.
              MOVE "HISTCONF" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT HISTCONF
                     PERFORM LER-HISTCONF
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-HISTCONF
                            PERFORM COPIA-HISTCONF UNTIL FIM-ARQ
                            CLOSE ANT-HISTCONF
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE HISTCONF.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-HISTCONF
                         OUTPUT HISTCONF
                     PERFORM LER-ANT-HISTCONF
                     PERFORM REGRAVA-HISTCONF UNTIL FIM-ARQ
                     CLOSE ANT-HISTCONF HISTCONF
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT HISTCONF
                     PERFORM LER-HISTCONF
                     PERFORM CONFERE-HISTCONF UNTIL FIM-ARQ
                     CLOSE HISTCONF.
              PERFORM FECHA-ARQUIVO.

       LER-HISTCONF.
              READ HISTCONF AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-HISTCONF.
              READ ANT-HISTCONF AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-HISTCONF.
              WRITE REG-ANT-HISTCONF FROM REG-HISTCONF.
              PERFORM LER-HISTCONF.

       REGRAVA-HISTCONF.
              MOVE REG-ANT-HISTCONF TO WS-ANT.
              PERFORM CONVERTE-HC.
              WRITE REG-HISTCONF FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-HISTCONF.

       CONFERE-HISTCONF.
              MOVE REG-HISTCONF TO WS-NOVO.
              PERFORM SOMA-HC-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-HISTCONF.

       CONVERTE-LOTEMERC.
              MOVE "LOTEMERC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT LOTEMERC
                     PERFORM LER-LOTEMERC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-LOTEMERC
                            PERFORM COPIA-LOTEMERC UNTIL FIM-ARQ
                            CLOSE ANT-LOTEMERC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE LOTEMERC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-LOTEMERC
                         OUTPUT LOTEMERC
                     PERFORM LER-ANT-LOTEMERC
                     PERFORM REGRAVA-LOTEMERC UNTIL FIM-ARQ
                     CLOSE ANT-LOTEMERC LOTEMERC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT LOTEMERC
                     PERFORM LER-LOTEMERC
                     PERFORM CONFERE-LOTEMERC UNTIL FIM-ARQ
                     CLOSE LOTEMERC.
              PERFORM FECHA-ARQUIVO.

       LER-LOTEMERC.
              READ LOTEMERC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-LOTEMERC.
              READ ANT-LOTEMERC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-LOTEMERC.
              WRITE REG-ANT-LOTEMERC FROM REG-LOTEMERC.
              PERFORM LER-LOTEMERC.

       REGRAVA-LOTEMERC.
              MOVE REG-ANT-LOTEMERC TO WS-ANT.
              PERFORM CONVERTE-LM.
              WRITE REG-LOTEMERC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-LOTEMERC.

       CONFERE-LOTEMERC.
              MOVE REG-LOTEMERC TO WS-NOVO.
              PERFORM SOMA-LM-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-LOTEMERC.

       CONVERTE-LOTEREC.
              MOVE "LOTEREC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT LOTEREC
                     PERFORM LER-LOTEREC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-LOTEREC
                            PERFORM COPIA-LOTEREC UNTIL FIM-ARQ
                            CLOSE ANT-LOTEREC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE LOTEREC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-LOTEREC
                         OUTPUT LOTEREC
                     PERFORM LER-ANT-LOTEREC
                     PERFORM REGRAVA-LOTEREC UNTIL FIM-ARQ
                     CLOSE ANT-LOTEREC LOTEREC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT LOTEREC
                     PERFORM LER-LOTEREC
                     PERFORM CONFERE-LOTEREC UNTIL FIM-ARQ
                     CLOSE LOTEREC.
              PERFORM FECHA-ARQUIVO.

       LER-LOTEREC.
              READ LOTEREC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-LOTEREC.
              READ ANT-LOTEREC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-LOTEREC.
              WRITE REG-ANT-LOTEREC FROM REG-LOTEREC.
              PERFORM LER-LOTEREC.

       REGRAVA-LOTEREC.
              MOVE REG-ANT-LOTEREC TO WS-ANT.
              PERFORM CONVERTE-LR.
              WRITE REG-LOTEREC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-LOTEREC.

       CONFERE-LOTEREC.
              MOVE REG-LOTEREC TO WS-NOVO.
              PERFORM SOMA-LR-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-LOTEREC.

       CONVERTE-PEDVENDA.
              MOVE "PEDVENDA" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT PEDVENDA
                     PERFORM LER-PEDVENDA
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-PEDVENDA
                            PERFORM COPIA-PEDVENDA UNTIL FIM-ARQ
                            CLOSE ANT-PEDVENDA
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE PEDVENDA.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-PEDVENDA
                         OUTPUT PEDVENDA
                     PERFORM LER-ANT-PEDVENDA
                     PERFORM REGRAVA-PEDVENDA UNTIL FIM-ARQ
                     CLOSE ANT-PEDVENDA PEDVENDA
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT PEDVENDA
                     PERFORM LER-PEDVENDA
                     PERFORM CONFERE-PEDVENDA UNTIL FIM-ARQ
                     CLOSE PEDVENDA.
              PERFORM FECHA-ARQUIVO.

       LER-PEDVENDA.
              READ PEDVENDA AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-PEDVENDA.
              READ ANT-PEDVENDA AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-PEDVENDA.
              WRITE REG-ANT-PEDVENDA FROM REG-PEDVENDA.
              PERFORM LER-PEDVENDA.

       REGRAVA-PEDVENDA.
              MOVE REG-ANT-PEDVENDA TO WS-ANT.
              PERFORM CONVERTE-PV.
              WRITE REG-PEDVENDA FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-PEDVENDA.

       CONFERE-PEDVENDA.
              MOVE REG-PEDVENDA TO WS-NOVO.
              PERFORM SOMA-PV-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-PEDVENDA.

       CONVERTE-VALANT.
              MOVE "VALANT" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT VALANT
                     PERFORM LER-VALANT
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-VALANT
                            PERFORM COPIA-VALANT UNTIL FIM-ARQ
                            CLOSE ANT-VALANT
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE VALANT.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-VALANT
                         OUTPUT VALANT
                     PERFORM LER-ANT-VALANT
                     PERFORM REGRAVA-VALANT UNTIL FIM-ARQ
                     CLOSE ANT-VALANT VALANT
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT VALANT
                     PERFORM LER-VALANT
                     PERFORM CONFERE-VALANT UNTIL FIM-ARQ
                     CLOSE VALANT.
              PERFORM FECHA-ARQUIVO.

       LER-VALANT.
              READ VALANT AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-VALANT.
              READ ANT-VALANT AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-VALANT.
              WRITE REG-ANT-VALANT FROM REG-VALANT.
              PERFORM LER-VALANT.

       REGRAVA-VALANT.
              MOVE REG-ANT-VALANT TO WS-ANT.
              PERFORM CONVERTE-VA.
              WRITE REG-VALANT FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-VALANT.

       CONFERE-VALANT.
              MOVE REG-VALANT TO WS-NOVO.
              PERFORM SOMA-VA-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-VALANT.

       CONVERTE-LANCCONT.
              MOVE "LANCCONT" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT LANCCONT
                     PERFORM LER-LANCCONT
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-LANCCONT
                            PERFORM COPIA-LANCCONT UNTIL FIM-ARQ
                            CLOSE ANT-LANCCONT
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE LANCCONT.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-LANCCONT
                         OUTPUT LANCCONT
                     PERFORM LER-ANT-LANCCONT
                     PERFORM REGRAVA-LANCCONT UNTIL FIM-ARQ
                     CLOSE ANT-LANCCONT LANCCONT
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT LANCCONT
                     PERFORM LER-LANCCONT
                     PERFORM CONFERE-LANCCONT UNTIL FIM-ARQ
                     CLOSE LANCCONT.
              PERFORM FECHA-ARQUIVO.

       LER-LANCCONT.
              READ LANCCONT AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-LANCCONT.
              READ ANT-LANCCONT AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-LANCCONT.
              WRITE REG-ANT-LANCCONT FROM REG-LANCCONT.
              PERFORM LER-LANCCONT.

       REGRAVA-LANCCONT.
              MOVE REG-ANT-LANCCONT TO WS-ANT.
              PERFORM CONVERTE-LC.
              WRITE REG-LANCCONT FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-LANCCONT.

       CONFERE-LANCCONT.
              MOVE REG-LANCCONT TO WS-NOVO.
              PERFORM SOMA-LC-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-LANCCONT.

       CONVERTE-FORNEC.
              MOVE "FORNEC" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT FORNEC
                     PERFORM LER-FORNEC
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-FORNEC
                            PERFORM COPIA-FORNEC UNTIL FIM-ARQ
                            CLOSE ANT-FORNEC
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE FORNEC.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-FORNEC
                         OUTPUT FORNEC
                     PERFORM LER-ANT-FORNEC
                     PERFORM REGRAVA-FORNEC UNTIL FIM-ARQ
                     CLOSE ANT-FORNEC FORNEC
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT FORNEC
                     PERFORM LER-FORNEC
                     PERFORM CONFERE-FORNEC UNTIL FIM-ARQ
                     CLOSE FORNEC.
              PERFORM FECHA-ARQUIVO.

       LER-FORNEC.
              READ FORNEC AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-FORNEC.
              READ ANT-FORNEC AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-FORNEC.
              WRITE REG-ANT-FORNEC FROM REG-FORNEC.
              PERFORM LER-FORNEC.

       REGRAVA-FORNEC.
              MOVE REG-ANT-FORNEC TO WS-ANT.
              PERFORM CONVERTE-FN.
              WRITE REG-FORNEC FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-FORNEC.

       CONFERE-FORNEC.
              MOVE REG-FORNEC TO WS-NOVO.
              PERFORM SOMA-FN-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-FORNEC.

       CONVERTE-CONVUND.
              MOVE "CONVUND" TO WS-ARQUIVO.
              PERFORM PROCURA-CONTROLE.
              IF FASE-INICIAL
                     OPEN INPUT CONVUND
                     PERFORM LER-CONVUND
                     IF FIM-ARQ
                            MOVE "V" TO WS-FASE
                     ELSE
                            OPEN OUTPUT ANT-CONVUND
                            PERFORM COPIA-CONVUND UNTIL FIM-ARQ
                            CLOSE ANT-CONVUND
                            PERFORM MARCA-COPIADO
                     END-IF
                     CLOSE CONVUND.
              IF FASE-COPIADO
                     PERFORM ZERA-TOTAIS
                     OPEN INPUT ANT-CONVUND
                         OUTPUT CONVUND
                     PERFORM LER-ANT-CONVUND
                     PERFORM REGRAVA-CONVUND UNTIL FIM-ARQ
                     CLOSE ANT-CONVUND CONVUND
                     MOVE "N" TO WS-FIM-ARQ
                     OPEN INPUT CONVUND
                     PERFORM LER-CONVUND
                     PERFORM CONFERE-CONVUND UNTIL FIM-ARQ
                     CLOSE CONVUND.
              PERFORM FECHA-ARQUIVO.

       LER-CONVUND.
              READ CONVUND AT END MOVE "S" TO WS-FIM-ARQ.

       LER-ANT-CONVUND.
              READ ANT-CONVUND AT END MOVE "S" TO WS-FIM-ARQ.

       COPIA-CONVUND.
              WRITE REG-ANT-CONVUND FROM REG-CONVUND.
              PERFORM LER-CONVUND.

       REGRAVA-CONVUND.
              MOVE REG-ANT-CONVUND TO WS-ANT.
              PERFORM CONVERTE-CU.
              WRITE REG-CONVUND FROM WS-NOVO.
              ADD 1 TO WS-CT-ANT.
              PERFORM LER-ANT-CONVUND.

       CONFERE-CONVUND.
              MOVE REG-CONVUND TO WS-NOVO.
              PERFORM SOMA-CU-NOVO.
              ADD 1 TO WS-CT-NOVO.
              PERFORM LER-CONVUND.

       CABECALHO.
              MOVE SPACES TO REG-RELCONV.
              WRITE REG-RELCONV AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELCONV FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELCONV FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELCONV FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELCONV.
              WRITE REG-RELCONV AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       TERMINO.
              IF CT-LIN > 34
                     PERFORM CABECALHO.
              MOVE "ARQUIVOS CONVERTIDOS NESTA VEZ" TO VAR-ROTULO-TOT.
              MOVE WS-CT-CONVERTIDOS TO VAR-QTD-TOT.
              WRITE REG-RELCONV FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "JA CONVERTIDOS ANTERIORMENTE" TO VAR-ROTULO-TOT.
              MOVE WS-CT-JA-CONV TO VAR-QTD-TOT.
              WRITE REG-RELCONV FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "AUSENTES OU VAZIOS" TO VAR-ROTULO-TOT.
              MOVE WS-CT-VAZIOS TO VAR-QTD-TOT.
              WRITE REG-RELCONV FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "COM DIVERGENCIA" TO VAR-ROTULO-TOT.
              MOVE WS-CT-DIVERGENTES TO VAR-QTD-TOT.
              WRITE REG-RELCONV FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              CLOSE CONVCTL RELCONV.
              DISPLAY "EX39: " WS-CT-CONVERTIDOS " CONVERTIDOS, "
                 WS-CT-JA-CONV " JA CONVERTIDOS, "
                 WS-CT-VAZIOS " AUSENTES/VAZIOS".
              IF WS-CT-DIVERGENTES > ZEROES
                     DISPLAY "ERRO: " WS-CT-DIVERGENTES
                        " ARQUIVO(S) COM DIVERGENCIA - VER RELCONV".

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
