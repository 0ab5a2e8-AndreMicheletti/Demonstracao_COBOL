       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX41.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          AUDITORIA SEMANAL DE INTEGRIDADE DOS DADOS DE
                         COMPRAS: CRUZA FORNEC, ATUMERC, PEDCOMP,
                         PEDABERT, HISTCONF E NOTAFISC E IMPRIME EM
                         RELINTEG OS ORFAOS E VINCULOS FALTANTES
                         AGRUPADOS POR REGRA, COM A CONTAGEM DE CADA
                         REGRA NO RESUMO FINAL:
                         1 - ITEM DO FORNEC QUE NAO EXISTE NO ATUMERC;
                         2 - PEDABERT COM FORNECEDOR FORA DO FORNEC;
                         3 - PEDCOMP COM CHAVE FORA DO ATUMERC;
                         4 - HISTCONF COM FORNECEDOR FORA DO FORNEC;
                         5 - NOTAFISC COM FORNECEDOR FORA DO FORNEC;
                         6 - ITEM DO ATUMERC QUE NENHUM FORNECEDOR
                             FORNECE.
                         NAO ALTERA NENHUM ARQUIVO DE CADASTRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORNEC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDCOMP ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PEDABERT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTCONF ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTAFISC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORFAOS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT ARQORF ASSIGN TO DISK.

       SELECT RELINTEG ASSIGN TO DISK.

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

       FD PEDCOMP
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDCOMP.DAT".

       01 REG-PEDCOMP.
              02 CHAVE-PED.
                     03 CODIGO-PED PIC 9(5).
                     03 LOCAL-PED  PIC 9(2).
              02 DESCRICAO-PED    PIC X(30).
              02 QNT-REPOR-PED    PIC 9(5).

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

       FD HISTCONF
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "HISTCONF.DAT".

       01 REG-HISTCONF.
              02 FORN-HCF         PIC 9(3).
              02 CODIGO-HCF       PIC 9(5).
              02 LOCAL-HCF        PIC 9(2).
              02 QNT-PEDIDA-HCF   PIC 9(5).
              02 QNT-ENTREGUE-HCF PIC 9(5).
              02 DATA-PEDIDO-HCF  PIC 9(8).
              02 DATA-RECEB-HCF   PIC 9(8).
              02 FLAG-DIV-HCF     PIC X.

       FD NOTAFISC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "NOTAFISC.DAT".

       01 REG-NOTAFISC.
              02 FORN-NF     PIC 9(3).
              02 CODIGO-NF   PIC 9(5).
              02 LOCAL-NF    PIC 9(2).
              02 QNT-NF      PIC 9(5).
              02 PRECO-NF    PIC 9(4)V99.

       FD ORFAOS
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ORFAOS.DAT".

       01 REG-ORFAOS.
              02 REGRA-ORF     PIC 9.
              02 FORN-ORF      PIC X(3).
              02 CODIGO-ORF    PIC X(5).
              02 LOCAL-ORF     PIC X(2).
              02 DOCTO-ORF     PIC X(8).
              02 DESCRICAO-ORF PIC X(30).

       SD ARQSORT.

       01 REG-SORT.
              02 CODIGO-SRT    PIC 9(5).
              02 GRUPO-SRT     PIC 9.
              02 LOCAL-SRT     PIC 9(2).
              02 CLASSE-SRT    PIC 9.
                     88 ATUAL-SRT   VALUE 1.
                     88 PEDCOMP-SRT VALUE 2.
                     88 FORNEC-SRT  VALUE 3.
              02 FORN-SRT      PIC 9(3).
              02 DESCRICAO-SRT PIC X(30).

       SD ARQORF.

       01 REG-ORF.
              02 REGRA-SRO     PIC 9.
              02 FORN-SRO      PIC X(3).
              02 CODIGO-SRO    PIC X(5).
              02 LOCAL-SRO     PIC X(2).
              02 DOCTO-SRO     PIC X(8).
              02 DESCRICAO-SRO PIC X(30).

       FD RELINTEG
       LABEL RECORD ARE OMITTED.

       01 REG-RELINTEG PIC X(80).

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
       77 WS-FIM-FORN PIC X VALUE "N".
              88 FIM-FORN VALUE "S".
       77 WS-FIM-ATU PIC X VALUE "N".
              88 FIM-ATU VALUE "S".
       77 WS-FIM-PED PIC X VALUE "N".
              88 FIM-PED VALUE "S".
       77 WS-FIM-PAB PIC X VALUE "N".
              88 FIM-PAB VALUE "S".
       77 WS-FIM-HCF PIC X VALUE "N".
              88 FIM-HCF VALUE "S".
       77 WS-FIM-NF PIC X VALUE "N".
              88 FIM-NF VALUE "S".
       77 WS-FIM-SRT PIC X VALUE "N".
              88 FIM-SRT VALUE "S".
       77 WS-FIM-SRO PIC X VALUE "N".
              88 FIM-SRO VALUE "S".
       77 WS-TEM-ATU-COD PIC X VALUE "N".
              88 TEM-ATU-COD VALUE "S".
       77 WS-TEM-FORN-COD PIC X VALUE "N".
              88 TEM-FORN-COD VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-IDX-ITEM PIC 99 VALUE ZEROES.
       77 WS-IDX-FORN PIC 9(4) VALUE ZEROES.
       77 WS-IDX-REGRA PIC 9 VALUE ZEROES.
       77 WS-REGRA-ATUAL PIC 9 VALUE ZEROES.
       77 WS-COD-ATUAL PIC 9(5) VALUE ZEROES.
       77 WS-ULT-LOCAL-ATU PIC 9(3) VALUE ZEROES.
       77 WS-DESC-ITEM PIC X(30) VALUE SPACES.
       77 WS-CT-ORFAOS PIC 9(7) VALUE ZEROES.

       01 TAB-FORN-CAD VALUE SPACES.
              02 FORN-CAD PIC X OCCURS 1000 TIMES.
                     88 FORN-CADASTRADO VALUE "S".

       01 TITULOS-REGRAS.
              02 FILLER PIC X(45) VALUE
              "ITEM DO FORNEC QUE NAO EXISTE NO ATUMERC".
              02 FILLER PIC X(45) VALUE
              "PEDABERT COM FORNECEDOR FORA DO FORNEC".
              02 FILLER PIC X(45) VALUE
              "PEDCOMP COM CHAVE FORA DO ATUMERC".
              02 FILLER PIC X(45) VALUE
              "HISTCONF COM FORNECEDOR FORA DO FORNEC".
              02 FILLER PIC X(45) VALUE
              "NOTAFISC COM FORNECEDOR FORA DO FORNEC".
              02 FILLER PIC X(45) VALUE
              "ITEM DO ATUMERC SEM NENHUM FORNECEDOR".
       01 TAB-TITULOS REDEFINES TITULOS-REGRAS.
              02 TITULO-REGRA PIC X(45) OCCURS 6 TIMES.

       01 TAB-CONTAGEM VALUE ZEROES.
              02 QTD-REGRA PIC 9(7) OCCURS 6 TIMES.

       01 CAB-1.
              02 FILLER PIC X(17) VALUE SPACES.
              02 FILLER PIC X(37) VALUE
              "INTEGRIDADE DOS CADASTROS DE COMPRAS".
              02 FILLER PIC X(17) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "REGRA ".
              02 VAR-REGRA-CAB PIC 9.
              02 FILLER PIC X(3) VALUE " - ".
              02 VAR-TITULO-CAB PIC X(45).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "DATA:".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(6) VALUE SPACES.

       01 CAB-2-RESUMO.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(28) VALUE
              "RESUMO DE ORFAOS POR REGRA".
              02 FILLER PIC X(25) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "DATA:".
              02 VAR-DATA-RES PIC 9(8).
              02 FILLER PIC X(12) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "FORN.".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "LOCAL".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "DOCTO.  ".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(30) VALUE "DESCRICAO / REFERENCIA".
              02 FILLER PIC X(16) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-FORN PIC X(3).
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-CODIGO PIC X(5).
              02 FILLER PIC XXXX VALUE SPACES.
              02 VAR-LOCAL PIC X(2).
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-DOCTO PIC X(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO PIC X(30).
              02 FILLER PIC X(16) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "REGRA ".
              02 VAR-REGRA-TOT PIC 9.
              02 FILLER PIC X(3) VALUE " - ".
              02 VAR-TITULO-TOT PIC X(45).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-QTD-TOT PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(10) VALUE SPACES.

       01 DETALHE-TOT-GERAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(57) VALUE "TOTAL DE ORFAOS".
              02 VAR-QTD-GERAL PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CONFERE-ITENS-FORNEC.
              PERFORM CONFERE-PEDABERT.
              PERFORM CONFERE-HISTCONF.
              PERFORM CONFERE-NOTAFISC.
              CLOSE ORFAOS.
              PERFORM IMPRIME-ORFAOS.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM CARREGA-FORNECEDORES.
              OPEN OUTPUT ORFAOS RELINTEG.

       CARREGA-FORNECEDORES.
              OPEN INPUT FORNEC.
              PERFORM LER-FORNEC.
              PERFORM MARCA-FORNECEDOR UNTIL FIM-FORN.
              CLOSE FORNEC.

       LER-FORNEC.
              READ FORNEC AT END MOVE "S" TO WS-FIM-FORN.

       MARCA-FORNECEDOR.
              COMPUTE WS-IDX-FORN = CODIGO-FORN + 1.
              MOVE "S" TO FORN-CAD(WS-IDX-FORN).
              PERFORM LER-FORNEC.

       CONFERE-ITENS-FORNEC.
              SORT ARQSORT
                     ON ASCENDING KEY CODIGO-SRT GRUPO-SRT LOCAL-SRT
                                      CLASSE-SRT FORN-SRT
                     INPUT PROCEDURE SELECIONA-ITENS
                     OUTPUT PROCEDURE CONFERE-ITENS.

       SELECIONA-ITENS.
              OPEN INPUT ATUMERC PEDCOMP FORNEC.
              PERFORM LER-ATU.
              PERFORM LIBERA-ATU UNTIL FIM-ATU.
              PERFORM LER-PEDCOMP.
              PERFORM LIBERA-PEDCOMP UNTIL FIM-PED.
              MOVE "N" TO WS-FIM-FORN.
              PERFORM LER-FORNEC.
              PERFORM LIBERA-FORNEC UNTIL FIM-FORN.
              CLOSE ATUMERC PEDCOMP FORNEC.

       LER-ATU.
              READ ATUMERC AT END MOVE "S" TO WS-FIM-ATU.

       LIBERA-ATU.
              MOVE CODIGO-ATU TO CODIGO-SRT.
              MOVE 1 TO GRUPO-SRT.
              MOVE LOCAL-ATU TO LOCAL-SRT.
              MOVE 1 TO CLASSE-SRT.
              MOVE ZEROES TO FORN-SRT.
              MOVE DESCRICAO-ATU TO DESCRICAO-SRT.
              RELEASE REG-SORT.
              PERFORM LER-ATU.

       LER-PEDCOMP.
              READ PEDCOMP AT END MOVE "S" TO WS-FIM-PED.

       LIBERA-PEDCOMP.
              MOVE CODIGO-PED TO CODIGO-SRT.
              MOVE 1 TO GRUPO-SRT.
              MOVE LOCAL-PED TO LOCAL-SRT.
              MOVE 2 TO CLASSE-SRT.
              MOVE ZEROES TO FORN-SRT.
              MOVE DESCRICAO-PED TO DESCRICAO-SRT.
              RELEASE REG-SORT.
              PERFORM LER-PEDCOMP.

       LIBERA-FORNEC.
              PERFORM LIBERA-ITEM-FORNEC
                     VARYING WS-IDX-ITEM FROM 1 BY 1
                     UNTIL WS-IDX-ITEM > 10.
              PERFORM LER-FORNEC.

       LIBERA-ITEM-FORNEC.
              IF ITEM-FORN(WS-IDX-ITEM) > ZEROES
                     MOVE ITEM-FORN(WS-IDX-ITEM) TO CODIGO-SRT
                     MOVE 2 TO GRUPO-SRT
                     MOVE ZEROES TO LOCAL-SRT
                     MOVE 3 TO CLASSE-SRT
                     MOVE CODIGO-FORN TO FORN-SRT
                     MOVE NOME-FORN TO DESCRICAO-SRT
                     RELEASE REG-SORT.

       CONFERE-ITENS.
              MOVE "N" TO WS-FIM-SRT.
              PERFORM RETORNA-SORT.
              PERFORM CONFERE-CODIGO UNTIL FIM-SRT.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SRT.

       CONFERE-CODIGO.
              MOVE CODIGO-SRT TO WS-COD-ATUAL.
              MOVE "N" TO WS-TEM-ATU-COD.
              MOVE "N" TO WS-TEM-FORN-COD.
              MOVE 999 TO WS-ULT-LOCAL-ATU.
              MOVE SPACES TO WS-DESC-ITEM.
              PERFORM CONFERE-REGISTRO
                     UNTIL FIM-SRT OR CODIGO-SRT NOT EQUAL WS-COD-ATUAL.
              IF TEM-ATU-COD AND NOT TEM-FORN-COD
                     MOVE 6 TO REGRA-ORF
                     MOVE SPACES TO FORN-ORF
                     MOVE WS-COD-ATUAL TO CODIGO-ORF
                     MOVE SPACES TO LOCAL-ORF
                     MOVE SPACES TO DOCTO-ORF
                     MOVE WS-DESC-ITEM TO DESCRICAO-ORF
                     PERFORM GRAVA-ORFAO.

       CONFERE-REGISTRO.
              IF ATUAL-SRT
                     MOVE "S" TO WS-TEM-ATU-COD
                     MOVE LOCAL-SRT TO WS-ULT-LOCAL-ATU
                     IF WS-DESC-ITEM EQUAL SPACES
                            MOVE DESCRICAO-SRT TO WS-DESC-ITEM
                     END-IF.
              IF PEDCOMP-SRT
                     IF WS-ULT-LOCAL-ATU NOT EQUAL LOCAL-SRT
                            MOVE 3 TO REGRA-ORF
                            MOVE SPACES TO FORN-ORF
                            MOVE CODIGO-SRT TO CODIGO-ORF
                            MOVE LOCAL-SRT TO LOCAL-ORF
                            MOVE SPACES TO DOCTO-ORF
                            MOVE DESCRICAO-SRT TO DESCRICAO-ORF
                            PERFORM GRAVA-ORFAO
                     END-IF.
              IF FORNEC-SRT
                     MOVE "S" TO WS-TEM-FORN-COD
                     IF NOT TEM-ATU-COD
                            MOVE 1 TO REGRA-ORF
                            MOVE FORN-SRT TO FORN-ORF
                            MOVE CODIGO-SRT TO CODIGO-ORF
                            MOVE SPACES TO LOCAL-ORF
                            MOVE SPACES TO DOCTO-ORF
                            MOVE DESCRICAO-SRT TO DESCRICAO-ORF
                            PERFORM GRAVA-ORFAO
                     END-IF.
              PERFORM RETORNA-SORT.

       CONFERE-PEDABERT.
              OPEN INPUT PEDABERT.
              PERFORM LER-PEDABERT.
              PERFORM AVALIA-PEDABERT UNTIL FIM-PAB.
              CLOSE PEDABERT.

       LER-PEDABERT.
              READ PEDABERT AT END MOVE "S" TO WS-FIM-PAB.

       AVALIA-PEDABERT.
              COMPUTE WS-IDX-FORN = FORN-PAB + 1.
              IF NOT FORN-CADASTRADO(WS-IDX-FORN)
                     MOVE 2 TO REGRA-ORF
                     MOVE FORN-PAB TO FORN-ORF
                     MOVE CODIGO-PAB TO CODIGO-ORF
                     MOVE LOCAL-PAB TO LOCAL-ORF
                     MOVE NUM-PEDIDO-PAB TO DOCTO-ORF
                     MOVE DESCRICAO-PAB TO DESCRICAO-ORF
                     PERFORM GRAVA-ORFAO.
              PERFORM LER-PEDABERT.

       CONFERE-HISTCONF.
              OPEN INPUT HISTCONF.
              PERFORM LER-HISTCONF.
              PERFORM AVALIA-HISTCONF UNTIL FIM-HCF.
              CLOSE HISTCONF.

       LER-HISTCONF.
              READ HISTCONF AT END MOVE "S" TO WS-FIM-HCF.

       AVALIA-HISTCONF.
              COMPUTE WS-IDX-FORN = FORN-HCF + 1.
              IF NOT FORN-CADASTRADO(WS-IDX-FORN)
                     MOVE 4 TO REGRA-ORF
                     MOVE FORN-HCF TO FORN-ORF
                     MOVE CODIGO-HCF TO CODIGO-ORF
                     MOVE LOCAL-HCF TO LOCAL-ORF
                     MOVE DATA-RECEB-HCF TO DOCTO-ORF
                     MOVE "CONFERENCIA DE RECEBIMENTO"
                            TO DESCRICAO-ORF
                     PERFORM GRAVA-ORFAO.
              PERFORM LER-HISTCONF.

       CONFERE-NOTAFISC.
              OPEN INPUT NOTAFISC.
              PERFORM LER-NOTAFISC.
              PERFORM AVALIA-NOTAFISC UNTIL FIM-NF.
              CLOSE NOTAFISC.

       LER-NOTAFISC.
              READ NOTAFISC AT END MOVE "S" TO WS-FIM-NF.

       AVALIA-NOTAFISC.
              COMPUTE WS-IDX-FORN = FORN-NF + 1.
              IF NOT FORN-CADASTRADO(WS-IDX-FORN)
                     MOVE 5 TO REGRA-ORF
                     MOVE FORN-NF TO FORN-ORF
                     MOVE CODIGO-NF TO CODIGO-ORF
                     MOVE LOCAL-NF TO LOCAL-ORF
                     MOVE SPACES TO DOCTO-ORF
                     MOVE "ITEM DE NOTA FISCAL" TO DESCRICAO-ORF
                     PERFORM GRAVA-ORFAO.
              PERFORM LER-NOTAFISC.

       GRAVA-ORFAO.
              ADD 1 TO QTD-REGRA(REGRA-ORF).
              WRITE REG-ORFAOS.
              ADD 1 TO WS-CT-ORFAOS.

       IMPRIME-ORFAOS.
              SORT ARQORF
                     ON ASCENDING KEY REGRA-SRO FORN-SRO CODIGO-SRO
                                      LOCAL-SRO DOCTO-SRO
                     USING ORFAOS
                     OUTPUT PROCEDURE LISTA-ORFAOS.

       LISTA-ORFAOS.
              MOVE "N" TO WS-FIM-SRO.
              PERFORM RETORNA-ORFAO.
              PERFORM LISTA-REGRA UNTIL FIM-SRO.

       RETORNA-ORFAO.
              RETURN ARQORF AT END MOVE "S" TO WS-FIM-SRO.

       LISTA-REGRA.
              MOVE REGRA-SRO TO WS-REGRA-ATUAL.
              PERFORM CABECALHO.
              PERFORM LISTA-ORFAO
                     UNTIL FIM-SRO
                     OR REGRA-SRO NOT EQUAL WS-REGRA-ATUAL.
              IF CT-LIN > 38
                     PERFORM CABECALHO.
              MOVE WS-REGRA-ATUAL TO VAR-REGRA-TOT.
              MOVE TITULO-REGRA(WS-REGRA-ATUAL) TO VAR-TITULO-TOT.
              MOVE QTD-REGRA(WS-REGRA-ATUAL) TO VAR-QTD-TOT.
              WRITE REG-RELINTEG FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.

       LISTA-ORFAO.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE FORN-SRO TO VAR-FORN.
              MOVE CODIGO-SRO TO VAR-CODIGO.
              MOVE LOCAL-SRO TO VAR-LOCAL.
              MOVE DOCTO-SRO TO VAR-DOCTO.
              MOVE DESCRICAO-SRO TO VAR-DESCRICAO.
              WRITE REG-RELINTEG FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              PERFORM RETORNA-ORFAO.

       CABECALHO.
              MOVE SPACES TO REG-RELINTEG.
              WRITE REG-RELINTEG AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-REGRA-ATUAL TO VAR-REGRA-CAB.
              MOVE TITULO-REGRA(WS-REGRA-ATUAL) TO VAR-TITULO-CAB.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELINTEG FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELINTEG FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELINTEG FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELINTEG.
              WRITE REG-RELINTEG AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       RESUMO-REGRAS.
              MOVE SPACES TO REG-RELINTEG.
              WRITE REG-RELINTEG AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-HOJE TO VAR-DATA-RES.
              WRITE REG-RELINTEG FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELINTEG FROM CAB-2-RESUMO
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELINTEG.
              WRITE REG-RELINTEG AFTER ADVANCING 1 LINE.
              PERFORM LINHA-RESUMO
                     VARYING WS-IDX-REGRA FROM 1 BY 1
                     UNTIL WS-IDX-REGRA > 6.
              MOVE WS-CT-ORFAOS TO VAR-QTD-GERAL.
              WRITE REG-RELINTEG FROM DETALHE-TOT-GERAL
                     AFTER ADVANCING 2 LINES.

       LINHA-RESUMO.
              MOVE WS-IDX-REGRA TO VAR-REGRA-TOT.
              MOVE TITULO-REGRA(WS-IDX-REGRA) TO VAR-TITULO-TOT.
              MOVE QTD-REGRA(WS-IDX-REGRA) TO VAR-QTD-TOT.
              WRITE REG-RELINTEG FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RESUMO-REGRAS.
              CLOSE RELINTEG.
              DISPLAY "EX41: " WS-CT-ORFAOS " ORFAOS ENCONTRADOS - "
                 "VER RELINTEG".

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
