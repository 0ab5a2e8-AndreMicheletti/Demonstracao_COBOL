       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX47.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          INADIMPLENCIA E EXTRATOS DE MENSALIDADES: LE O
                         CONTAS A RECEBER DE ALUNOS (CRECEB) E EMITE O
                         RELINAD, COM OS ALUNOS EM ATRASO AGRUPADOS POR
                         TURMA (MESES DEVIDOS, COMPETENCIA MAIS ANTIGA
                         E VALOR VENCIDO, COM SUBTOTAL POR TURMA E
                         TOTAL GERAL), E O RELEXTR, COM UM EXTRATO POR
                         ALUNO LISTANDO TODOS OS SEUS TITULOS. TITULO
                         VENCIDO E O QUE TEM SALDO E VENCIMENTO ANTERIOR
                         A DATA DE REFERENCIA. PARMINAD INFORMA A DATA
                         DE REFERENCIA (PADRAO: A DATA DO DIA) E O
                         CODIGO DE UM ALUNO PARA EMITIR SO O EXTRATO
                         DELE (EM BRANCO: EXTRATO DE TODOS). TURMA E
                         NOME VEM DO ROTEIRO ATUAL (ARQC); ALUNO QUE
                         NAO ESTA MAIS NO ARQC SAI NO GRUPO EX-ALUNOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMINAD ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CRECEB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELINAD ASSIGN TO DISK.

       SELECT RELEXTR ASSIGN TO DISK.

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

       FD PARMINAD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMINAD.DAT".

       01 REG-PARMINAD.
              02 DATA-REF-PRM PIC 9(8).
              02 CODIGO-PRM   PIC X(3).

       FD ARQC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ARQC.DAT".

       01 REG-ARQC.
              02 CODIGO-C    PIC 999.
              02 NOME-C      PIC X(30).
              02 TURMA-C     PIC X(20).

       FD CRECEB
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CRECEB.DAT".

       01 REG-CRECEB.
              02 CHAVE-REC.
                     03 CODIGO-REC      PIC 999.
                     03 COMPETENCIA-REC PIC 9(6).
              02 NOME-REC         PIC X(30).
              02 TURMA-REC        PIC X(20).
              02 DIAS-REC         PIC 99.
              02 DATA-EMISSAO-REC PIC 9(8).
              02 DATA-VENC-REC    PIC 9(8).
              02 VALOR-REC        PIC 9(6)V99.
              02 VALOR-PAGO-REC   PIC 9(6)V99.
              02 SITUACAO-REC     PIC X.
                     88 TITULO-ABERTO VALUE "A".
                     88 TITULO-PAGO   VALUE "P".
              02 DATA-PAG-REC     PIC 9(8).

       SD ARQSORT.

       01 REG-SORT.
              02 GRUPO-SRT       PIC X.
                     88 GRUPO-EX-ALUNOS VALUE "2".
              02 TURMA-SRT       PIC X(20).
              02 CODIGO-SRT      PIC 999.
              02 COMPETENCIA-SRT PIC 9(6).
              02 NOME-SRT        PIC X(30).
              02 DATA-VENC-SRT   PIC 9(8).
              02 VALOR-SRT       PIC 9(6)V99.
              02 VALOR-PAGO-SRT  PIC 9(6)V99.
              02 SITUACAO-SRT    PIC X.
                     88 SRT-PAGO VALUE "P".
              02 DATA-PAG-SRT    PIC 9(8).

       FD RELINAD
       LABEL RECORD ARE OMITTED.

       01 REG-RELINAD PIC X(80).

       FD RELEXTR
       LABEL RECORD ARE OMITTED.

       01 REG-RELEXTR PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FIM-C PIC X VALUE "N".
              88 FIM-C VALUE "S".
       77 WS-FIM-REC PIC X VALUE "N".
              88 FIM-REC VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-TURMA-IMPRESSA PIC X VALUE "N".
              88 TURMA-IMPRESSA VALUE "S".
       77 WS-EMITE-EXTRATO PIC X VALUE "N".
              88 EMITE-EXTRATO VALUE "S".
       77 WS-DATA-REF PIC 9(8) VALUE ZEROES.
       77 WS-CODIGO-EXTRATO PIC X(3) VALUE SPACES.
       77 WS-IDX-C PIC 9(4) VALUE ZEROES.
       77 WS-GRUPO-ATUAL PIC X VALUE SPACES.
       77 WS-TURMA-ATUAL PIC X(20) VALUE SPACES.
       77 WS-CODIGO-ATUAL PIC 999 VALUE ZEROES.
       77 WS-NOME-ATUAL PIC X(30) VALUE SPACES.
       77 WS-SALDO PIC 9(6)V99 VALUE ZEROES.
       77 WS-MESES-ALUNO PIC 999 VALUE ZEROES.
       77 WS-COMP-ANTIGA PIC 9(6) VALUE ZEROES.
       77 WS-VENCIDO-ALUNO PIC 9(7)V99 VALUE ZEROES.
       77 WS-VALOR-ALUNO PIC 9(7)V99 VALUE ZEROES.
       77 WS-PAGO-ALUNO PIC 9(7)V99 VALUE ZEROES.
       77 WS-SALDO-ALUNO PIC 9(7)V99 VALUE ZEROES.
       77 WS-DEVEDORES-TURMA PIC 9(5) VALUE ZEROES.
       77 WS-VENCIDO-TURMA PIC 9(8)V99 VALUE ZEROES.
       77 WS-CT-DEVEDORES PIC 9(5) VALUE ZEROES.
       77 WS-CT-TIT-VENCIDOS PIC 9(6) VALUE ZEROES.
       77 WS-CT-TITULOS PIC 9(6) VALUE ZEROES.
       77 WS-CT-EXTRATOS PIC 9(5) VALUE ZEROES.
       77 WS-TOTAL-VENCIDO PIC 9(8)V99 VALUE ZEROES.
       77 WS-TOTAL-A-VENCER PIC 9(8)V99 VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99 VALUE 41.
       77 CT-PAG-EXT PIC 999 VALUE ZEROES.
       77 CT-LIN-EXT PIC 99 VALUE 41.

       01 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.

       01 TAB-ALUNOS.
              02 ALU-ENTRY OCCURS 1000 TIMES.
                     03 TA-PRESENTE PIC X.
                            88 ALUNO-NO-ARQC VALUE "S".
                     03 TA-NOME     PIC X(30).
                     03 TA-TURMA    PIC X(20).

       01 CAB-1.
              02 FILLER PIC X(18) VALUE SPACES.
              02 FILLER PIC X(41) VALUE
              "RELACAO DE ALUNOS COM MENSALIDADE VENCIDA".
              02 FILLER PIC X(13) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(16) VALUE "POSICAO EM:     ".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(54) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(3) VALUE "COD".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(30) VALUE "NOME".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "MESES".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "DESDE".
              02 FILLER PIC X(13) VALUE "      VENCIDO".
              02 FILLER PIC X(13) VALUE SPACES.

       01 CAB-TURMA.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(7) VALUE "TURMA: ".
              02 VAR-TURMA-CAB PIC X(30).
              02 FILLER PIC X(41) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 999.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-NOME PIC X(30).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MESES PIC ZZZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-COMP-ANTIGA PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VENCIDO PIC Z.ZZZ.ZZ9,99.
              02 FILLER PIC X(14) VALUE SPACES.

       01 DETALHE-SUBTOT.
              02 FILLER PIC X(7) VALUE SPACES.
              02 FILLER PIC X(20) VALUE "ALUNOS EM ATRASO:   ".
              02 VAR-DEVEDORES-SUB PIC ZZ.ZZ9.
              02 FILLER PIC X(15) VALUE "    VALOR:     ".
              02 VAR-VENCIDO-SUB PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(19) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZZ.ZZ9.
              02 FILLER PIC X(39) VALUE SPACES.

       01 DETALHE-VAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VAL PIC X(30).
              02 VAR-VALOR-VAL PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(33) VALUE SPACES.

       01 CAB-EXT-1.
              02 FILLER PIC X(24) VALUE SPACES.
              02 FILLER PIC X(24) VALUE "EXTRATO DE MENSALIDADES".
              02 FILLER PIC X(24) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG-EXT PIC Z99.

       01 CAB-EXT-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(7) VALUE "ALUNO: ".
              02 VAR-CODIGO-EXT PIC 999.
              02 FILLER PIC X(3) VALUE " - ".
              02 VAR-NOME-EXT PIC X(30).
              02 FILLER PIC X(35) VALUE SPACES.

       01 CAB-EXT-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(7) VALUE "TURMA: ".
              02 VAR-TURMA-EXT PIC X(20).
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(12) VALUE "POSICAO EM: ".
              02 VAR-DATA-EXT PIC 9(8).
              02 FILLER PIC X(25) VALUE SPACES.

       01 CAB-EXT-4.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "COMPET".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "VENCTO".
              02 FILLER PIC X(11) VALUE "      VALOR".
              02 FILLER PIC X(11) VALUE "       PAGO".
              02 FILLER PIC X(11) VALUE "      SALDO".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(11) VALUE "SITUACAO".
              02 FILLER PIC X(8) VALUE "DT PAGTO".
              02 FILLER PIC X(8) VALUE SPACES.

       01 DETALHE-EXT.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-COMPETENCIA-EXT PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VENC-EXT PIC 9(8).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-VALOR-EXT PIC ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-PAGO-EXT PIC ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-SALDO-EXT PIC ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-SITUACAO-EXT PIC X(9).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DATA-PAG-EXT PIC X(8).
              02 FILLER PIC X(8) VALUE SPACES.

       01 TOTAL-EXT.
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(14) VALUE "TOTAIS".
              02 VAR-VALOR-TEXT PIC Z.ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-PAGO-TEXT PIC ZZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-SALDO-TEXT PIC ZZZ.ZZ9,99.
              02 FILLER PIC X(29) VALUE SPACES.

       01 TOTAL-EXT-VENC.
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(14) VALUE "VENCIDO".
              02 FILLER PIC X(24) VALUE SPACES.
              02 VAR-VENCIDO-TEXT PIC ZZZ.ZZ9,99.
              02 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CARREGA-ARQC.
              SORT ARQSORT
                     ON ASCENDING KEY GRUPO-SRT TURMA-SRT
                                      CODIGO-SRT COMPETENCIA-SRT
                     INPUT PROCEDURE IS SELECIONA-TITULOS
                     OUTPUT PROCEDURE IS EMITE-RELATORIOS.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              MOVE WS-DATA-HOJE TO WS-DATA-REF.
              OPEN INPUT PARMINAD.
              READ PARMINAD AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF DATA-REF-PRM NUMERIC
                        AND DATA-REF-PRM > ZEROES
                            MOVE DATA-REF-PRM TO WS-DATA-REF
                     END-IF
                     MOVE CODIGO-PRM TO WS-CODIGO-EXTRATO.
              CLOSE PARMINAD.
              IF WS-CODIGO-EXTRATO NOT EQUAL SPACES
                 AND WS-CODIGO-EXTRATO NOT NUMERIC
                     DISPLAY "ERRO: CODIGO DE ALUNO INVALIDO NO "
                        "PARMINAD: " WS-CODIGO-EXTRATO
                     STOP RUN.
              OPEN OUTPUT RELINAD RELEXTR.

       CARREGA-ARQC.
              MOVE SPACES TO TAB-ALUNOS.
              OPEN INPUT ARQC.
              PERFORM LE-ARQC.
              PERFORM GUARDA-ALUNO UNTIL FIM-C.
              CLOSE ARQC.

       LE-ARQC.
              READ ARQC AT END MOVE "S" TO WS-FIM-C.

       GUARDA-ALUNO.
              COMPUTE WS-IDX-C = CODIGO-C + 1.
              MOVE "S" TO TA-PRESENTE(WS-IDX-C).
              MOVE NOME-C TO TA-NOME(WS-IDX-C).
              MOVE TURMA-C TO TA-TURMA(WS-IDX-C).
              PERFORM LE-ARQC.

       SELECIONA-TITULOS.
              OPEN INPUT CRECEB.
              PERFORM LE-CRECEB.
              PERFORM LIBERA-TITULO UNTIL FIM-REC.
              CLOSE CRECEB.

       LE-CRECEB.
              READ CRECEB AT END MOVE "S" TO WS-FIM-REC.

       LIBERA-TITULO.
              COMPUTE WS-IDX-C = CODIGO-REC + 1.
              IF ALUNO-NO-ARQC(WS-IDX-C)
                     MOVE "1" TO GRUPO-SRT
                     MOVE TA-TURMA(WS-IDX-C) TO TURMA-SRT
                     MOVE TA-NOME(WS-IDX-C) TO NOME-SRT
              ELSE
                     MOVE "2" TO GRUPO-SRT
                     MOVE SPACES TO TURMA-SRT
                     MOVE NOME-REC TO NOME-SRT.
              MOVE CODIGO-REC TO CODIGO-SRT.
              MOVE COMPETENCIA-REC TO COMPETENCIA-SRT.
              MOVE DATA-VENC-REC TO DATA-VENC-SRT.
              MOVE VALOR-REC TO VALOR-SRT.
              MOVE VALOR-PAGO-REC TO VALOR-PAGO-SRT.
              MOVE SITUACAO-REC TO SITUACAO-SRT.
              MOVE DATA-PAG-REC TO DATA-PAG-SRT.
              RELEASE REG-SORT.
              PERFORM LE-CRECEB.

       EMITE-RELATORIOS.
              PERFORM RETORNA-SORT.
              PERFORM TRATA-TURMA UNTIL FIM-SORT.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       TRATA-TURMA.
              MOVE GRUPO-SRT TO WS-GRUPO-ATUAL.
              MOVE TURMA-SRT TO WS-TURMA-ATUAL.
              MOVE ZEROES TO WS-DEVEDORES-TURMA WS-VENCIDO-TURMA.
              MOVE "N" TO WS-TURMA-IMPRESSA.
              PERFORM TRATA-ALUNO
                 UNTIL FIM-SORT
                 OR GRUPO-SRT NOT EQUAL WS-GRUPO-ATUAL
                 OR TURMA-SRT NOT EQUAL WS-TURMA-ATUAL.
              IF TURMA-IMPRESSA
                     PERFORM IMPRIME-SUBTOTAL.

       TRATA-ALUNO.
              MOVE CODIGO-SRT TO WS-CODIGO-ATUAL.
              MOVE NOME-SRT TO WS-NOME-ATUAL.
              MOVE ZEROES TO WS-MESES-ALUNO WS-COMP-ANTIGA
                             WS-VENCIDO-ALUNO WS-VALOR-ALUNO
                             WS-PAGO-ALUNO WS-SALDO-ALUNO.
              IF WS-CODIGO-EXTRATO EQUAL SPACES
                 OR WS-CODIGO-EXTRATO EQUAL CODIGO-SRT
                     MOVE "S" TO WS-EMITE-EXTRATO
                     ADD 1 TO WS-CT-EXTRATOS
                     MOVE ZEROES TO CT-PAG-EXT
                     PERFORM CABECALHO-EXTRATO
              ELSE
                     MOVE "N" TO WS-EMITE-EXTRATO.
              PERFORM TRATA-TITULO
                 UNTIL FIM-SORT
                 OR GRUPO-SRT NOT EQUAL WS-GRUPO-ATUAL
                 OR TURMA-SRT NOT EQUAL WS-TURMA-ATUAL
                 OR CODIGO-SRT NOT EQUAL WS-CODIGO-ATUAL.
              IF WS-MESES-ALUNO > ZEROES
                     PERFORM IMPRIME-DEVEDOR.
              IF EMITE-EXTRATO
                     PERFORM IMPRIME-TOTAL-EXTRATO.

       TRATA-TITULO.
              ADD 1 TO WS-CT-TITULOS.
              IF SRT-PAGO
                     MOVE ZEROES TO WS-SALDO
              ELSE
                     COMPUTE WS-SALDO = VALOR-SRT - VALOR-PAGO-SRT.
              ADD VALOR-SRT TO WS-VALOR-ALUNO.
              ADD VALOR-PAGO-SRT TO WS-PAGO-ALUNO.
              ADD WS-SALDO TO WS-SALDO-ALUNO.
              IF WS-SALDO EQUAL ZEROES
                     MOVE "PAGO" TO VAR-SITUACAO-EXT
              ELSE
              IF DATA-VENC-SRT < WS-DATA-REF
                     MOVE "VENCIDO" TO VAR-SITUACAO-EXT
                     ADD 1 TO WS-MESES-ALUNO WS-CT-TIT-VENCIDOS
                     ADD WS-SALDO TO WS-VENCIDO-ALUNO
                     IF WS-COMP-ANTIGA EQUAL ZEROES
                            MOVE COMPETENCIA-SRT TO WS-COMP-ANTIGA
                     END-IF
              ELSE
                     MOVE "EM ABERTO" TO VAR-SITUACAO-EXT
                     ADD WS-SALDO TO WS-TOTAL-A-VENCER.
              IF EMITE-EXTRATO
                     PERFORM IMPRIME-TITULO-EXTRATO.
              PERFORM RETORNA-SORT.

       IMPRIME-DEVEDOR.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              IF NOT TURMA-IMPRESSA
                     PERFORM IMPRIME-TURMA.
              MOVE WS-CODIGO-ATUAL TO VAR-CODIGO.
              MOVE WS-NOME-ATUAL TO VAR-NOME.
              MOVE WS-MESES-ALUNO TO VAR-MESES.
              MOVE WS-COMP-ANTIGA TO VAR-COMP-ANTIGA.
              MOVE WS-VENCIDO-ALUNO TO VAR-VENCIDO.
              WRITE REG-RELINAD FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              ADD 1 TO WS-DEVEDORES-TURMA WS-CT-DEVEDORES.
              ADD WS-VENCIDO-ALUNO TO WS-VENCIDO-TURMA
                                      WS-TOTAL-VENCIDO.

       IMPRIME-TURMA.
              IF CT-LIN > 38
                     PERFORM CABECALHO.
              IF WS-GRUPO-ATUAL EQUAL "2"
                     MOVE "EX-ALUNOS (FORA DO ARQC)" TO VAR-TURMA-CAB
              ELSE
                     MOVE WS-TURMA-ATUAL TO VAR-TURMA-CAB.
              WRITE REG-RELINAD FROM CAB-TURMA
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELINAD.
              WRITE REG-RELINAD AFTER ADVANCING 1 LINE.
              ADD 3 TO CT-LIN.
              MOVE "S" TO WS-TURMA-IMPRESSA.

       IMPRIME-SUBTOTAL.
              MOVE WS-DEVEDORES-TURMA TO VAR-DEVEDORES-SUB.
              MOVE WS-VENCIDO-TURMA TO VAR-VENCIDO-SUB.
              WRITE REG-RELINAD FROM DETALHE-SUBTOT
                     AFTER ADVANCING 2 LINES.
              ADD 2 TO CT-LIN.

       CABECALHO.
              MOVE SPACES TO REG-RELINAD.
              WRITE REG-RELINAD AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-REF TO VAR-DATA-CAB.
              WRITE REG-RELINAD FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELINAD FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELINAD FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELINAD.
              WRITE REG-RELINAD AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       IMPRIME-TITULO-EXTRATO.
              IF CT-LIN-EXT > 40
                     PERFORM CABECALHO-EXTRATO.
              MOVE COMPETENCIA-SRT TO VAR-COMPETENCIA-EXT.
              MOVE DATA-VENC-SRT TO VAR-VENC-EXT.
              MOVE VALOR-SRT TO VAR-VALOR-EXT.
              MOVE VALOR-PAGO-SRT TO VAR-PAGO-EXT.
              MOVE WS-SALDO TO VAR-SALDO-EXT.
              IF DATA-PAG-SRT NUMERIC AND DATA-PAG-SRT > ZEROES
                     MOVE DATA-PAG-SRT TO VAR-DATA-PAG-EXT
              ELSE
                     MOVE SPACES TO VAR-DATA-PAG-EXT.
              WRITE REG-RELEXTR FROM DETALHE-EXT
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN-EXT.

       IMPRIME-TOTAL-EXTRATO.
              IF CT-LIN-EXT > 37
                     PERFORM CABECALHO-EXTRATO.
              MOVE WS-VALOR-ALUNO TO VAR-VALOR-TEXT.
              MOVE WS-PAGO-ALUNO TO VAR-PAGO-TEXT.
              MOVE WS-SALDO-ALUNO TO VAR-SALDO-TEXT.
              WRITE REG-RELEXTR FROM TOTAL-EXT
                     AFTER ADVANCING 2 LINES.
              MOVE WS-VENCIDO-ALUNO TO VAR-VENCIDO-TEXT.
              WRITE REG-RELEXTR FROM TOTAL-EXT-VENC
                     AFTER ADVANCING 1 LINE.
              ADD 3 TO CT-LIN-EXT.

       CABECALHO-EXTRATO.
              MOVE SPACES TO REG-RELEXTR.
              WRITE REG-RELEXTR AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG-EXT.
              MOVE CT-PAG-EXT TO VAR-PAG-EXT.
              MOVE WS-CODIGO-ATUAL TO VAR-CODIGO-EXT.
              MOVE WS-NOME-ATUAL TO VAR-NOME-EXT.
              IF WS-GRUPO-ATUAL EQUAL "2"
                     MOVE "EX-ALUNO" TO VAR-TURMA-EXT
              ELSE
                     MOVE WS-TURMA-ATUAL TO VAR-TURMA-EXT.
              MOVE WS-DATA-REF TO VAR-DATA-EXT.
              WRITE REG-RELEXTR FROM CAB-EXT-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELEXTR FROM CAB-EXT-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELEXTR FROM CAB-EXT-3
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELEXTR FROM CAB-EXT-4
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELEXTR.
              WRITE REG-RELEXTR AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN-EXT.

       RELAT-TOTAIS.
              IF CT-LIN > 34
                     PERFORM CABECALHO.
              MOVE "ALUNOS EM ATRASO:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-DEVEDORES TO VAR-QTD-TOT.
              WRITE REG-RELINAD FROM DETALHE-TOT
                     AFTER ADVANCING 3 LINES.
              MOVE "TITULOS VENCIDOS:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-TIT-VENCIDOS TO VAR-QTD-TOT.
              WRITE REG-RELINAD FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "TITULOS NO CRECEB:            "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-TITULOS TO VAR-QTD-TOT.
              WRITE REG-RELINAD FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "TOTAL VENCIDO:                "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-VENCIDO TO VAR-VALOR-VAL.
              WRITE REG-RELINAD FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "TOTAL A VENCER:               "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-A-VENCER TO VAR-VALOR-VAL.
              WRITE REG-RELINAD FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELINAD RELEXTR.
              IF WS-CODIGO-EXTRATO NOT EQUAL SPACES
                 AND WS-CT-EXTRATOS EQUAL ZEROES
                     DISPLAY "EX47: ALUNO " WS-CODIGO-EXTRATO
                        " SEM TITULOS NO CRECEB - EXTRATO NAO EMITIDO".
              DISPLAY "EX47: " WS-CT-DEVEDORES " ALUNOS EM ATRASO - "
                 WS-CT-EXTRATOS " EXTRATOS EMITIDOS".

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
