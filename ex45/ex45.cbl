       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX45.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          FATURAMENTO MENSAL DAS MENSALIDADES: COBRA DE
                         CADA ALUNO DO ROTEIRO (ARQC) A MENSALIDADE DA
                         SUA TURMA NA TABELA DE MENSALIDADES (TABMENS)
                         E ACRESCENTA UM TITULO POR ALUNO AO CONTAS A
                         RECEBER DE ALUNOS (CRECEB), CHAVEADO POR
                         ALUNO E COMPETENCIA (AAAAMM). INCLUSOES,
                         EXCLUSOES E TROCAS DE TURMA FEITAS PELO EX16
                         DENTRO DO MES SAO LIDAS DO LOGALU E COBRADAS
                         PRO-RATA PELOS DIAS EM CADA TURMA (A DATA DO
                         MOVIMENTO E O PRIMEIRO DIA DA NOVA SITUACAO);
                         ALUNO EXCLUIDO NO MES TAMBEM E COBRADO PELOS
                         DIAS QUE FICOU. PARMMENS INFORMA A COMPETENCIA
                         (PADRAO: O MES ANTERIOR) E O DIA DE VENCIMENTO
                         NO MES SEGUINTE (PADRAO 10). ALUNO EM TURMA
                         SEM MENSALIDADE NA TABMENS NAO E COBRADO E SAI
                         APONTADO. RECUSA FATURAR DE NOVO UMA
                         COMPETENCIA JA PRESENTE NO CRECEB. LISTA OS
                         TITULOS GERADOS EM RELFAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMMENS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TABMENS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOGALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CRECEB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELFAT ASSIGN TO DISK.

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

       FD PARMMENS
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMMENS.DAT".

       01 REG-PARMMENS.
              02 COMPETENCIA-PRM PIC 9(6).
              02 DIA-VENC-PRM    PIC 99.

       FD TABMENS
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "TABMENS.DAT".

       01 REG-TABMENS.
              02 TURMA-MEN PIC X(20).
              02 VALOR-MEN PIC 9(5)V99.

       FD ARQC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ARQC.DAT".

       01 REG-C.
              02 CODIGO-C    PIC 999.
              02 NOME-C      PIC X(30).
              02 TURMA-C     PIC X(20).

       FD LOGALU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOGALU.DAT".

       01 REG-LOGALU.
              02 CODIGO-LAL    PIC 999.
              02 TIPO-LAL      PIC X.
              02 NOME-LAL      PIC X(30).
              02 TURMA-ANT-LAL PIC X(20).
              02 TURMA-LAL     PIC X(20).
              02 DATA-LAL      PIC 9(8).

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
              02 CODIGO-SRT    PIC 999.
              02 ORIGEM-SRT    PIC X.
                     88 ORIGEM-LOG     VALUE "1".
                     88 ORIGEM-ROTEIRO VALUE "2".
              02 DATA-SRT      PIC 9(8).
              02 SEQ-SRT       PIC 9(7).
              02 NOME-SRT      PIC X(30).
              02 TURMA-ANT-SRT PIC X(20).
              02 TURMA-SRT     PIC X(20).

       FD RELFAT
       LABEL RECORD ARE OMITTED.

       01 REG-RELFAT PIC X(80).

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
       77 WS-FIM-MEN PIC X VALUE "N".
              88 FIM-MEN VALUE "S".
       77 WS-FIM-C PIC X VALUE "N".
              88 FIM-C VALUE "S".
       77 WS-FIM-LAL PIC X VALUE "N".
              88 FIM-LAL VALUE "S".
       77 WS-FIM-REC PIC X VALUE "N".
              88 FIM-REC VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-CRECEB-EXISTE PIC X VALUE "N".
              88 CRECEB-EXISTE VALUE "S".
       77 WS-JA-FATURADA PIC X VALUE "N".
              88 JA-FATURADA VALUE "S".
       77 WS-TEM-ALUNO PIC X VALUE "N".
              88 TEM-ALUNO VALUE "S".
       77 WS-ESTADO-DEF PIC X VALUE "N".
              88 ESTADO-DEFINIDO VALUE "S".
       77 WS-PRORATA PIC X VALUE "N".
              88 COBRANCA-PRORATA VALUE "S".
       77 WS-SEM-TABELA PIC X VALUE "N".
              88 TURMA-SEM-TABELA VALUE "S".
       77 WS-DIA-VENC PIC 99 VALUE 10.
       77 WS-DIAS-MES PIC 99 VALUE ZEROES.
       77 WS-DATA-INI-MES PIC 9(8) VALUE ZEROES.
       77 WS-DATA-FIM-MES PIC 9(8) VALUE ZEROES.
       77 WS-DATA-VENC PIC 9(8) VALUE ZEROES.
       77 WS-QTD-MEN PIC 99 VALUE ZEROES.
       77 WS-IDX-MEN PIC 99 VALUE ZEROES.
       77 WS-MEN-ACHADA PIC 99 VALUE ZEROES.
       77 WS-SEQ-LOG PIC 9(7) VALUE ZEROES.
       77 WS-CODIGO-ATUAL PIC 999 VALUE ZEROES.
       77 WS-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WS-TURMA-VIGENTE PIC X(20) VALUE SPACES.
       77 WS-TURMA-TITULO PIC X(20) VALUE SPACES.
       77 WS-TURMA-FALTANTE PIC X(20) VALUE SPACES.
       77 WS-DIA-INICIO PIC 99 VALUE ZEROES.
       77 WS-DIA-FIM PIC 99 VALUE ZEROES.
       77 WS-DIAS-SEGMENTO PIC 99 VALUE ZEROES.
       77 WS-DIAS-ALUNO PIC 99 VALUE ZEROES.
       77 WS-VALOR-SEGMENTO PIC 9(6)V99 VALUE ZEROES.
       77 WS-VALOR-ALUNO PIC 9(6)V99 VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4   PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-100 PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-400 PIC 9(4) VALUE ZEROES.
       77 WS-CT-TITULOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-PRORATA PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-TABELA PIC 9(5) VALUE ZEROES.
       77 WS-CT-LOG-LIDOS PIC 9(7) VALUE ZEROES.
       77 WS-TOTAL-FATURADO PIC 9(8)V99 VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99 VALUE 41.

       01 WS-DATA-HOJE.
              02 WS-HOJE-ANO PIC 9(4).
              02 WS-HOJE-MES PIC 99.
              02 WS-HOJE-DIA PIC 99.

       01 WS-COMPETENCIA-N PIC 9(6) VALUE ZEROES.
       01 WS-COMPETENCIA REDEFINES WS-COMPETENCIA-N.
              02 WS-COMP-ANO PIC 9(4).
              02 WS-COMP-MES PIC 99.

       01 WS-DATA-AUX-N PIC 9(8) VALUE ZEROES.
       01 WS-DATA-AUX REDEFINES WS-DATA-AUX-N.
              02 WS-AUX-ANO PIC 9(4).
              02 WS-AUX-MES PIC 99.
              02 WS-AUX-DIA PIC 99.

       01 DIAS-MES-LIT PIC X(24) VALUE
              "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES DIAS-MES-LIT.
              02 DIAS-MES PIC 99 OCCURS 12 TIMES.

       01 TAB-MENSALIDADE.
              02 MEN-ENTRY OCCURS 50 TIMES.
                     03 TM-TURMA PIC X(20).
                     03 TM-VALOR PIC 9(5)V99.

       01 CAB-1.
              02 FILLER PIC X(22) VALUE SPACES.
              02 FILLER PIC X(28) VALUE
              "FATURAMENTO DE MENSALIDADES".
              02 FILLER PIC X(22) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(13) VALUE "COMPETENCIA: ".
              02 VAR-COMP-MES-CAB PIC 99.
              02 FILLER PIC X VALUE "/".
              02 VAR-COMP-ANO-CAB PIC 9(4).
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(12) VALUE "VENCIMENTO: ".
              02 VAR-VENC-CAB PIC 9(8).
              02 FILLER PIC X(6) VALUE SPACES.
              02 FILLER PIC X(10) VALUE "DIAS MES: ".
              02 VAR-DIAS-MES-CAB PIC Z9.
              02 FILLER PIC X(14) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(3) VALUE "COD".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(28) VALUE "NOME".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(20) VALUE "TURMA".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(4) VALUE "DIAS".
              02 FILLER PIC X(9) VALUE "    VALOR".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(8) VALUE "OBS".
              02 FILLER PIC X VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 999.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-NOME PIC X(28).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-TURMA PIC X(20).
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DIAS PIC Z9.
              02 VAR-VALOR PIC ZZ.ZZ9,99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-OBS PIC X(8).
              02 FILLER PIC X VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(40) VALUE SPACES.

       01 DETALHE-VAL.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-VAL PIC X(30).
              02 VAR-VALOR-VAL PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              MOVE WS-HOJE-ANO TO WS-COMP-ANO.
              MOVE WS-HOJE-MES TO WS-COMP-MES.
              IF WS-COMP-MES EQUAL 1
                     MOVE 12 TO WS-COMP-MES
                     SUBTRACT 1 FROM WS-COMP-ANO
              ELSE
                     SUBTRACT 1 FROM WS-COMP-MES.
              PERFORM LE-PARAMETRO.
              PERFORM CALCULA-PERIODO.
              PERFORM VERIFICA-CRECEB.
              IF JA-FATURADA
                     DISPLAY "ERRO: COMPETENCIA " WS-COMPETENCIA-N
                        " JA FATURADA NO CRECEB"
                     STOP RUN.
              PERFORM CARREGA-MENSALIDADES.
              OPEN OUTPUT RELFAT.
              IF CRECEB-EXISTE
                     OPEN EXTEND CRECEB
              ELSE
                     OPEN OUTPUT CRECEB.

       LE-PARAMETRO.
              OPEN INPUT PARMMENS.
              READ PARMMENS AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF COMPETENCIA-PRM NOT NUMERIC
                        OR DIA-VENC-PRM NOT NUMERIC
                        OR DIA-VENC-PRM > 28
                            DISPLAY "ERRO: PARMMENS INVALIDO - "
                               "INFORME COMPETENCIA AAAAMM E DIA DE "
                               "VENCIMENTO DE 01 A 28"
                            STOP RUN
                     END-IF
                     IF COMPETENCIA-PRM > ZEROES
                            MOVE COMPETENCIA-PRM TO WS-COMPETENCIA-N
                     END-IF
                     IF DIA-VENC-PRM > ZEROES
                            MOVE DIA-VENC-PRM TO WS-DIA-VENC.
              CLOSE PARMMENS.
              IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                     DISPLAY "ERRO: COMPETENCIA INVALIDA "
                        WS-COMPETENCIA-N
                     STOP RUN.

       CALCULA-PERIODO.
              MOVE DIAS-MES(WS-COMP-MES) TO WS-DIAS-MES.
              IF WS-COMP-MES EQUAL 2
                     DIVIDE WS-COMP-ANO BY 4
                            GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
                     DIVIDE WS-COMP-ANO BY 100
                            GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
                     DIVIDE WS-COMP-ANO BY 400
                            GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
                     IF WS-RESTO-4 EQUAL ZEROES
                        AND (WS-RESTO-100 NOT EQUAL ZEROES
                             OR WS-RESTO-400 EQUAL ZEROES)
                            MOVE 29 TO WS-DIAS-MES.
              MOVE WS-COMP-ANO TO WS-AUX-ANO.
              MOVE WS-COMP-MES TO WS-AUX-MES.
              MOVE 1 TO WS-AUX-DIA.
              MOVE WS-DATA-AUX-N TO WS-DATA-INI-MES.
              MOVE WS-DIAS-MES TO WS-AUX-DIA.
              MOVE WS-DATA-AUX-N TO WS-DATA-FIM-MES.
              IF WS-COMP-MES EQUAL 12
                     ADD 1 TO WS-AUX-ANO
                     MOVE 1 TO WS-AUX-MES
              ELSE
                     ADD 1 TO WS-AUX-MES.
              MOVE WS-DIA-VENC TO WS-AUX-DIA.
              MOVE WS-DATA-AUX-N TO WS-DATA-VENC.

       VERIFICA-CRECEB.
              MOVE "N" TO WS-CRECEB-EXISTE.
              OPEN INPUT CRECEB.
              PERFORM LE-CRECEB.
              PERFORM CONFERE-COMPETENCIA UNTIL FIM-REC.
              CLOSE CRECEB.

       LE-CRECEB.
              READ CRECEB AT END MOVE "S" TO WS-FIM-REC.

       CONFERE-COMPETENCIA.
              MOVE "S" TO WS-CRECEB-EXISTE.
              IF COMPETENCIA-REC EQUAL WS-COMPETENCIA-N
                     MOVE "S" TO WS-JA-FATURADA.
              PERFORM LE-CRECEB.

       CARREGA-MENSALIDADES.
              OPEN INPUT TABMENS.
              PERFORM LE-TABMENS.
              PERFORM GUARDA-MENSALIDADE UNTIL FIM-MEN.
              CLOSE TABMENS.

       LE-TABMENS.
              READ TABMENS AT END MOVE "S" TO WS-FIM-MEN.

       GUARDA-MENSALIDADE.
              IF WS-QTD-MEN < 50
                     ADD 1 TO WS-QTD-MEN
                     MOVE TURMA-MEN TO TM-TURMA(WS-QTD-MEN)
                     MOVE VALOR-MEN TO TM-VALOR(WS-QTD-MEN)
              ELSE
                     DISPLAY "ERRO: MAIS DE 50 TURMAS EM TABMENS - "
                        "IGNORADA A TURMA " TURMA-MEN.
              PERFORM LE-TABMENS.

       PROCURA-MENSALIDADE.
              MOVE ZEROES TO WS-MEN-ACHADA.
              PERFORM COMPARA-MENSALIDADE
                     VARYING WS-IDX-MEN FROM 1 BY 1
                     UNTIL WS-IDX-MEN > WS-QTD-MEN
                     OR WS-MEN-ACHADA > ZEROES.

       COMPARA-MENSALIDADE.
              IF TM-TURMA(WS-IDX-MEN) EQUAL WS-TURMA-VIGENTE
                     MOVE WS-IDX-MEN TO WS-MEN-ACHADA.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY CODIGO-SRT ORIGEM-SRT DATA-SRT
                                      SEQ-SRT
                     INPUT PROCEDURE IS SELECIONA-ALUNOS
                     OUTPUT PROCEDURE IS FATURA-ALUNOS.

       SELECIONA-ALUNOS.
              OPEN INPUT LOGALU.
              PERFORM LE-LOGALU.
              PERFORM TRIA-LOG UNTIL FIM-LAL.
              CLOSE LOGALU.
              OPEN INPUT ARQC.
              PERFORM LE-ARQC.
              PERFORM TRIA-ALUNO UNTIL FIM-C.
              CLOSE ARQC.

       LE-LOGALU.
              READ LOGALU AT END MOVE "S" TO WS-FIM-LAL.
              IF NOT FIM-LAL
                     ADD 1 TO WS-SEQ-LOG.

       TRIA-LOG.
              IF DATA-LAL NOT < WS-DATA-INI-MES
                     IF DATA-LAL NOT > WS-DATA-FIM-MES
                            ADD 1 TO WS-CT-LOG-LIDOS
                     END-IF
                     MOVE CODIGO-LAL TO CODIGO-SRT
                     MOVE "1" TO ORIGEM-SRT
                     MOVE DATA-LAL TO DATA-SRT
                     MOVE WS-SEQ-LOG TO SEQ-SRT
                     MOVE NOME-LAL TO NOME-SRT
                     MOVE TURMA-ANT-LAL TO TURMA-ANT-SRT
                     MOVE TURMA-LAL TO TURMA-SRT
                     RELEASE REG-SORT.
              PERFORM LE-LOGALU.

       LE-ARQC.
              READ ARQC AT END MOVE "S" TO WS-FIM-C.

       TRIA-ALUNO.
              MOVE CODIGO-C TO CODIGO-SRT.
              MOVE "2" TO ORIGEM-SRT.
              MOVE ZEROES TO DATA-SRT.
              MOVE ZEROES TO SEQ-SRT.
              MOVE NOME-C TO NOME-SRT.
              MOVE SPACES TO TURMA-ANT-SRT.
              MOVE TURMA-C TO TURMA-SRT.
              RELEASE REG-SORT.
              PERFORM LE-ARQC.

       FATURA-ALUNOS.
              PERFORM RETORNA-SORT.
              PERFORM TRATA-REGISTRO UNTIL FIM-SORT.
              IF TEM-ALUNO
                     PERFORM FECHA-ALUNO.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       TRATA-REGISTRO.
              IF NOT TEM-ALUNO
                     PERFORM ABRE-ALUNO
              ELSE
                     IF CODIGO-SRT NOT EQUAL WS-CODIGO-ATUAL
                            PERFORM FECHA-ALUNO
                            PERFORM ABRE-ALUNO.
              MOVE NOME-SRT TO WS-NOME-ALUNO.
              IF ORIGEM-LOG
                     PERFORM APLICA-MOVIMENTO
              ELSE
                     IF NOT ESTADO-DEFINIDO
                            MOVE TURMA-SRT TO WS-TURMA-VIGENTE
                            MOVE "S" TO WS-ESTADO-DEF.
              PERFORM RETORNA-SORT.

       ABRE-ALUNO.
              MOVE "S" TO WS-TEM-ALUNO.
              MOVE CODIGO-SRT TO WS-CODIGO-ATUAL.
              MOVE "N" TO WS-ESTADO-DEF.
              MOVE "N" TO WS-PRORATA.
              MOVE "N" TO WS-SEM-TABELA.
              MOVE SPACES TO WS-TURMA-VIGENTE.
              MOVE SPACES TO WS-TURMA-TITULO.
              MOVE 1 TO WS-DIA-INICIO.
              MOVE ZEROES TO WS-DIAS-ALUNO.
              MOVE ZEROES TO WS-VALOR-ALUNO.

       APLICA-MOVIMENTO.
              IF NOT ESTADO-DEFINIDO
                     MOVE TURMA-ANT-SRT TO WS-TURMA-VIGENTE
                     MOVE "S" TO WS-ESTADO-DEF.
              IF DATA-SRT NOT > WS-DATA-FIM-MES
                     MOVE DATA-SRT TO WS-DATA-AUX-N
                     IF WS-AUX-DIA > 1
                            COMPUTE WS-DIA-FIM = WS-AUX-DIA - 1
                            PERFORM FECHA-SEGMENTO
                     END-IF
                     MOVE TURMA-SRT TO WS-TURMA-VIGENTE
                     MOVE WS-AUX-DIA TO WS-DIA-INICIO
                     MOVE "S" TO WS-PRORATA.

       FECHA-SEGMENTO.
              IF WS-TURMA-VIGENTE NOT EQUAL SPACES
                 AND WS-DIA-FIM NOT < WS-DIA-INICIO
                     COMPUTE WS-DIAS-SEGMENTO =
                            WS-DIA-FIM - WS-DIA-INICIO + 1
                     ADD WS-DIAS-SEGMENTO TO WS-DIAS-ALUNO
                     MOVE WS-TURMA-VIGENTE TO WS-TURMA-TITULO
                     PERFORM PROCURA-MENSALIDADE
                     IF WS-MEN-ACHADA EQUAL ZEROES
                            MOVE "S" TO WS-SEM-TABELA
                            MOVE WS-TURMA-VIGENTE TO WS-TURMA-FALTANTE
                     ELSE
                            COMPUTE WS-VALOR-SEGMENTO ROUNDED =
                                   TM-VALOR(WS-MEN-ACHADA)
                                   * WS-DIAS-SEGMENTO / WS-DIAS-MES
                            ADD WS-VALOR-SEGMENTO TO WS-VALOR-ALUNO.

       FECHA-ALUNO.
              MOVE WS-DIAS-MES TO WS-DIA-FIM.
              PERFORM FECHA-SEGMENTO.
              IF WS-DIAS-ALUNO > ZEROES
                     IF TURMA-SEM-TABELA
                            PERFORM APONTA-SEM-TABELA
                     ELSE
                            PERFORM GRAVA-TITULO.
              MOVE "N" TO WS-TEM-ALUNO.

       GRAVA-TITULO.
              MOVE WS-CODIGO-ATUAL TO CODIGO-REC.
              MOVE WS-COMPETENCIA-N TO COMPETENCIA-REC.
              MOVE WS-NOME-ALUNO TO NOME-REC.
              MOVE WS-TURMA-TITULO TO TURMA-REC.
              MOVE WS-DIAS-ALUNO TO DIAS-REC.
              MOVE WS-DATA-HOJE TO DATA-EMISSAO-REC.
              MOVE WS-DATA-VENC TO DATA-VENC-REC.
              MOVE WS-VALOR-ALUNO TO VALOR-REC.
              MOVE ZEROES TO VALOR-PAGO-REC.
              MOVE "A" TO SITUACAO-REC.
              MOVE ZEROES TO DATA-PAG-REC.
              WRITE REG-CRECEB.
              ADD 1 TO WS-CT-TITULOS.
              ADD WS-VALOR-ALUNO TO WS-TOTAL-FATURADO.
              MOVE WS-TURMA-TITULO TO VAR-TURMA.
              MOVE WS-VALOR-ALUNO TO VAR-VALOR.
              IF COBRANCA-PRORATA
                     MOVE "PRO-RATA" TO VAR-OBS
                     ADD 1 TO WS-CT-PRORATA
              ELSE
                     MOVE SPACES TO VAR-OBS.
              PERFORM IMPRIME-LINHA.

       APONTA-SEM-TABELA.
              ADD 1 TO WS-CT-SEM-TABELA.
              MOVE WS-TURMA-FALTANTE TO VAR-TURMA.
              MOVE ZEROES TO VAR-VALOR.
              MOVE "SEM TAB." TO VAR-OBS.
              PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE WS-CODIGO-ATUAL TO VAR-CODIGO.
              MOVE WS-NOME-ALUNO TO VAR-NOME.
              MOVE WS-DIAS-ALUNO TO VAR-DIAS.
              WRITE REG-RELFAT FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              MOVE SPACES TO REG-RELFAT.
              WRITE REG-RELFAT AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-COMP-MES TO VAR-COMP-MES-CAB.
              MOVE WS-COMP-ANO TO VAR-COMP-ANO-CAB.
              MOVE WS-DATA-VENC TO VAR-VENC-CAB.
              MOVE WS-DIAS-MES TO VAR-DIAS-MES-CAB.
              WRITE REG-RELFAT FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELFAT FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELFAT FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELFAT.
              WRITE REG-RELFAT AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       RELAT-TOTAIS.
              IF CT-LIN > 34
                     PERFORM CABECALHO.
              MOVE "TITULOS GERADOS:              "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-TITULOS TO VAR-QTD-TOT.
              WRITE REG-RELFAT FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "COBRADOS PRO-RATA:            "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-PRORATA TO VAR-QTD-TOT.
              WRITE REG-RELFAT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "NAO COBRADOS (SEM TABMENS):   "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-TABELA TO VAR-QTD-TOT.
              WRITE REG-RELFAT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "MOVIMENTOS DO LOGALU NO MES:  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LOG-LIDOS TO VAR-QTD-TOT.
              WRITE REG-RELFAT FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR TOTAL FATURADO:         "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-FATURADO TO VAR-VALOR-VAL.
              WRITE REG-RELFAT FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELFAT CRECEB.
              DISPLAY "EX45: COMPETENCIA " WS-COMPETENCIA-N " - "
                 WS-CT-TITULOS " TITULOS GERADOS".

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
