       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX44.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          VIRADA DO ANO LETIVO DO ROTEIRO DE ALUNOS
                         (ARQC): PARA CADA ALUNO CONSULTA A TABELA DE
                         PROGRESSAO DE TURMAS (PROGTUR: TURMA ATUAL E
                         PROXIMA TURMA OU FORMATURA) E A SITUACAO FINAL
                         DO PERIODO GRAVADA PELO EX27 (RESALU). APROVADO
                         E PROMOVIDO PARA A PROXIMA TURMA (ALTERACAO NO
                         MOVALU) OU, NA ULTIMA TURMA, FORMADO (EXCLUSAO
                         NO MOVALU); EM RISCO OU REPROVADO FICA RETIDO
                         NA MESMA TURMA; SEM NOTAS OU COM TURMA FORA DA
                         PROGTUR E MANTIDO E APONTADO. O MOVALU SAI EM
                         ORDEM DE CODIGO PARA O EX16, QUE APLICA A
                         CAPACIDADE (CAPTURMA) E A FILA DE ESPERA
                         (FILAESP). O RELVIRA LISTA POR TURMA CADA
                         MOVIMENTO PLANEJADO E A PROJECAO DE OCUPACAO
                         DAS TURMAS CONTRA A CAPTURMA. PARMVIRA INFORMA
                         O ANO LETIVO (PADRAO: ANO CORRENTE) E O MODO:
                         P (PADRAO) SO IMPRIME A PREVIA; G GRAVA O
                         MOVALU E ARQUIVA NO ARQCHIST A COPIA DO ARQC
                         QUE SAI, COM O ANO, A SITUACAO E O DESTINO DE
                         CADA ALUNO. UM ANO JA ARQUIVADO NAO PODE SER
                         GERADO DE NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PARMVIRA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROGTUR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RESALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CAPTURMA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MOVALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARQCHIST ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELVIRA ASSIGN TO DISK.

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

       FD PARMVIRA
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PARMVIRA.DAT".

       01 REG-PARMVIRA.
              02 ANO-LETIVO-PRM PIC 9(4).
              02 MODO-PRM       PIC X.

       FD PROGTUR
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PROGTUR.DAT".

       01 REG-PROGTUR.
              02 TURMA-PRG   PIC X(20).
              02 TIPO-PRG    PIC X.
                     88 PRG-PROMOVE VALUE "P".
                     88 PRG-FORMA   VALUE "F".
              02 DESTINO-PRG PIC X(20).

       FD RESALU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RESALU.DAT".

       01 REG-RESALU.
              02 CODIGO-RES   PIC 9(3).
              02 TURMA-RES    PIC X(20).
              02 SITUACAO-RES PIC X.

       FD CAPTURMA
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CAPTURMA.DAT".

       01 REG-CAPTURMA.
              02 TURMA-CAP      PIC X(20).
              02 CAPACIDADE-CAP PIC 9(3).

       FD ARQC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ARQC.DAT".

       01 REG-C.
              02 CODIGO-C    PIC 999.
              02 NOME-C      PIC X(30).
              02 TURMA-C     PIC X(20).

       FD MOVALU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVALU.DAT".

       01 REG-MOVALU.
              02 CODIGO-MAL  PIC 999.
              02 TIPO-MAL    PIC X.
              02 NOME-MAL    PIC X(30).
              02 TURMA-MAL   PIC X(20).
              02 DATA-MAL    PIC 9(8).

       FD ARQCHIST
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ARQCHIST.DAT".

       01 REG-ARQCHIST.
              02 ANO-HIS      PIC 9(4).
              02 CODIGO-HIS   PIC 999.
              02 NOME-HIS     PIC X(30).
              02 TURMA-HIS    PIC X(20).
              02 SITUACAO-HIS PIC X.
              02 ACAO-HIS     PIC X.
              02 DESTINO-HIS  PIC X(20).

       SD ARQSORT.

       01 REG-SORT.
              02 TURMA-SRT    PIC X(20).
              02 CODIGO-SRT   PIC 999.
              02 NOME-SRT     PIC X(30).
              02 SITUACAO-SRT PIC X.
                     88 SRT-APROVADO  VALUE "A".
                     88 SRT-EM-RISCO  VALUE "E".
                     88 SRT-REPROVADO VALUE "R".
              02 ACAO-SRT     PIC X.
                     88 ACAO-PROMOVE VALUE "P".
                     88 ACAO-FORMA   VALUE "F".
                     88 ACAO-RETEM   VALUE "R".
                     88 ACAO-MANTEM  VALUE "M".
              02 DESTINO-SRT  PIC X(20).

       FD RELVIRA
       LABEL RECORD ARE OMITTED.

       01 REG-RELVIRA PIC X(80).

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
       77 WS-FIM-PRG PIC X VALUE "N".
              88 FIM-PRG VALUE "S".
       77 WS-FIM-RES PIC X VALUE "N".
              88 FIM-RES VALUE "S".
       77 WS-FIM-CAP PIC X VALUE "N".
              88 FIM-CAP VALUE "S".
       77 WS-FIM-C PIC X VALUE "N".
              88 FIM-C VALUE "S".
       77 WS-FIM-HIS PIC X VALUE "N".
              88 FIM-HIS VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-MODO PIC X VALUE "P".
              88 MODO-PREVIA VALUE "P".
              88 MODO-GERA   VALUE "G".
       77 WS-ANO-LETIVO PIC 9(4) VALUE ZEROES.
       77 WS-ARQCHIST-EXISTE PIC X VALUE "N".
              88 ARQCHIST-EXISTE VALUE "S".
       77 WS-ANO-ARQUIVADO PIC X VALUE "N".
              88 ANO-ARQUIVADO VALUE "S".
       77 WS-ULT-CODIGO-C PIC 9(3) VALUE ZEROES.
       77 WS-QTD-PRG PIC 99 VALUE ZEROES.
       77 WS-IDX-PRG PIC 99 VALUE ZEROES.
       77 WS-PRG-ACHADA PIC 99 VALUE ZEROES.
       77 WS-QTD-CAP PIC 99 VALUE ZEROES.
       77 WS-IDX-CAP PIC 99 VALUE ZEROES.
       77 WS-CAP-ACHADA PIC 99 VALUE ZEROES.
       77 WS-QTD-PROJ PIC 99 VALUE ZEROES.
       77 WS-IDX-PROJ PIC 99 VALUE ZEROES.
       77 WS-PROJ-ACHADA PIC 99 VALUE ZEROES.
       77 WS-IDX-RES PIC 9(4) VALUE ZEROES.
       77 WS-TURMA-ALVO PIC X(20) VALUE SPACES.
       77 WS-TURMA-ATUAL PIC X(20) VALUE SPACES.
       77 WS-TEM-TURMA PIC X VALUE "N".
              88 TEM-TURMA VALUE "S".
       77 WS-PREVISTO PIC 9(4) VALUE ZEROES.
       77 WS-EXCEDENTE PIC 9(4) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-PROMOVIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-FORMADOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-RETIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-NOTAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-PROGR PIC 9(5) VALUE ZEROES.
       77 WS-CT-MOVIMENTOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-ARQUIVADOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-EXCEDENTE PIC 9(5) VALUE ZEROES.
       77 WS-CT-PROM-TUR PIC 9(3) VALUE ZEROES.
       77 WS-CT-FORM-TUR PIC 9(3) VALUE ZEROES.
       77 WS-CT-RET-TUR PIC 9(3) VALUE ZEROES.
       77 WS-CT-MANT-TUR PIC 9(3) VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99 VALUE 41.

       01 WS-DATA-HOJE.
              02 WS-ANO-HOJE PIC 9(4).
              02 FILLER      PIC 9(4).

       01 TAB-PROGRESSAO.
              02 PRG-ENTRY OCCURS 50 TIMES.
                     03 TP-TURMA   PIC X(20).
                     03 TP-TIPO    PIC X.
                            88 TP-PROMOVE VALUE "P".
                            88 TP-FORMA   VALUE "F".
                     03 TP-DESTINO PIC X(20).

       01 TAB-RESULTADO.
              02 RES-ENTRY OCCURS 1000 TIMES.
                     03 TR-SITUACAO PIC X.

       01 TAB-CAPACIDADE.
              02 CAP-ENTRY OCCURS 50 TIMES.
                     03 TC-TURMA PIC X(20).
                     03 TC-CAPACIDADE PIC 9(3).

       01 TAB-PROJECAO.
              02 PROJ-ENTRY OCCURS 50 TIMES.
                     03 TJ-TURMA      PIC X(20).
                     03 TJ-PERMANECEM PIC 9(3).
                     03 TJ-CHEGAM     PIC 9(3).

       01 CAB-1.
              02 FILLER PIC X(23) VALUE SPACES.
              02 FILLER PIC X(26) VALUE
              "VIRADA DO ANO LETIVO".
              02 FILLER PIC X(23) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(12) VALUE "ANO LETIVO: ".
              02 VAR-ANO-CAB PIC 9(4).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(6) VALUE "MODO: ".
              02 VAR-MODO-CAB PIC X(40).
              02 FILLER PIC X(12) VALUE SPACES.

       01 CAB-TURMA.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(7) VALUE "TURMA: ".
              02 VAR-TURMA-CAB PIC X(20).
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(12) VALUE "PROGRESSAO: ".
              02 VAR-PROGR-CAB PIC X(20).
              02 FILLER PIC X(15) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(3) VALUE "COD".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(30) VALUE "NOME".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(9) VALUE "SITUACAO".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(9) VALUE "ACAO".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(20) VALUE "DESTINO".
              02 FILLER PIC XX VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 999.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-NOME PIC X(30).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-SITUACAO PIC X(9).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-ACAO PIC X(9).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-DESTINO PIC X(20).
              02 FILLER PIC XX VALUE SPACES.

       01 CAB-RESUMO-TURMA.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(12) VALUE "PROMOVIDOS: ".
              02 VAR-QTD-PROM PIC ZZ9.
              02 FILLER PIC X(12) VALUE "  FORMADOS: ".
              02 VAR-QTD-FORM PIC ZZ9.
              02 FILLER PIC X(11) VALUE "  RETIDOS: ".
              02 VAR-QTD-RET PIC ZZ9.
              02 FILLER PIC X(12) VALUE "  MANTIDOS: ".
              02 VAR-QTD-MANT PIC ZZ9.
              02 FILLER PIC X(19) VALUE SPACES.

       01 CAB-PROJ-1.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(46) VALUE
              "PROJECAO DE OCUPACAO DAS TURMAS APOS A VIRADA".
              02 FILLER PIC X(32) VALUE SPACES.

       01 CAB-PROJ-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(20) VALUE "TURMA".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(11) VALUE " CAPACIDADE".
              02 FILLER PIC X(11) VALUE " PERMANECEM".
              02 FILLER PIC X(11) VALUE "     CHEGAM".
              02 FILLER PIC X(11) VALUE "   PREVISTO".
              02 FILLER PIC X(11) VALUE "  EXCEDENTE".
              02 FILLER PIC X VALUE SPACES.

       01 CAB-PROJ-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-TURMA-PROJ PIC X(20).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CAP-PROJ-X PIC X(11).
              02 VAR-CAP-PROJ REDEFINES VAR-CAP-PROJ-X
                                 PIC Z(10)9.
              02 VAR-PERM-PROJ PIC Z(10)9.
              02 VAR-CHEG-PROJ PIC Z(10)9.
              02 VAR-PREV-PROJ PIC Z(10)9.
              02 VAR-EXC-PROJ PIC Z(10)9.
              02 FILLER PIC X VALUE SPACES.

       01 CAB-AVISO.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(40) VALUE
              "ATENCAO: EXCEDENTE ACIMA DOS 100 LUGARES".
              02 FILLER PIC X(27) VALUE
              " DA FILA DE ESPERA DO EX16".
              02 FILLER PIC X(11) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(34).
              02 VAR-QTD-TOT PIC ZZ.ZZ9.
              02 FILLER PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              MOVE WS-ANO-HOJE TO WS-ANO-LETIVO.
              PERFORM LE-PARAMETRO.
              PERFORM VERIFICA-ARQCHIST.
              IF ANO-ARQUIVADO
                     IF MODO-GERA
                            DISPLAY "ERRO: ANO LETIVO " WS-ANO-LETIVO
                               " JA ARQUIVADO EM ARQCHIST - VIRADA "
                               "JA GERADA"
                            STOP RUN
                     ELSE
                            DISPLAY "EX44: AVISO - ANO LETIVO "
                               WS-ANO-LETIVO " JA ARQUIVADO EM "
                               "ARQCHIST".
              PERFORM CARREGA-PROGRESSAO.
              PERFORM CARREGA-RESULTADOS.
              PERFORM CARREGA-CAPACIDADES.
              OPEN OUTPUT RELVIRA.
              IF MODO-GERA
                     OPEN OUTPUT MOVALU
                     IF ARQCHIST-EXISTE
                            OPEN EXTEND ARQCHIST
                     ELSE
                            OPEN OUTPUT ARQCHIST.

       LE-PARAMETRO.
              OPEN INPUT PARMVIRA.
              READ PARMVIRA AT END MOVE "S" TO WS-FIM-PARM.
              IF NOT FIM-PARM
                     IF ANO-LETIVO-PRM NOT NUMERIC
                        OR (MODO-PRM NOT EQUAL "P"
                        AND MODO-PRM NOT EQUAL "G"
                        AND MODO-PRM NOT EQUAL SPACE)
                            DISPLAY "ERRO: PARMVIRA INVALIDO - "
                               "INFORME ANO LETIVO E MODO P OU G"
                            STOP RUN
                     END-IF
                     IF ANO-LETIVO-PRM > ZEROES
                            MOVE ANO-LETIVO-PRM TO WS-ANO-LETIVO
                     END-IF
                     IF MODO-PRM EQUAL "G"
                            MOVE "G" TO WS-MODO.
              CLOSE PARMVIRA.

       VERIFICA-ARQCHIST.
              MOVE "N" TO WS-ARQCHIST-EXISTE.
              OPEN INPUT ARQCHIST.
              PERFORM LE-ARQCHIST.
              PERFORM CONFERE-ANO-ARQUIVADO UNTIL FIM-HIS.
              CLOSE ARQCHIST.

       LE-ARQCHIST.
              READ ARQCHIST AT END MOVE "S" TO WS-FIM-HIS.

       CONFERE-ANO-ARQUIVADO.
              MOVE "S" TO WS-ARQCHIST-EXISTE.
              IF ANO-HIS EQUAL WS-ANO-LETIVO
                     MOVE "S" TO WS-ANO-ARQUIVADO.
              PERFORM LE-ARQCHIST.

       CARREGA-PROGRESSAO.
              OPEN INPUT PROGTUR.
              PERFORM LE-PROGTUR.
              PERFORM GUARDA-PROGRESSAO UNTIL FIM-PRG.
              CLOSE PROGTUR.
              IF WS-QTD-PRG EQUAL ZEROES
                     DISPLAY "ERRO: PROGTUR VAZIO - TABELA DE "
                        "PROGRESSAO DE TURMAS OBRIGATORIA"
                     STOP RUN.

       LE-PROGTUR.
              READ PROGTUR AT END MOVE "S" TO WS-FIM-PRG.

       GUARDA-PROGRESSAO.
              IF NOT PRG-PROMOVE AND NOT PRG-FORMA
                     DISPLAY "ERRO: PROGTUR COM TIPO INVALIDO NA "
                        "TURMA " TURMA-PRG
                     STOP RUN.
              IF PRG-PROMOVE
                 AND (DESTINO-PRG EQUAL SPACES
                 OR DESTINO-PRG EQUAL TURMA-PRG)
                     DISPLAY "ERRO: PROGTUR SEM PROXIMA TURMA VALIDA "
                        "NA TURMA " TURMA-PRG
                     STOP RUN.
              MOVE TURMA-PRG TO WS-TURMA-ALVO.
              PERFORM PROCURA-PROGRESSAO.
              IF WS-PRG-ACHADA > ZEROES
                     DISPLAY "ERRO: TURMA REPETIDA NO PROGTUR - "
                        TURMA-PRG
                     STOP RUN.
              IF WS-QTD-PRG NOT LESS THAN 50
                     DISPLAY "ERRO: MAIS DE 50 TURMAS EM PROGTUR"
                     STOP RUN.
              ADD 1 TO WS-QTD-PRG.
              MOVE TURMA-PRG TO TP-TURMA(WS-QTD-PRG).
              MOVE TIPO-PRG TO TP-TIPO(WS-QTD-PRG).
              MOVE DESTINO-PRG TO TP-DESTINO(WS-QTD-PRG).
              PERFORM LOCALIZA-PROJECAO.
              IF PRG-PROMOVE
                     MOVE DESTINO-PRG TO WS-TURMA-ALVO
                     PERFORM LOCALIZA-PROJECAO.
              PERFORM LE-PROGTUR.

       PROCURA-PROGRESSAO.
              MOVE ZEROES TO WS-PRG-ACHADA.
              PERFORM COMPARA-PROGRESSAO
                     VARYING WS-IDX-PRG FROM 1 BY 1
                     UNTIL WS-IDX-PRG > WS-QTD-PRG
                     OR WS-PRG-ACHADA > ZEROES.

       COMPARA-PROGRESSAO.
              IF TP-TURMA(WS-IDX-PRG) EQUAL WS-TURMA-ALVO
                     MOVE WS-IDX-PRG TO WS-PRG-ACHADA.

       CARREGA-RESULTADOS.
              MOVE SPACES TO TAB-RESULTADO.
              OPEN INPUT RESALU.
              PERFORM LE-RESALU.
              PERFORM GUARDA-RESULTADO UNTIL FIM-RES.
              CLOSE RESALU.

       LE-RESALU.
              READ RESALU AT END MOVE "S" TO WS-FIM-RES.

       GUARDA-RESULTADO.
              IF CODIGO-RES NUMERIC
                     COMPUTE WS-IDX-RES = CODIGO-RES + 1
                     MOVE SITUACAO-RES TO TR-SITUACAO(WS-IDX-RES)
              ELSE
                     DISPLAY "ERRO: RESALU COM CODIGO INVALIDO - "
                        "IGNORADO " REG-RESALU.
              PERFORM LE-RESALU.

       CARREGA-CAPACIDADES.
              OPEN INPUT CAPTURMA.
              PERFORM LE-CAPACIDADE.
              PERFORM GUARDA-CAPACIDADE UNTIL FIM-CAP.
              CLOSE CAPTURMA.

       LE-CAPACIDADE.
              READ CAPTURMA AT END MOVE "S" TO WS-FIM-CAP.

       GUARDA-CAPACIDADE.
              IF WS-QTD-CAP < 50
                     ADD 1 TO WS-QTD-CAP
                     MOVE TURMA-CAP TO TC-TURMA(WS-QTD-CAP)
                     MOVE CAPACIDADE-CAP TO TC-CAPACIDADE(WS-QTD-CAP)
              ELSE
                     DISPLAY "ERRO: MAIS DE 50 TURMAS EM CAPTURMA - "
                        "IGNORADA A TURMA " TURMA-CAP.
              PERFORM LE-CAPACIDADE.

       PROCURA-CAPACIDADE.
              MOVE ZEROES TO WS-CAP-ACHADA.
              PERFORM COMPARA-CAPACIDADE
                     VARYING WS-IDX-CAP FROM 1 BY 1
                     UNTIL WS-IDX-CAP > WS-QTD-CAP
                     OR WS-CAP-ACHADA > ZEROES.

       COMPARA-CAPACIDADE.
              IF TC-TURMA(WS-IDX-CAP) EQUAL WS-TURMA-ALVO
                     MOVE WS-IDX-CAP TO WS-CAP-ACHADA.

       LOCALIZA-PROJECAO.
              MOVE ZEROES TO WS-PROJ-ACHADA.
              PERFORM COMPARA-PROJECAO
                     VARYING WS-IDX-PROJ FROM 1 BY 1
                     UNTIL WS-IDX-PROJ > WS-QTD-PROJ
                     OR WS-PROJ-ACHADA > ZEROES.
              IF WS-PROJ-ACHADA EQUAL ZEROES
                     IF WS-QTD-PROJ < 50
                            ADD 1 TO WS-QTD-PROJ
                            MOVE WS-TURMA-ALVO
                                   TO TJ-TURMA(WS-QTD-PROJ)
                            MOVE ZEROES
                                   TO TJ-PERMANECEM(WS-QTD-PROJ)
                            MOVE ZEROES TO TJ-CHEGAM(WS-QTD-PROJ)
                            MOVE WS-QTD-PROJ TO WS-PROJ-ACHADA
                     ELSE
                            DISPLAY "ERRO: MAIS DE 50 TURMAS NA "
                               "PROJECAO - IGNORADA A TURMA "
                               WS-TURMA-ALVO.

       COMPARA-PROJECAO.
              IF TJ-TURMA(WS-IDX-PROJ) EQUAL WS-TURMA-ALVO
                     MOVE WS-IDX-PROJ TO WS-PROJ-ACHADA.

       CLASSIFICA.
              SORT ARQSORT
                     ON ASCENDING KEY TURMA-SRT CODIGO-SRT
                     INPUT PROCEDURE IS PLANEJA-VIRADA
                     OUTPUT PROCEDURE IS IMPRIME-PREVIA.

       PLANEJA-VIRADA.
              OPEN INPUT ARQC.
              PERFORM LE-ARQC.
              PERFORM PLANEJA-ALUNO UNTIL FIM-C.
              CLOSE ARQC.

       LE-ARQC.
              READ ARQC AT END MOVE "S" TO WS-FIM-C.
              IF NOT FIM-C
                     IF CODIGO-C < WS-ULT-CODIGO-C
                            DISPLAY "ERRO: ARQC FORA DE ORDEM "
                               "CHAVE=" CODIGO-C
                               " ESPERADO >= " WS-ULT-CODIGO-C
                            STOP RUN
                     ELSE
                            MOVE CODIGO-C TO WS-ULT-CODIGO-C
                            ADD 1 TO WS-CT-LIDOS.

       PLANEJA-ALUNO.
              MOVE TURMA-C TO TURMA-SRT.
              MOVE CODIGO-C TO CODIGO-SRT.
              MOVE NOME-C TO NOME-SRT.
              COMPUTE WS-IDX-RES = CODIGO-C + 1.
              MOVE TR-SITUACAO(WS-IDX-RES) TO SITUACAO-SRT.
              MOVE TURMA-C TO WS-TURMA-ALVO.
              PERFORM PROCURA-PROGRESSAO.
              IF WS-PRG-ACHADA EQUAL ZEROES
                     MOVE "M" TO ACAO-SRT
                     MOVE "(SEM PROGRESSAO)" TO DESTINO-SRT
                     ADD 1 TO WS-CT-SEM-PROGR
              ELSE
              IF NOT SRT-APROVADO AND NOT SRT-EM-RISCO
                 AND NOT SRT-REPROVADO
                     MOVE "M" TO ACAO-SRT
                     MOVE TURMA-C TO DESTINO-SRT
                     ADD 1 TO WS-CT-SEM-NOTAS
              ELSE
              IF NOT SRT-APROVADO
                     MOVE "R" TO ACAO-SRT
                     MOVE TURMA-C TO DESTINO-SRT
                     ADD 1 TO WS-CT-RETIDOS
              ELSE
              IF TP-FORMA(WS-PRG-ACHADA)
                     MOVE "F" TO ACAO-SRT
                     MOVE "(CONCLUI O CURSO)" TO DESTINO-SRT
                     ADD 1 TO WS-CT-FORMADOS
              ELSE
                     MOVE "P" TO ACAO-SRT
                     MOVE TP-DESTINO(WS-PRG-ACHADA) TO DESTINO-SRT
                     ADD 1 TO WS-CT-PROMOVIDOS.
              PERFORM PROJETA-OCUPACAO.
              IF MODO-GERA
                     PERFORM GRAVA-MOVIMENTO
                     PERFORM ARQUIVA-ALUNO.
              RELEASE REG-SORT.
              PERFORM LE-ARQC.

       PROJETA-OCUPACAO.
              IF ACAO-RETEM OR ACAO-MANTEM
                     MOVE TURMA-C TO WS-TURMA-ALVO
                     PERFORM LOCALIZA-PROJECAO
                     IF WS-PROJ-ACHADA > ZEROES
                            ADD 1 TO TJ-PERMANECEM(WS-PROJ-ACHADA).
              IF ACAO-PROMOVE
                     MOVE DESTINO-SRT TO WS-TURMA-ALVO
                     PERFORM LOCALIZA-PROJECAO
                     IF WS-PROJ-ACHADA > ZEROES
                            ADD 1 TO TJ-CHEGAM(WS-PROJ-ACHADA).

       GRAVA-MOVIMENTO.
              IF ACAO-PROMOVE OR ACAO-FORMA
                     MOVE CODIGO-C TO CODIGO-MAL
                     MOVE NOME-C TO NOME-MAL
                     MOVE ZEROES TO DATA-MAL
                     IF ACAO-PROMOVE
                            MOVE "A" TO TIPO-MAL
                            MOVE DESTINO-SRT TO TURMA-MAL
                     ELSE
                            MOVE "E" TO TIPO-MAL
                            MOVE TURMA-C TO TURMA-MAL
                     END-IF
                     WRITE REG-MOVALU
                     ADD 1 TO WS-CT-MOVIMENTOS.

       ARQUIVA-ALUNO.
              MOVE WS-ANO-LETIVO TO ANO-HIS.
              MOVE CODIGO-C TO CODIGO-HIS.
              MOVE NOME-C TO NOME-HIS.
              MOVE TURMA-C TO TURMA-HIS.
              MOVE SITUACAO-SRT TO SITUACAO-HIS.
              MOVE ACAO-SRT TO ACAO-HIS.
              MOVE DESTINO-SRT TO DESTINO-HIS.
              WRITE REG-ARQCHIST.
              ADD 1 TO WS-CT-ARQUIVADOS.

       IMPRIME-PREVIA.
              PERFORM RETORNA-SORT.
              PERFORM LISTA-ALUNO UNTIL FIM-SORT.
              IF TEM-TURMA
                     PERFORM FECHA-TURMA.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE "S" TO WS-FIM-SORT.

       LISTA-ALUNO.
              IF NOT TEM-TURMA
                 OR TURMA-SRT NOT EQUAL WS-TURMA-ATUAL
                     IF TEM-TURMA
                            PERFORM FECHA-TURMA
                     END-IF
                     PERFORM ABRE-TURMA.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE CODIGO-SRT TO VAR-CODIGO.
              MOVE NOME-SRT TO VAR-NOME.
              IF SRT-APROVADO
                     MOVE "APROVADO " TO VAR-SITUACAO
              ELSE
              IF SRT-EM-RISCO
                     MOVE "EM RISCO " TO VAR-SITUACAO
              ELSE
              IF SRT-REPROVADO
                     MOVE "REPROVADO" TO VAR-SITUACAO
              ELSE
                     MOVE "SEM NOTAS" TO VAR-SITUACAO.
              IF ACAO-PROMOVE
                     MOVE "PROMOVE  " TO VAR-ACAO
                     ADD 1 TO WS-CT-PROM-TUR
              ELSE
              IF ACAO-FORMA
                     MOVE "FORMA    " TO VAR-ACAO
                     ADD 1 TO WS-CT-FORM-TUR
              ELSE
              IF ACAO-RETEM
                     MOVE "RETEM    " TO VAR-ACAO
                     ADD 1 TO WS-CT-RET-TUR
              ELSE
                     MOVE "MANTEM   " TO VAR-ACAO
                     ADD 1 TO WS-CT-MANT-TUR.
              MOVE DESTINO-SRT TO VAR-DESTINO.
              WRITE REG-RELVIRA FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              PERFORM RETORNA-SORT.

       ABRE-TURMA.
              MOVE "S" TO WS-TEM-TURMA.
              MOVE TURMA-SRT TO WS-TURMA-ATUAL.
              MOVE ZEROES TO WS-CT-PROM-TUR.
              MOVE ZEROES TO WS-CT-FORM-TUR.
              MOVE ZEROES TO WS-CT-RET-TUR.
              MOVE ZEROES TO WS-CT-MANT-TUR.
              PERFORM CABECALHO.

       FECHA-TURMA.
              MOVE WS-CT-PROM-TUR TO VAR-QTD-PROM.
              MOVE WS-CT-FORM-TUR TO VAR-QTD-FORM.
              MOVE WS-CT-RET-TUR TO VAR-QTD-RET.
              MOVE WS-CT-MANT-TUR TO VAR-QTD-MANT.
              WRITE REG-RELVIRA FROM CAB-RESUMO-TURMA
                     AFTER ADVANCING 2 LINES.
              MOVE "N" TO WS-TEM-TURMA.

       CABECALHO.
              MOVE SPACES TO REG-RELVIRA.
              WRITE REG-RELVIRA AFTER ADVANCING PAGE.
              PERFORM CABECALHO-COMUM.
              MOVE WS-TURMA-ATUAL TO VAR-TURMA-CAB.
              MOVE WS-TURMA-ATUAL TO WS-TURMA-ALVO.
              PERFORM PROCURA-PROGRESSAO.
              IF WS-PRG-ACHADA EQUAL ZEROES
                     MOVE "(SEM PROGRESSAO)" TO VAR-PROGR-CAB
              ELSE
              IF TP-FORMA(WS-PRG-ACHADA)
                     MOVE "(FORMATURA)" TO VAR-PROGR-CAB
              ELSE
                     MOVE TP-DESTINO(WS-PRG-ACHADA) TO VAR-PROGR-CAB.
              WRITE REG-RELVIRA FROM CAB-TURMA
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELVIRA FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELVIRA.
              WRITE REG-RELVIRA AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       CABECALHO-COMUM.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-ANO-LETIVO TO VAR-ANO-CAB.
              IF MODO-GERA
                     MOVE "GERACAO DO MOVALU E ARQUIVAMENTO"
                            TO VAR-MODO-CAB
              ELSE
                     MOVE "PREVIA (NADA GRAVADO)" TO VAR-MODO-CAB.
              WRITE REG-RELVIRA FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELVIRA FROM CAB-2
                     AFTER ADVANCING 2 LINES.

       CABECALHO-PROJECAO.
              MOVE SPACES TO REG-RELVIRA.
              WRITE REG-RELVIRA AFTER ADVANCING PAGE.
              PERFORM CABECALHO-COMUM.
              WRITE REG-RELVIRA FROM CAB-PROJ-1
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELVIRA FROM CAB-PROJ-2
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELVIRA.
              WRITE REG-RELVIRA AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       RELAT-PROJECAO.
              PERFORM CABECALHO-PROJECAO.
              PERFORM LISTA-PROJECAO
                     VARYING WS-IDX-PROJ FROM 1 BY 1
                     UNTIL WS-IDX-PROJ > WS-QTD-PROJ.

       LISTA-PROJECAO.
              IF CT-LIN > 40
                     PERFORM CABECALHO-PROJECAO.
              MOVE TJ-TURMA(WS-IDX-PROJ) TO VAR-TURMA-PROJ.
              MOVE TJ-PERMANECEM(WS-IDX-PROJ) TO VAR-PERM-PROJ.
              MOVE TJ-CHEGAM(WS-IDX-PROJ) TO VAR-CHEG-PROJ.
              COMPUTE WS-PREVISTO = TJ-PERMANECEM(WS-IDX-PROJ)
                                  + TJ-CHEGAM(WS-IDX-PROJ).
              MOVE WS-PREVISTO TO VAR-PREV-PROJ.
              MOVE ZEROES TO WS-EXCEDENTE.
              MOVE TJ-TURMA(WS-IDX-PROJ) TO WS-TURMA-ALVO.
              PERFORM PROCURA-CAPACIDADE.
              IF WS-CAP-ACHADA EQUAL ZEROES
                     MOVE " SEM LIMITE" TO VAR-CAP-PROJ-X
              ELSE
                     MOVE TC-CAPACIDADE(WS-CAP-ACHADA) TO VAR-CAP-PROJ
                     IF WS-PREVISTO > TC-CAPACIDADE(WS-CAP-ACHADA)
                            COMPUTE WS-EXCEDENTE = WS-PREVISTO
                               - TC-CAPACIDADE(WS-CAP-ACHADA)
                            IF WS-EXCEDENTE
                               > TJ-CHEGAM(WS-IDX-PROJ)
                                   MOVE TJ-CHEGAM(WS-IDX-PROJ)
                                          TO WS-EXCEDENTE.
              MOVE WS-EXCEDENTE TO VAR-EXC-PROJ.
              ADD WS-EXCEDENTE TO WS-CT-EXCEDENTE.
              WRITE REG-RELVIRA FROM CAB-PROJ-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       RELAT-TOTAIS.
              IF CT-LIN > 28
                     PERFORM CABECALHO-PROJECAO.
              MOVE "ALUNOS NO ROTEIRO (ARQC):         "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LIDOS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "PROMOVIDOS PARA A PROXIMA TURMA:  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-PROMOVIDOS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "FORMADOS (EXCLUIDOS DO ROTEIRO):  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-FORMADOS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "RETIDOS (EM RISCO OU REPROVADOS): "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-RETIDOS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "MANTIDOS SEM NOTAS NO RESALU:     "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-NOTAS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "MANTIDOS C/TURMA FORA DO PROGTUR: "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-PROGR TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "MOVIMENTOS GRAVADOS NO MOVALU:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-MOVIMENTOS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "ALUNOS ARQUIVADOS NO ARQCHIST:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ARQUIVADOS TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "EXCEDENTE PREVISTO P/FILA ESPERA: "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-EXCEDENTE TO VAR-QTD-TOT.
              WRITE REG-RELVIRA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              IF WS-CT-EXCEDENTE > 100
                     WRITE REG-RELVIRA FROM CAB-AVISO
                            AFTER ADVANCING 2 LINES.

       TERMINO.
              PERFORM RELAT-PROJECAO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELVIRA.
              IF MODO-GERA
                     CLOSE MOVALU ARQCHIST
                     DISPLAY "EX44: " WS-CT-MOVIMENTOS
                        " MOVIMENTOS GRAVADOS EM MOVALU E "
                        WS-CT-ARQUIVADOS " ALUNOS ARQUIVADOS"
              ELSE
                     DISPLAY "EX44: PREVIA DE " WS-CT-LIDOS
                        " ALUNOS - NADA GRAVADO".

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
