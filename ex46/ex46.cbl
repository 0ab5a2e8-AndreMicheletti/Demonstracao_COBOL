       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX46.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     15/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          BAIXA DE PAGAMENTOS DE MENSALIDADES: APLICA O
                         ARQUIVO DE PAGAMENTOS RECEBIDOS DOS ALUNOS
                         (PAGALU) SOBRE O CONTAS A RECEBER DE ALUNOS
                         (CRECEB) GERADO PELO EX45. PAGAMENTO COM
                         COMPETENCIA INFORMADA QUITA AQUELE TITULO;
                         PAGAMENTO COM COMPETENCIA ZERADA QUITA OS
                         TITULOS EM ABERTO DO ALUNO DO MAIS ANTIGO PARA
                         O MAIS NOVO. PAGAMENTO PARCIAL ABATE O SALDO
                         DO TITULO, QUE SO PASSA A PAGO QUANDO O SALDO
                         ZERA. PAGAMENTO PARA TITULO INEXISTENTE OU
                         QUE SOBRA DEPOIS DE QUITAR O QUE HAVIA EM
                         ABERTO NAO E APLICADO E SAI APONTADO NO
                         RELBAIXA PARA DEVOLUCAO OU CREDITO. O CRECEB
                         E REGRAVADO EM ORDEM DE ALUNO E COMPETENCIA
                         PELO CRECEBN, NOS MOLDES DO EX32.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAGALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CRECEB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CRECEBS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CRECEBN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSRTR ASSIGN TO DISK.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELBAIXA ASSIGN TO DISK.

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

       FD PAGALU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PAGALU.DAT".

       01 REG-PAGALU.
              02 CODIGO-PGA      PIC 999.
              02 COMPETENCIA-PGA PIC 9(6).
              02 VALOR-PGA       PIC 9(6)V99.
              02 DATA-PGA        PIC 9(8).

       FD CRECEB
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CRECEB.DAT".

       01 REG-CRECEB PIC X(102).

       FD CRECEBS
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CRECEBS.DAT".

       01 REG-CRECEBS.
              02 CHAVE-RCS.
                     03 CODIGO-RCS      PIC 999.
                     03 COMPETENCIA-RCS PIC 9(6).
              02 NOME-RCS         PIC X(30).
              02 TURMA-RCS        PIC X(20).
              02 DIAS-RCS         PIC 99.
              02 DATA-EMISSAO-RCS PIC 9(8).
              02 DATA-VENC-RCS    PIC 9(8).
              02 VALOR-RCS        PIC 9(6)V99.
              02 VALOR-PAGO-RCS   PIC 9(6)V99.
              02 SITUACAO-RCS     PIC X.
              02 DATA-PAG-RCS     PIC 9(8).

       FD CRECEBN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CRECEBN.DAT".

       01 REG-CRECEBN PIC X(102).

       SD ARQSRTR.

       01 REG-SRTR.
              02 CHAVE-SRR.
                     03 CODIGO-SRR      PIC 999.
                     03 COMPETENCIA-SRR PIC 9(6).
              02 FILLER PIC X(93).

       SD ARQSORT.

       01 REG-SORT.
              02 CODIGO-SRT      PIC 999.
              02 TIPO-SRT        PIC X.
                     88 PAGTO-DO-TITULO VALUE "1".
                     88 PAGTO-EM-CONTA  VALUE "2".
              02 COMPETENCIA-SRT PIC 9(6).
              02 SEQ-SRT         PIC 9(5).
              02 VALOR-SRT       PIC 9(6)V99.
              02 DATA-SRT        PIC 9(8).

       FD RELBAIXA
       LABEL RECORD ARE OMITTED.

       01 REG-RELBAIXA PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-RCS PIC X(3) VALUE SPACES.
       77 CH-PGT PIC X(3) VALUE SPACES.
       77 WS-FIM-PGA PIC X VALUE "N".
              88 FIM-PGA VALUE "S".
       77 WS-FIM-COPIA PIC X VALUE "N".
              88 FIM-COPIA VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-CODIGO-ATUAL PIC X(3) VALUE SPACES.
       77 WS-QTD-TIT PIC 9(3) VALUE ZEROES.
       77 WS-IDX-TIT PIC 9(3) VALUE ZEROES.
       77 WS-TIT-ACHADO PIC 9(3) VALUE ZEROES.
       77 WS-SEQ-PAG PIC 9(5) VALUE ZEROES.
       77 WS-DATA-PAGTO PIC 9(8) VALUE ZEROES.
       77 WS-RESTANTE PIC 9(6)V99 VALUE ZEROES.
       77 WS-SALDO-TIT PIC 9(6)V99 VALUE ZEROES.
       77 WS-APLICADO PIC 9(6)V99 VALUE ZEROES.
       77 WS-CT-PAGAMENTOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-QUITADOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-PARCIAIS PIC 9(5) VALUE ZEROES.
       77 WS-CT-NAO-APLIC PIC 9(5) VALUE ZEROES.
       77 WS-CT-LIDOS PIC 9(7) VALUE ZEROES.
       77 WS-CT-GRAVADOS PIC 9(7) VALUE ZEROES.
       77 WS-CT-COPIADOS PIC 9(7) VALUE ZEROES.
       77 WS-TOTAL-RECEBIDO PIC 9(8)V99 VALUE ZEROES.
       77 WS-TOTAL-APLICADO PIC 9(8)V99 VALUE ZEROES.
       77 WS-TOTAL-NAO-APLIC PIC 9(8)V99 VALUE ZEROES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99 VALUE 41.

       01 TAB-TITULOS.
              02 TIT-ENTRY OCCURS 240 TIMES.
                     03 TT-REGISTRO PIC X(102).

       01 WS-TITULO.
              02 CHAVE-TIT.
                     03 CODIGO-TIT      PIC 999.
                     03 COMPETENCIA-TIT PIC 9(6).
              02 NOME-TIT         PIC X(30).
              02 TURMA-TIT        PIC X(20).
              02 DIAS-TIT         PIC 99.
              02 DATA-EMISSAO-TIT PIC 9(8).
              02 DATA-VENC-TIT    PIC 9(8).
              02 VALOR-TIT        PIC 9(6)V99.
              02 VALOR-PAGO-TIT   PIC 9(6)V99.
              02 SITUACAO-TIT     PIC X.
                     88 TITULO-ABERTO VALUE "A".
                     88 TITULO-PAGO   VALUE "P".
              02 DATA-PAG-TIT     PIC 9(8).

       01 CAB-1.
              02 FILLER PIC X(22) VALUE SPACES.
              02 FILLER PIC X(29) VALUE
              "BAIXA DE PAGAMENTOS DE ALUNOS".
              02 FILLER PIC X(21) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(16) VALUE "PROCESSADO EM:  ".
              02 VAR-DATA-CAB PIC 9(8).
              02 FILLER PIC X(54) VALUE SPACES.

       01 CAB-3.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(3) VALUE "COD".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "COMPET".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "DATA PAG".
              02 FILLER PIC X(12) VALUE "    APLICADO".
              02 FILLER PIC X(12) VALUE "  SALDO TIT.".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(31) VALUE "OCORRENCIA".

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 999.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-COMPETENCIA PIC 9(6).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DATA-PAG PIC 9(8).
              02 VAR-APLICADO PIC ZZZ.ZZ9,99B.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-SALDO PIC ZZZ.ZZ9,99B.
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MSG PIC X(31).

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
              PERFORM CLASSIFICA-TITULOS.
              PERFORM CLASSIFICA-PAGAMENTOS.
              PERFORM CONFERE-GRAVACAO.
              PERFORM REGRAVA-CRECEB.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              OPEN OUTPUT RELBAIXA.

       CLASSIFICA-TITULOS.
              SORT ARQSRTR
                     ON ASCENDING KEY CODIGO-SRR COMPETENCIA-SRR
                     USING CRECEB
                     GIVING CRECEBS.

       CLASSIFICA-PAGAMENTOS.
              SORT ARQSORT
                     ON ASCENDING KEY CODIGO-SRT TIPO-SRT
                                      COMPETENCIA-SRT SEQ-SRT
                     INPUT PROCEDURE IS SELECIONA-PAGAMENTOS
                     OUTPUT PROCEDURE IS APLICA-PAGAMENTOS.

       SELECIONA-PAGAMENTOS.
              OPEN INPUT PAGALU.
              PERFORM LE-PAGALU.
              PERFORM TRIA-PAGAMENTO UNTIL FIM-PGA.
              CLOSE PAGALU.

       LE-PAGALU.
              READ PAGALU AT END MOVE "S" TO WS-FIM-PGA.

       TRIA-PAGAMENTO.
              ADD 1 TO WS-SEQ-PAG.
              IF CODIGO-PGA NOT NUMERIC
                 OR COMPETENCIA-PGA NOT NUMERIC
                 OR VALOR-PGA NOT NUMERIC
                 OR VALOR-PGA EQUAL ZEROES
                     DISPLAY "ERRO: PAGALU COM REGISTRO INVALIDO - "
                        "IGNORADO " REG-PAGALU
              ELSE
                     MOVE CODIGO-PGA TO CODIGO-SRT
                     IF COMPETENCIA-PGA EQUAL ZEROES
                            MOVE "2" TO TIPO-SRT
                     ELSE
                            MOVE "1" TO TIPO-SRT
                     END-IF
                     MOVE COMPETENCIA-PGA TO COMPETENCIA-SRT
                     MOVE WS-SEQ-PAG TO SEQ-SRT
                     MOVE VALOR-PGA TO VALOR-SRT
                     IF DATA-PGA NUMERIC AND DATA-PGA > ZEROES
                            MOVE DATA-PGA TO DATA-SRT
                     ELSE
                            MOVE WS-DATA-HOJE TO DATA-SRT
                     END-IF
                     RELEASE REG-SORT.
              PERFORM LE-PAGALU.

       APLICA-PAGAMENTOS.
              OPEN INPUT CRECEBS
                  OUTPUT CRECEBN.
              PERFORM LE-CRECEBS.
              PERFORM RETORNA-SORT.
              PERFORM TRATA-ALUNO
                 UNTIL CH-RCS EQUAL HIGH-VALUES
                 AND CH-PGT EQUAL HIGH-VALUES.
              CLOSE CRECEBS CRECEBN.

       LE-CRECEBS.
              READ CRECEBS AT END MOVE HIGH-VALUES TO CH-RCS.
              IF CH-RCS NOT EQUAL HIGH-VALUES
                     ADD 1 TO WS-CT-LIDOS
                     MOVE CODIGO-RCS TO CH-RCS.

       RETORNA-SORT.
              RETURN ARQSORT AT END MOVE HIGH-VALUES TO CH-PGT.
              IF CH-PGT NOT EQUAL HIGH-VALUES
                     MOVE CODIGO-SRT TO CH-PGT.

       TRATA-ALUNO.
              IF CH-RCS < CH-PGT
                     MOVE CH-RCS TO WS-CODIGO-ATUAL
              ELSE
                     MOVE CH-PGT TO WS-CODIGO-ATUAL.
              MOVE ZEROES TO WS-QTD-TIT.
              PERFORM CARREGA-TITULO
                 UNTIL CH-RCS NOT EQUAL WS-CODIGO-ATUAL.
              PERFORM APLICA-PAGAMENTO
                 UNTIL CH-PGT NOT EQUAL WS-CODIGO-ATUAL.
              PERFORM GRAVA-TITULO
                     VARYING WS-IDX-TIT FROM 1 BY 1
                     UNTIL WS-IDX-TIT > WS-QTD-TIT.

       CARREGA-TITULO.
              IF WS-QTD-TIT NOT LESS THAN 240
                     DISPLAY "ERRO: ALUNO " WS-CODIGO-ATUAL
                        " COM MAIS DE 240 TITULOS NO CRECEB - "
                        "CRECEB NAO ATUALIZADO"
                     STOP RUN.
              ADD 1 TO WS-QTD-TIT.
              MOVE REG-CRECEBS TO TT-REGISTRO(WS-QTD-TIT).
              PERFORM LE-CRECEBS.

       GRAVA-TITULO.
              MOVE TT-REGISTRO(WS-IDX-TIT) TO REG-CRECEBN.
              WRITE REG-CRECEBN.
              ADD 1 TO WS-CT-GRAVADOS.

       APLICA-PAGAMENTO.
              ADD 1 TO WS-CT-PAGAMENTOS.
              ADD VALOR-SRT TO WS-TOTAL-RECEBIDO.
              MOVE VALOR-SRT TO WS-RESTANTE.
              MOVE DATA-SRT TO WS-DATA-PAGTO.
              IF PAGTO-DO-TITULO
                     PERFORM PROCURA-TITULO
                     IF WS-TIT-ACHADO EQUAL ZEROES
                            MOVE COMPETENCIA-SRT TO VAR-COMPETENCIA
                            MOVE "TIT. INEXISTENTE - NAO APLICADO"
                                   TO VAR-MSG
                            PERFORM APONTA-NAO-APLICADO
                     ELSE
                            MOVE WS-TIT-ACHADO TO WS-IDX-TIT
                            PERFORM QUITA-TITULO
                     END-IF
              ELSE
                     PERFORM QUITA-TITULO
                            VARYING WS-IDX-TIT FROM 1 BY 1
                            UNTIL WS-IDX-TIT > WS-QTD-TIT
                            OR WS-RESTANTE EQUAL ZEROES.
              IF WS-RESTANTE > ZEROES
                     MOVE ZEROES TO VAR-COMPETENCIA
                     IF WS-QTD-TIT EQUAL ZEROES
                            MOVE "ALUNO SEM TITULO - NAO APLICADO"
                                   TO VAR-MSG
                     ELSE
                            MOVE "EXCEDENTE - NAO APLICADO"
                                   TO VAR-MSG
                     END-IF
                     PERFORM APONTA-NAO-APLICADO.
              PERFORM RETORNA-SORT.

       PROCURA-TITULO.
              MOVE ZEROES TO WS-TIT-ACHADO.
              PERFORM COMPARA-TITULO
                     VARYING WS-IDX-TIT FROM 1 BY 1
                     UNTIL WS-IDX-TIT > WS-QTD-TIT
                     OR WS-TIT-ACHADO > ZEROES.

       COMPARA-TITULO.
              MOVE TT-REGISTRO(WS-IDX-TIT) TO WS-TITULO.
              IF COMPETENCIA-TIT EQUAL COMPETENCIA-SRT
                     MOVE WS-IDX-TIT TO WS-TIT-ACHADO.

       QUITA-TITULO.
              MOVE TT-REGISTRO(WS-IDX-TIT) TO WS-TITULO.
              IF TITULO-ABERTO
                     COMPUTE WS-SALDO-TIT = VALOR-TIT - VALOR-PAGO-TIT
                     IF WS-RESTANTE < WS-SALDO-TIT
                            MOVE WS-RESTANTE TO WS-APLICADO
                     ELSE
                            MOVE WS-SALDO-TIT TO WS-APLICADO
                     END-IF
                     ADD WS-APLICADO TO VALOR-PAGO-TIT
                     SUBTRACT WS-APLICADO FROM WS-RESTANTE
                     SUBTRACT WS-APLICADO FROM WS-SALDO-TIT
                     ADD WS-APLICADO TO WS-TOTAL-APLICADO
                     MOVE WS-DATA-PAGTO TO DATA-PAG-TIT
                     IF WS-SALDO-TIT EQUAL ZEROES
                            MOVE "P" TO SITUACAO-TIT
                            ADD 1 TO WS-CT-QUITADOS
                            MOVE "TITULO QUITADO" TO VAR-MSG
                     ELSE
                            ADD 1 TO WS-CT-PARCIAIS
                            MOVE "PAGAMENTO PARCIAL" TO VAR-MSG
                     END-IF
                     MOVE WS-TITULO TO TT-REGISTRO(WS-IDX-TIT)
                     MOVE COMPETENCIA-TIT TO VAR-COMPETENCIA
                     MOVE WS-APLICADO TO VAR-APLICADO
                     MOVE WS-SALDO-TIT TO VAR-SALDO
                     PERFORM IMPRIME-LINHA.

       APONTA-NAO-APLICADO.
              ADD 1 TO WS-CT-NAO-APLIC.
              ADD WS-RESTANTE TO WS-TOTAL-NAO-APLIC.
              MOVE WS-RESTANTE TO VAR-APLICADO.
              MOVE ZEROES TO VAR-SALDO.
              MOVE ZEROES TO WS-RESTANTE.
              PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE WS-CODIGO-ATUAL TO VAR-CODIGO.
              MOVE WS-DATA-PAGTO TO VAR-DATA-PAG.
              WRITE REG-RELBAIXA FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              MOVE SPACES TO REG-RELBAIXA.
              WRITE REG-RELBAIXA AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE WS-DATA-HOJE TO VAR-DATA-CAB.
              WRITE REG-RELBAIXA FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELBAIXA FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              WRITE REG-RELBAIXA FROM CAB-3
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELBAIXA.
              WRITE REG-RELBAIXA AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       CONFERE-GRAVACAO.
              IF WS-CT-GRAVADOS NOT EQUAL WS-CT-LIDOS
                     DISPLAY "ERRO: " WS-CT-LIDOS " TITULOS LIDOS E "
                        WS-CT-GRAVADOS " GRAVADOS - CRECEB NAO "
                        "ATUALIZADO, CONFIRA O CRECEBN"
                     STOP RUN.

       REGRAVA-CRECEB.
              OPEN INPUT CRECEBN
                  OUTPUT CRECEB.
              PERFORM LE-COPIA.
              PERFORM GRAVA-COPIA UNTIL FIM-COPIA.
              CLOSE CRECEBN CRECEB.

       LE-COPIA.
              READ CRECEBN AT END MOVE "S" TO WS-FIM-COPIA.

       GRAVA-COPIA.
              MOVE REG-CRECEBN TO REG-CRECEB.
              WRITE REG-CRECEB.
              ADD 1 TO WS-CT-COPIADOS.
              PERFORM LE-COPIA.

       RELAT-TOTAIS.
              IF CT-LIN > 32
                     PERFORM CABECALHO.
              MOVE "PAGAMENTOS PROCESSADOS:       "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-PAGAMENTOS TO VAR-QTD-TOT.
              WRITE REG-RELBAIXA FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "TITULOS QUITADOS:             "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-QUITADOS TO VAR-QTD-TOT.
              WRITE REG-RELBAIXA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "TITULOS COM PAGAMENTO PARCIAL:"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-PARCIAIS TO VAR-QTD-TOT.
              WRITE REG-RELBAIXA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALORES NAO APLICADOS:        "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-NAO-APLIC TO VAR-QTD-TOT.
              WRITE REG-RELBAIXA FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR RECEBIDO:               "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-RECEBIDO TO VAR-VALOR-VAL.
              WRITE REG-RELBAIXA FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR APLICADO NOS TITULOS:   "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-APLICADO TO VAR-VALOR-VAL.
              WRITE REG-RELBAIXA FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.
              MOVE "VALOR NAO APLICADO:           "
                     TO VAR-ROTULO-VAL.
              MOVE WS-TOTAL-NAO-APLIC TO VAR-VALOR-VAL.
              WRITE REG-RELBAIXA FROM DETALHE-VAL
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELBAIXA.
              DISPLAY "EX46: " WS-CT-PAGAMENTOS " PAGAMENTOS - "
                 WS-CT-QUITADOS " TITULOS QUITADOS".

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
