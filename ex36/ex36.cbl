       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EX36.
       AUTHOR.           ANDRE LUIZ.
       INSTALLATION.     FATEC-PC.
       DATE-WRITTEN.     14/10/2026.
       DATE-COMPILED.
       SECURITY.         APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.          CONFIRMACAO DA SEPARACAO DOS PEDIDOS DE VENDA:
                         CLASSIFICA AS CONFIRMACOES (CONFSEP) E O
                         PEDVENDA POR PEDIDO/LINHA, BAIXA DA RESERVA A
                         QUANTIDADE SEPARADA E SOMA NA ATENDIDA,
                         RECUSANDO SEPARACAO MAIOR QUE O RESERVADO.
                         REGRAVA O PEDVENDA COM O NOVO STATUS E GERA AS
                         SAIDAS (TIPO 5) TOTALIZADAS POR ITEM/LOCAL EM
                         ORDEM DE CHAVE NO MOVSAI, PRONTAS PARA A
                         PROXIMA RODADA DO EX03. SAIDAS AINDA NAO
                         APLICADAS DE UMA RODADA ANTERIOR SAO MANTIDAS
                         E INTERCALADAS POR CHAVE; TOTAL ACIMA DE 99999
                         UNIDADES E GRAVADO EM MAIS DE UM REGISTRO.
                         RELATORIO RELCSP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ANDRE-PC.
       OBJECT-COMPUTER.   FATEC-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONFSEP ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONFCL ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PEDVENDA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PEDVENDN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ATUMERC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MOVSAI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MOVSAIN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT SORTPED ASSIGN TO DISK.

       SELECT SORTSAI ASSIGN TO DISK.

       SELECT RELCSP ASSIGN TO DISK.

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

       FD CONFSEP
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONFSEP.DAT".

       01 REG-CONFSEP.
              02 NUM-PEDIDO-CSP   PIC 9(6).
              02 SEQ-CSP          PIC 9(2).
              02 QNT-SEPARADA-CSP PIC 9(5).

       FD CONFCL
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONFCL.DAT".

       01 REG-CONFCL.
              02 CHAVE-CCL.
                     03 NUM-PEDIDO-CCL PIC 9(6).
                     03 SEQ-CCL        PIC 9(2).
              02 QNT-SEPARADA-CCL PIC 9(5).

       FD PEDVENDA
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVENDA.DAT".

       01 REG-PEDVENDA PIC X(45).

       FD PEDVENDN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDVENDN.DAT".

       01 REG-PEDVENDN.
              02 CHAVE-PVN.
                     03 NUM-PEDIDO-PVN PIC 9(6).
                     03 SEQ-PVN        PIC 9(2).
              02 CC-PVN            PIC 9(6).
              02 CODIGO-PVN        PIC 9(5).
              02 LOCAL-PVN         PIC 9(2).
              02 QNT-PEDIDA-PVN    PIC 9(5).
              02 QNT-RESERVADA-PVN PIC 9(5).
              02 QNT-ATENDIDA-PVN  PIC 9(5).
              02 DATA-PEDIDO-PVN   PIC 9(8).
              02 STATUS-PVN        PIC X.
                     88 LINHA-NOVA      VALUE "N".
                     88 LINHA-RESERVADA VALUE "R".
                     88 LINHA-PENDENTE  VALUE "B".
                     88 LINHA-ATENDIDA  VALUE "A".

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

       FD MOVSAI
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVSAI.DAT".

       01 REG-MOVSAI.
              02 CODIGO-SAI       PIC 9(5).
              02 LOCAL-SAI        PIC 9(2).
              02 DESCRICAO-SAI    PIC X(30).
              02 ESTOQUE-MIN-SAI  PIC 9(5).
              02 QNT-ESTOQUE-SAI  PIC 9(5).
              02 PRECO-UNIT-SAI   PIC 9(4)V99.
              02 TIPO-SAI         PIC X.
              02 DATA-EFETIVA-SAI PIC 9(8).

       FD MOVSAIN
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVSAIN.DAT".

       01 REG-MOVSAIN PIC X(62).

       SD ARQSORT.

       01 REG-SORT.
              02 NUM-PEDIDO-SRT   PIC 9(6).
              02 SEQ-SRT          PIC 9(2).
              02 QNT-SEPARADA-SRT PIC 9(5).

       SD SORTPED.

       01 REG-SORTPED.
              02 CHAVE-SPD PIC X(8).
              02 FILLER    PIC X(37).

       SD SORTSAI.

       01 REG-SORTSAI.
              02 CHAVE-SSA.
                     03 CODIGO-SSA PIC 9(5).
                     03 LOCAL-SSA  PIC 9(2).
              02 QNT-SSA PIC 9(5).

       FD RELCSP
       LABEL RECORD ARE OMITTED.

       01 REG-RELCSP PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-CCL PIC X(8) VALUE SPACES.
       77 CH-PVN PIC X(8) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 WS-CHAVE-SAI PIC X(7) VALUE SPACES.
       77 CH-SAI PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-FIM-SORT PIC X VALUE "N".
              88 FIM-SORT VALUE "S".
       77 WS-TEM-SAIDA PIC X VALUE "N".
              88 TEM-SAIDA VALUE "S".
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-QNT-SAIDA PIC 9(9) VALUE ZEROES.
       77 WS-CT-LIDAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-ACEITAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-REJ-LINHA PIC 9(5) VALUE ZEROES.
       77 WS-CT-REJ-QNT PIC 9(5) VALUE ZEROES.
       77 WS-CT-REJ-EXCESSO PIC 9(5) VALUE ZEROES.
       77 WS-CT-ATENDIDAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SAIDAS PIC 9(5) VALUE ZEROES.
       77 WS-CT-SAI-ANT PIC 9(5) VALUE ZEROES.
       77 WS-FIM-COPIA PIC X VALUE "N".
              88 FIM-COPIA VALUE "S".

       01 WS-SAI-ANT.
              02 WS-SA-CHAVE PIC X(7).
              02 FILLER      PIC X(55).
       77 WS-QTD-SEPARADA PIC 9(7) VALUE ZEROES.

       01 CAB-1.
              02 FILLER PIC X(22) VALUE SPACES.
              02 FILLER PIC X(31) VALUE
              "CONFIRMACAO DE SEPARACAO".
              02 FILLER PIC X(18) VALUE SPACES.
              02 FILLER PIC X(5) VALUE "PÁG. ".
              02 VAR-PAG PIC Z99.

       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(9) VALUE "PEDIDO/SQ".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(6) VALUE "CODIGO".
              02 FILLER PIC X VALUE SPACE.
              02 FILLER PIC X(5) VALUE "LOCAL".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "RESV.".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(5) VALUE "SEP. ".
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "MENSAGEM".
              02 FILLER PIC X(31) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PEDIDO PIC 9(6).
              02 FILLER PIC X VALUE "/".
              02 VAR-SEQ PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC ZZZZZ.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-LOCAL PIC ZZ.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-RESERVADA PIC ZZ.ZZ9.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-SEPARADA PIC ZZ.ZZ9.
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-MENSAGEM PIC X(30).
              02 FILLER PIC X(9) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-ROTULO-TOT PIC X(30).
              02 VAR-QTD-TOT PIC Z.ZZZ.ZZ9.
              02 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
              PERFORM INICIO.
              PERFORM CLASSIFICA-CONFIRMACOES.
              PERFORM CLASSIFICA-PEDIDOS.
              PERFORM GERA-SAIDAS.
              PERFORM TERMINO.
              GOBACK.

       INICIO.
              PERFORM LE-DATAPROC.
              OPEN OUTPUT RELCSP.

       CLASSIFICA-CONFIRMACOES.
              SORT ARQSORT
                     ON ASCENDING KEY NUM-PEDIDO-SRT SEQ-SRT
                     USING CONFSEP
                     GIVING CONFCL.

       CLASSIFICA-PEDIDOS.
              SORT SORTPED
                     ON ASCENDING KEY CHAVE-SPD
                     USING PEDVENDA
                     GIVING PEDVENDN.

       GERA-SAIDAS.
              SORT SORTSAI
                     ON ASCENDING KEY CHAVE-SSA
                     INPUT PROCEDURE IS BAIXA-SEPARACAO
                     OUTPUT PROCEDURE IS GRAVA-MOVSAI.

       BAIXA-SEPARACAO.
              OPEN INPUT CONFCL PEDVENDN
                  OUTPUT PEDVENDA.
              PERFORM LER-CCL.
              PERFORM LER-PVN.
              PERFORM CASA-CONFIRMACAO
                     UNTIL CH-CCL EQUAL HIGH-VALUES
                     AND CH-PVN EQUAL HIGH-VALUES.
              CLOSE CONFCL PEDVENDN PEDVENDA.

       LER-CCL.
              READ CONFCL AT END MOVE HIGH-VALUES TO CH-CCL.
              IF CH-CCL NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-CCL TO CH-CCL
                     ADD 1 TO WS-CT-LIDAS.

       LER-PVN.
              READ PEDVENDN AT END MOVE HIGH-VALUES TO CH-PVN.
              IF CH-PVN NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-PVN TO CH-PVN.

       CASA-CONFIRMACAO.
              IF CH-CCL EQUAL CH-PVN
                     PERFORM APLICA-SEPARACAO
                     PERFORM LER-CCL
              ELSE
                     IF CH-CCL < CH-PVN
                            PERFORM LINHA-INEXISTENTE
                            PERFORM LER-CCL
                     ELSE
                            WRITE REG-PEDVENDA FROM REG-PEDVENDN
                            PERFORM LER-PVN.

       APLICA-SEPARACAO.
              MOVE CODIGO-PVN TO VAR-CODIGO.
              MOVE LOCAL-PVN TO VAR-LOCAL.
              MOVE QNT-RESERVADA-PVN TO VAR-RESERVADA.
              IF QNT-SEPARADA-CCL EQUAL ZEROES
                     ADD 1 TO WS-CT-REJ-QNT
                     MOVE "QUANTIDADE INVALIDA           "
                            TO VAR-MENSAGEM
              ELSE
                     IF QNT-SEPARADA-CCL > QNT-RESERVADA-PVN
                            ADD 1 TO WS-CT-REJ-EXCESSO
                            MOVE "SEPARADO MAIOR QUE O RESERVADO"
                                   TO VAR-MENSAGEM
                     ELSE
                            PERFORM ATUALIZA-LINHA.
              PERFORM GRAVA-DETALHE.

       ATUALIZA-LINHA.
              ADD 1 TO WS-CT-ACEITAS.
              ADD QNT-SEPARADA-CCL TO WS-QTD-SEPARADA.
              ADD QNT-SEPARADA-CCL TO QNT-ATENDIDA-PVN.
              SUBTRACT QNT-SEPARADA-CCL FROM QNT-RESERVADA-PVN.
              IF QNT-ATENDIDA-PVN EQUAL QNT-PEDIDA-PVN
                     MOVE "A" TO STATUS-PVN
                     ADD 1 TO WS-CT-ATENDIDAS
                     MOVE "LINHA ATENDIDA                "
                            TO VAR-MENSAGEM
              ELSE
                     IF QNT-ATENDIDA-PVN + QNT-RESERVADA-PVN
                        EQUAL QNT-PEDIDA-PVN
                            MOVE "R" TO STATUS-PVN
                     ELSE
                            MOVE "B" TO STATUS-PVN
                     END-IF
                     MOVE "ATENDIDA PARCIALMENTE         "
                            TO VAR-MENSAGEM.
              MOVE CODIGO-PVN TO CODIGO-SSA.
              MOVE LOCAL-PVN TO LOCAL-SSA.
              MOVE QNT-SEPARADA-CCL TO QNT-SSA.
              RELEASE REG-SORTSAI.

       LINHA-INEXISTENTE.
              ADD 1 TO WS-CT-REJ-LINHA.
              MOVE "PEDIDO/LINHA INEXISTENTE      " TO VAR-MENSAGEM.
              MOVE ZEROES TO VAR-CODIGO VAR-LOCAL VAR-RESERVADA.
              PERFORM GRAVA-DETALHE.

       GRAVA-DETALHE.
              IF CT-LIN > 40
                     PERFORM CABECALHO.
              MOVE NUM-PEDIDO-CCL TO VAR-PEDIDO.
              MOVE SEQ-CCL TO VAR-SEQ.
              MOVE QNT-SEPARADA-CCL TO VAR-SEPARADA.
              WRITE REG-RELCSP FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       GRAVA-MOVSAI.
              OPEN INPUT ATUMERC MOVSAI
                  OUTPUT MOVSAIN.
              PERFORM LER-ATU.
              PERFORM LER-SAI-ANT.
              PERFORM RETORNA-SORT.
              PERFORM ACUMULA-SAIDA UNTIL FIM-SORT.
              IF TEM-SAIDA
                     PERFORM GRAVA-SAIDA.
              PERFORM MANTEM-SAIDA-ANT UNTIL CH-SAI EQUAL HIGH-VALUES.
              CLOSE ATUMERC MOVSAI MOVSAIN.
              PERFORM REGRAVA-MOVSAI.

       LER-SAI-ANT.
              READ MOVSAI INTO WS-SAI-ANT
                     AT END MOVE HIGH-VALUES TO CH-SAI.
              IF CH-SAI NOT EQUAL HIGH-VALUES
                     MOVE WS-SA-CHAVE TO CH-SAI.

       MANTEM-SAIDA-ANT.
              WRITE REG-MOVSAIN FROM WS-SAI-ANT.
              ADD 1 TO WS-CT-SAI-ANT.
              PERFORM LER-SAI-ANT.

       REGRAVA-MOVSAI.
              OPEN INPUT MOVSAIN
                  OUTPUT MOVSAI.
              PERFORM LE-COPIA.
              PERFORM GRAVA-COPIA UNTIL FIM-COPIA.
              CLOSE MOVSAIN MOVSAI.

       LE-COPIA.
              READ MOVSAIN AT END MOVE "S" TO WS-FIM-COPIA.

       GRAVA-COPIA.
              WRITE REG-MOVSAI FROM REG-MOVSAIN.
              PERFORM LE-COPIA.

       RETORNA-SORT.
              RETURN SORTSAI AT END MOVE "S" TO WS-FIM-SORT.

       LER-ATU.
              READ ATUMERC AT END MOVE HIGH-VALUES TO CH-ATU.
              IF CH-ATU NOT EQUAL HIGH-VALUES
                     MOVE CHAVE-ATU TO CH-ATU.

       ACUMULA-SAIDA.
              IF TEM-SAIDA AND CHAVE-SSA NOT EQUAL WS-CHAVE-SAI
                     PERFORM GRAVA-SAIDA.
              IF NOT TEM-SAIDA
                     MOVE "S" TO WS-TEM-SAIDA
                     MOVE CHAVE-SSA TO WS-CHAVE-SAI
                     MOVE ZEROES TO WS-QNT-SAIDA.
              ADD QNT-SSA TO WS-QNT-SAIDA.
              PERFORM RETORNA-SORT.

       GRAVA-SAIDA.
              PERFORM MANTEM-SAIDA-ANT
                     UNTIL CH-SAI GREATER THAN WS-CHAVE-SAI.
              PERFORM LER-ATU UNTIL CH-ATU NOT LESS THAN WS-CHAVE-SAI.
              MOVE WS-CHAVE-SAI TO REG-MOVSAI.
              IF CH-ATU EQUAL WS-CHAVE-SAI
                     MOVE DESCRICAO-ATU TO DESCRICAO-SAI
                     MOVE ESTOQUE-MIN-ATU TO ESTOQUE-MIN-SAI
                     MOVE PRECO-UNIT-ATU TO PRECO-UNIT-SAI
              ELSE
                     DISPLAY "EX36: ITEM " WS-CHAVE-SAI
                        " SEPARADO SEM CADASTRO NO ATUMERC"
                     MOVE SPACES TO DESCRICAO-SAI
                     MOVE ZEROES TO ESTOQUE-MIN-SAI PRECO-UNIT-SAI.
              MOVE "5" TO TIPO-SAI.
              MOVE WS-DATA-HOJE TO DATA-EFETIVA-SAI.
              PERFORM GRAVA-PARCELA-SAIDA
                     UNTIL WS-QNT-SAIDA NOT GREATER THAN 99999.
              MOVE WS-QNT-SAIDA TO QNT-ESTOQUE-SAI.
              WRITE REG-MOVSAIN FROM REG-MOVSAI.
              ADD 1 TO WS-CT-SAIDAS.
              MOVE "N" TO WS-TEM-SAIDA.

       GRAVA-PARCELA-SAIDA.
              MOVE 99999 TO QNT-ESTOQUE-SAI.
              WRITE REG-MOVSAIN FROM REG-MOVSAI.
              ADD 1 TO WS-CT-SAIDAS.
              SUBTRACT 99999 FROM WS-QNT-SAIDA.

       CABECALHO.
              MOVE SPACES TO REG-RELCSP.
              WRITE REG-RELCSP AFTER ADVANCING PAGE.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              WRITE REG-RELCSP FROM CAB-1
                     AFTER ADVANCING 1 LINE.
              WRITE REG-RELCSP FROM CAB-2
                     AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-RELCSP.
              WRITE REG-RELCSP AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       RELAT-TOTAIS.
              IF CT-LIN > 32
                     PERFORM CABECALHO.
              MOVE "CONFIRMACOES LIDAS:           "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LIDAS TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 2 LINES.
              MOVE "CONFIRMACOES ACEITAS:         "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ACEITAS TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "REJEITADAS - LINHA:           "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-REJ-LINHA TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "REJEITADAS - QUANTIDADE:      "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-REJ-QNT TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "REJEITADAS - ACIMA DA RESERVA:"
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-REJ-EXCESSO TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LINHAS TOTALMENTE ATENDIDAS:  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-ATENDIDAS TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "QUANTIDADE SEPARADA:          "
                     TO VAR-ROTULO-TOT.
              MOVE WS-QTD-SEPARADA TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "SAIDAS GERADAS NO MOVSAI:     "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SAIDAS TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "SAIDAS ANTERIORES MANTIDAS:   "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SAI-ANT TO VAR-QTD-TOT.
              WRITE REG-RELCSP FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELCSP.
              DISPLAY "EX36: " WS-CT-SAIDAS
                 " SAIDAS GERADAS NO MOVSAI".

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
