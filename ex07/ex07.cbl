                         (PEDABERT) E GUARDA O RESULTADO DE CADA
                         CONFRONTO NO HISTORICO DE CONFERENCIA
                         (HISTCONF) PARA A AVALIACAO DE FORNECEDORES
                         DO EX28. O LOTE E A DATA DE VALIDADE DE CADA
                         ENTRADA SAEM EM LOTEREC, NA MESMA ORDEM DO
                         MOVGER, PARA O EX03 ABRIR O LOTE NO LOTEMERC.
                         RECEBIMENTO SEM NUMERO DE LOTE ENTRA COMO
                         'SEM LOTE'; LOTE SEM VALIDADE OU JA VENCIDO
                         E APONTADO NO RELDISC. O RECEBIMENTO VEM NA
                         UNIDADE DE COMPRA DO FORNECEDOR E E CONVERTIDO
                         PARA A UNIDADE DE ESTOQUE PELA TABELA CONVUND
                         ANTES DE GERAR O MOVGER E BAIXAR O PEDABERT;
                         O FORNECEDOR VEM DO RECEBIMENTO OU, NA FALTA,
                         DO PEDIDO EM ABERTO DO ITEM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DATAPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECEB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MOVGER ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOTEREC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELDISC ASSIGN TO DISK.

       SELECT OPTIONAL PEDABERT ASSIGN TO DISK
       SELECT PEDABERTT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONVUND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

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

       FD RECEB
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RECEB.DAT".

       01 REG-RECEB.
              02 CODIGO-REC  PIC 9(5).
              02 LOCAL-REC   PIC 9(2).
              02 QNT-REC     PIC 9(5).
              02 REF-PED-REC PIC X(10).
              02 LOTE-REC     PIC X(10).
              02 VALIDADE-REC PIC 9(8).
              02 FORN-REC     PIC 9(3).

       SD ARQSORT.

       01 REG-SORT.
              02 CODIGO-SRT  PIC 9(5).
              02 LOCAL-SRT   PIC 9(2).
              02 QNT-SRT     PIC 9(5).
              02 REF-PED-SRT PIC X(10).
              02 LOTE-SRT     PIC X(10).
              02 VALIDADE-SRT PIC 9(8).
              02 FORN-SRT     PIC 9(3).

       FD RECEBCL
       LABEL RECORD ARE STANDARD

       01 REG-RECEBCL.
              02 CHAVE-RCL.
                     03 CODIGO-RCL PIC 9(5).
                     03 LOCAL-RCL  PIC 9(2).
              02 QNT-RCL     PIC 9(5).
              02 REF-PED-RCL PIC X(10).
              02 LOTE-RCL     PIC X(10).
              02 VALIDADE-RCL PIC 9(8).
              02 FORN-RCL     PIC 9(3).

       FD PEDCOMP
       LABEL RECORD ARE STANDARD

       01 REG-PEDCOMP.
              02 CHAVE-PED.
                     03 CODIGO-PED PIC 9(5).
                     03 LOCAL-PED  PIC 9(2).
              02 DESCRICAO-PED    PIC X(30).
              02 QNT-REPOR-PED    PIC 9(5).

       FD ATUMERC
       LABEL RECORD ARE STANDARD

       01 REG-ATUMERC.
              02 CHAVE-ATU.
                     03 CODIGO-ATU PIC 9(5).
                     03 LOCAL-ATU  PIC 9(2).
              02 DESCRICAO-ATU   PIC X(30).
              02 ESTOQUE-MIN-ATU PIC 9(5).
              02 QNT-ESTOQUE-ATU PIC 9(5).
              02 PRECO-UNIT-ATU  PIC 9(4)V99.
              02 CUSTO-MEDIO-ATU PIC 9(4)V99.

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

       FD LOTEREC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "LOTEREC.DAT".

       01 REG-LOTEREC.
              02 CHAVE-LRC.
                     03 CODIGO-LRC PIC 9(5).
                     03 LOCAL-LRC  PIC 9(2).
              02 NUM-LOTE-LRC   PIC X(10).
              02 VALIDADE-LRC   PIC 9(8).
              02 QNT-LRC        PIC 9(5).
              02 DATA-RECEB-LRC PIC 9(8).

       FD RELDISC
       LABEL RECORD ARE OMITTED.

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
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "PEDABERTT.DAT".

       01 REG-PEDABERTT PIC X(65).

       FD HISTCONF
       LABEL RECORD ARE STANDARD

       01 REG-HISTCONF.
              02 FORN-HCF         PIC 9(3).
              02 CODIGO-HCF       PIC 9(5).
              02 LOCAL-HCF        PIC 9(2).
              02 QNT-PEDIDA-HCF   PIC 9(5).
              02 QNT-ENTREGUE-HCF PIC 9(5).
              02 DATA-PEDIDO-HCF  PIC 9(8).
              02 DATA-RECEB-HCF   PIC 9(8).
              02 FLAG-DIV-HCF     PIC X.

       FD CONVUND
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CONVUND.DAT".

       01 REG-CONVUND.
              02 FORN-CNV        PIC 9(3).
              02 CODIGO-CNV      PIC 9(5).
              02 UND-COMPRA-CNV  PIC X(3).
              02 UND-ESTOQUE-CNV PIC X(3).
              02 FATOR-CNV       PIC 9(4).

       WORKING-STORAGE SECTION.
       77 WS-FIM-DPR PIC X VALUE "N".
              88 FIM-DPR VALUE "S".
       77 WS-DIAS-MES-DPR PIC 99 VALUE ZEROES.
       77 WS-QUOC-DPR PIC 9(4) VALUE ZEROES.
       77 WS-RESTO-4-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-100-DPR PIC 9(3) VALUE ZEROES.
       77 WS-RESTO-400-DPR PIC 9(3) VALUE ZEROES.
       77 CH-REC PIC X(7) VALUE SPACES.
       77 CH-PED PIC X(7) VALUE SPACES.
       77 CH-ATU PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-CT-CONFERIDOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-A-MENOR    PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-PEDIDO PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-CADASTRO PIC 9(5) VALUE ZEROES.
       77 WS-CT-SEM-VALIDADE PIC 9(5) VALUE ZEROES.
       77 WS-CT-LOTE-VENCIDO PIC 9(5) VALUE ZEROES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROES.
       77 WS-FIM-PAB PIC X VALUE "N".
              88 FIM-PAB VALUE "S".
       77 WS-HISTCONF-EXISTE PIC X VALUE "N".
              88 HISTCONF-EXISTE VALUE "S".
       77 WS-FLAG-DIV PIC X VALUE "N".
       77 WS-CT-EXCEDE-CONV PIC 9(5) VALUE ZEROES.
       77 WS-FIM-CNV PIC X VALUE "N".
              88 FIM-CNV VALUE "S".
       77 WS-QTD-CNV PIC 9(3) VALUE ZEROES.
       77 WS-IDX-CNV PIC 9(3) VALUE ZEROES.
       77 WS-CNV-ACHADA PIC 9(3) VALUE ZEROES.
       77 WS-CNV-FORN PIC 9(3) VALUE ZEROES.
       77 WS-CNV-CODIGO PIC 9(5) VALUE ZEROES.
       77 WS-FATOR PIC 9(4) VALUE 1.
       77 WS-UND-COMPRA PIC X(3) VALUE "UN".
       77 WS-UND-ESTOQUE PIC X(3) VALUE "UN".
       77 WS-RESTO-CNV PIC 9(4) VALUE ZEROES.
       77 WS-QNT-ESTOQUE PIC 9(5) VALUE ZEROES.
       77 WS-QNT-ESPERADA PIC 9(5) VALUE ZEROES.
       77 WS-QNT-EMBALAGENS PIC 9(5) VALUE ZEROES.
       77 WS-CONV-OK PIC X VALUE "S".
              88 CONV-OK VALUE "S".

       01 TAB-CONV.
              02 CONV-ENTRY OCCURS 500 TIMES.
                     03 TC-FORN        PIC 9(3).
                     03 TC-CODIGO      PIC 9(5).
                     03 TC-UND-COMPRA  PIC X(3).
                     03 TC-UND-ESTOQUE PIC X(3).
                     03 TC-FATOR       PIC 9(4).

       01 WS-VALIDADE.
              02 WS-VAL-ANO PIC 9(4).
              02 WS-VAL-MES PIC 9(2).
              02 WS-VAL-DIA PIC 9(2).
       01 WS-VALIDADE-N REDEFINES WS-VALIDADE PIC 9(8).

       01 TAB-PEDABERT.
              02 PAB-ENTRY OCCURS 500 TIMES.
                     03 TP-NUMERO       PIC 9(6).
                     03 TP-FORN         PIC 9(3).
                     03 TP-CHAVE        PIC X(7).
                     03 TP-DESCRICAO    PIC X(30).
                     03 TP-QNT-PEDIDA   PIC 9(5).
                     03 TP-QNT-RECEBIDA PIC 9(5).
                     03 TP-DATA-PEDIDO  PIC 9(8).
                     03 TP-STATUS       PIC X.
                            88 TP-ABERTO  VALUE "A".

       01 CAB-2.
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(3) VALUE "COD".
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC XX VALUE "LC".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(10) VALUE "REFERÊNCIA".
              02 FILLER PIC X(4) VALUE SPACES.
              02 FILLER PIC X(3) VALUE "PED".
              02 FILLER PIC X VALUE SPACES.
              02 FILLER PIC X(8) VALUE "REC.FORN".
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "REC.ESTQ".
              02 FILLER PIC XXX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "MENSAGEM".
              02 FILLER PIC X(22) VALUE SPACES.

       01 CAB-DETALHE.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-REF PIC X(10).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-PEDIDA PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-COMPRA PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-COMPRA PIC X(3).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-QNT-RECEBIDA PIC ZZ.ZZ9.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-UND-ESTOQUE PIC X(3).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-MENSAGEM PIC X(30).

       01 DETALHE-TOT.
                     GIVING RECEBCL.

       INICIO.
              PERFORM LE-DATAPROC.
              PERFORM CARREGA-PEDABERT.
              PERFORM CARREGA-CONVUND.
              PERFORM VERIFICA-HISTCONF.
              OPEN INPUT RECEBCL PEDCOMP ATUMERC
                  OUTPUT MOVGER LOTEREC RELDISC.
              IF HISTCONF-EXISTE
                     OPEN EXTEND HISTCONF
              ELSE
              ADD 1 TO WS-CT-PAB-PASSADOS.
              WRITE REG-PEDABERTT FROM REG-PEDABERT.

       CARREGA-CONVUND.
              OPEN INPUT CONVUND.
              PERFORM LER-CONVUND.
              PERFORM GUARDA-CONVUND UNTIL FIM-CNV.
              CLOSE CONVUND.

       LER-CONVUND.
              READ CONVUND AT END MOVE "S" TO WS-FIM-CNV.

       GUARDA-CONVUND.
              IF FATOR-CNV NOT NUMERIC OR FATOR-CNV EQUAL ZEROES
                     DISPLAY "ERRO: FATOR INVALIDO EM CONVUND - "
                        "IGNORADO FORNECEDOR " FORN-CNV
                        " CODIGO " CODIGO-CNV
              ELSE
              IF WS-QTD-CNV < 500
                     ADD 1 TO WS-QTD-CNV
                     MOVE FORN-CNV TO TC-FORN(WS-QTD-CNV)
                     MOVE CODIGO-CNV TO TC-CODIGO(WS-QTD-CNV)
                     MOVE UND-COMPRA-CNV TO TC-UND-COMPRA(WS-QTD-CNV)
                     MOVE UND-ESTOQUE-CNV
                            TO TC-UND-ESTOQUE(WS-QTD-CNV)
                     MOVE FATOR-CNV TO TC-FATOR(WS-QTD-CNV)
              ELSE
                     DISPLAY "ERRO: MAIS DE 500 CONVERSOES EM CONVUND "
                        "- IGNORADO FORNECEDOR " FORN-CNV
                        " CODIGO " CODIGO-CNV.
              PERFORM LER-CONVUND.

       PROCURA-CONVERSAO.
              MOVE ZEROES TO WS-CNV-ACHADA.
              PERFORM COMPARA-CONVERSAO
                     VARYING WS-IDX-CNV FROM 1 BY 1
                     UNTIL WS-IDX-CNV > WS-QTD-CNV
                     OR WS-CNV-ACHADA > ZEROES.
              IF WS-CNV-ACHADA > ZEROES
                     MOVE TC-FATOR(WS-CNV-ACHADA) TO WS-FATOR
                     MOVE TC-UND-COMPRA(WS-CNV-ACHADA)
                            TO WS-UND-COMPRA
                     MOVE TC-UND-ESTOQUE(WS-CNV-ACHADA)
                            TO WS-UND-ESTOQUE
              ELSE
                     MOVE 1 TO WS-FATOR
                     MOVE "UN" TO WS-UND-COMPRA
                     MOVE "UN" TO WS-UND-ESTOQUE.

       COMPARA-CONVERSAO.
              IF TC-FORN(WS-IDX-CNV) EQUAL WS-CNV-FORN
                 AND TC-CODIGO(WS-IDX-CNV) EQUAL WS-CNV-CODIGO
                     MOVE WS-IDX-CNV TO WS-CNV-ACHADA.

       LER-REC.
              READ RECEBCL AT END MOVE HIGH-VALUES TO CH-REC.
              IF CH-REC NOT EQUAL HIGH-VALUES
                     UNTIL CH-PED NOT LESS THAN CH-REC.
              PERFORM LER-ATU
                     UNTIL CH-ATU NOT LESS THAN CH-REC.
              PERFORM LOCALIZA-PEDIDO-ABERTO.
              PERFORM CONVERTE-RECEBIMENTO.
              IF NOT CONV-OK
                     PERFORM EXCEDE-CONVERSAO
              ELSE
              IF CH-PED EQUAL CH-REC
                     PERFORM CONFERE-RECEBIMENTO
                     PERFORM BAIXA-PEDIDO-ABERTO
                     PERFORM SEM-PEDIDO.
              PERFORM LER-REC.

       LOCALIZA-PEDIDO-ABERTO.
              MOVE ZEROES TO WS-PAB-ACHADO.
              IF FORN-RCL NOT NUMERIC
                     MOVE ZEROES TO FORN-RCL.
              PERFORM COMPARA-PEDIDO-ABERTO
                     VARYING WS-IDX-PAB FROM 1 BY 1
                     UNTIL WS-IDX-PAB > WS-QTD-PAB
                     OR WS-PAB-ACHADO > ZEROES.

       COMPARA-PEDIDO-ABERTO.
              IF TP-CHAVE(WS-IDX-PAB) EQUAL CH-REC
                 AND (TP-ABERTO(WS-IDX-PAB) OR TP-PARCIAL(WS-IDX-PAB))
                 AND (FORN-RCL EQUAL ZEROES
                      OR TP-FORN(WS-IDX-PAB) EQUAL FORN-RCL)
                     MOVE WS-IDX-PAB TO WS-PAB-ACHADO.

       CONVERTE-RECEBIMENTO.
              MOVE "S" TO WS-CONV-OK.
              IF FORN-RCL > ZEROES
                     MOVE FORN-RCL TO WS-CNV-FORN
              ELSE
              IF WS-PAB-ACHADO > ZEROES
                     MOVE TP-FORN(WS-PAB-ACHADO) TO WS-CNV-FORN
              ELSE
                     MOVE ZEROES TO WS-CNV-FORN.
              MOVE CODIGO-RCL TO WS-CNV-CODIGO.
              PERFORM PROCURA-CONVERSAO.
              COMPUTE WS-QNT-ESTOQUE = QNT-RCL * WS-FATOR
                     ON SIZE ERROR
                            MOVE "N" TO WS-CONV-OK
                            MOVE 99999 TO WS-QNT-ESTOQUE
              END-COMPUTE.
              IF CH-PED EQUAL CH-REC
                     DIVIDE QNT-REPOR-PED BY WS-FATOR
                        GIVING WS-QNT-EMBALAGENS
                        REMAINDER WS-RESTO-CNV
                     IF WS-RESTO-CNV > ZEROES
                            ADD 1 TO WS-QNT-EMBALAGENS
                     END-IF
                     COMPUTE WS-QNT-ESPERADA =
                            WS-QNT-EMBALAGENS * WS-FATOR
                            ON SIZE ERROR
                                   DIVIDE 99999 BY WS-FATOR
                                      GIVING WS-QNT-EMBALAGENS
                                   COMPUTE WS-QNT-ESPERADA =
                                      WS-QNT-EMBALAGENS * WS-FATOR
                     END-COMPUTE
              ELSE
                     MOVE ZEROES TO WS-QNT-ESPERADA.

       EXCEDE-CONVERSAO.
              ADD 1 TO WS-CT-EXCEDE-CONV.
              MOVE "QNT CONVERTIDA PASSA DE 99999 "
                     TO VAR-MENSAGEM.
              PERFORM GRAVA-OCORRENCIA.

       BAIXA-PEDIDO-ABERTO.
              IF WS-PAB-ACHADO > ZEROES
                     ADD WS-QNT-ESTOQUE
                            TO TP-QNT-RECEBIDA(WS-PAB-ACHADO)
                            ON SIZE ERROR
                                   MOVE 99999
                                     TO TP-QNT-RECEBIDA(WS-PAB-ACHADO)
                     END-ADD
                     IF TP-QNT-RECEBIDA(WS-PAB-ACHADO)
       CONFERE-RECEBIMENTO.
              IF CH-ATU EQUAL CH-REC
                     PERFORM GERA-MOVIMENTO
                     IF WS-QNT-ESTOQUE EQUAL WS-QNT-ESPERADA
                            ADD 1 TO WS-CT-CONFERIDOS
                            MOVE "N" TO WS-FLAG-DIV
                            MOVE "RECEBIMENTO CONFERIDO        "
                                   TO VAR-MENSAGEM
                            PERFORM GRAVA-OCORRENCIA
                     ELSE
                            IF WS-QNT-ESTOQUE > WS-QNT-ESPERADA
                                   ADD 1 TO WS-CT-A-MAIOR
                                   MOVE "S" TO WS-FLAG-DIV
                                   MOVE "ENTREGA A MAIOR QUE O PEDIDO "
                     MOVE ZEROES TO DATA-PEDIDO-HCF.
              MOVE CODIGO-RCL TO CODIGO-HCF.
              MOVE LOCAL-RCL TO LOCAL-HCF.
              MOVE WS-QNT-ESPERADA TO QNT-PEDIDA-HCF.
              MOVE WS-QNT-ESTOQUE TO QNT-ENTREGUE-HCF.
              MOVE WS-DATA-HOJE TO DATA-RECEB-HCF.
              MOVE WS-FLAG-DIV TO FLAG-DIV-HCF.
              WRITE REG-HISTCONF.
              MOVE LOCAL-ATU TO LOCAL-GER.
              MOVE DESCRICAO-ATU TO DESCRICAO-GER.
              MOVE ESTOQUE-MIN-ATU TO ESTOQUE-MIN-GER.
              MOVE WS-QNT-ESTOQUE TO QNT-ESTOQUE-GER.
              MOVE PRECO-UNIT-ATU TO PRECO-UNIT-GER.
              MOVE "4" TO TIPO-GER.
              MOVE WS-DATA-HOJE TO DATA-EFETIVA-GER.
              WRITE REG-MOVGER.
              IF LOTE-RCL NOT EQUAL SPACES
                     PERFORM GERA-LOTE.

       GERA-LOTE.
              MOVE CHAVE-RCL TO CHAVE-LRC.
              MOVE LOTE-RCL TO NUM-LOTE-LRC.
              MOVE WS-QNT-ESTOQUE TO QNT-LRC.
              MOVE WS-DATA-HOJE TO DATA-RECEB-LRC.
              MOVE ZEROES TO WS-VALIDADE-N.
              IF VALIDADE-RCL NUMERIC
                     MOVE VALIDADE-RCL TO WS-VALIDADE-N.
              IF WS-VAL-MES < 1 OR WS-VAL-MES > 12
                 OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
                     MOVE 99999999 TO VALIDADE-LRC
                     ADD 1 TO WS-CT-SEM-VALIDADE
                     MOVE "LOTE SEM VALIDADE OU INVALIDA"
                            TO VAR-MENSAGEM
                     PERFORM GRAVA-OCORRENCIA
              ELSE
                     MOVE VALIDADE-RCL TO VALIDADE-LRC
                     IF VALIDADE-RCL < WS-DATA-HOJE
                            ADD 1 TO WS-CT-LOTE-VENCIDO
                            MOVE "LOTE RECEBIDO JA VENCIDO     "
                                   TO VAR-MENSAGEM
                            PERFORM GRAVA-OCORRENCIA.
              WRITE REG-LOTEREC.

       SEM-PEDIDO.
              ADD 1 TO WS-CT-SEM-PEDIDO.
              MOVE CODIGO-RCL TO VAR-CODIGO.
              MOVE LOCAL-RCL TO VAR-LOCAL.
              MOVE REF-PED-RCL TO VAR-REF.
              MOVE WS-QNT-ESPERADA TO VAR-QNT-PEDIDA.
              MOVE QNT-RCL TO VAR-QNT-COMPRA.
              MOVE WS-UND-COMPRA TO VAR-UND-COMPRA.
              MOVE WS-QNT-ESTOQUE TO VAR-QNT-RECEBIDA.
              MOVE WS-UND-ESTOQUE TO VAR-UND-ESTOQUE.
              WRITE REG-RELDISC FROM CAB-DETALHE
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              MOVE WS-CT-SEM-CADASTRO TO VAR-QTD-TOT.
              WRITE REG-RELDISC FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LOTES SEM VALIDADE VALIDA:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-SEM-VALIDADE TO VAR-QTD-TOT.
              WRITE REG-RELDISC FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "LOTES RECEBIDOS JA VENCIDOS:  "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-LOTE-VENCIDO TO VAR-QTD-TOT.
              WRITE REG-RELDISC FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.
              MOVE "CONVERSOES ACIMA DE 99999:    "
                     TO VAR-ROTULO-TOT.
              MOVE WS-CT-EXCEDE-CONV TO VAR-QTD-TOT.
              WRITE REG-RELDISC FROM DETALHE-TOT
                     AFTER ADVANCING 1 LINE.

       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RECEBCL PEDCOMP ATUMERC MOVGER LOTEREC RELDISC
                    HISTCONF.
              PERFORM REGRAVA-PEDABERT.

       REGRAVA-PEDABERT.
              MOVE TP-DATA-PEDIDO(WS-IDX-PAB) TO DATA-PEDIDO-PAB.
              MOVE TP-STATUS(WS-IDX-PAB) TO STATUS-PAB.
              WRITE REG-PEDABERT.

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
