
       01 REG-ATUMERC.
              02 CHAVE-ATU.
                     03 CODIGO-ATU PIC 9(5).
                     03 LOCAL-ATU  PIC 9(2).
              02 DESCRICAO-ATU   PIC X(30).
              02 ESTOQUE-MIN-ATU PIC 9(5).
              02 QNT-ESTOQUE-ATU PIC 9(5).
              02 PRECO-UNIT-ATU  PIC 9(4)V99.
              02 CUSTO-MEDIO-ATU PIC 9(4)V99.


       01 REG-MOVMERC.
              02 CHAVE-MOV.
                     03 CODIGO-MOV PIC 9(5).
                     03 LOCAL-MOV  PIC 9(2).
              02 DESCRICAO-MOV    PIC X(30).
              02 ESTOQUE-MIN-MOV  PIC 9(5).
              02 QNT-ESTOQUE-MOV  PIC 9(5).
              02 PRECO-UNIT-MOV   PIC 9(4)V99.
              02 TIPO-ATUALIZACAO PIC X.
              02 DATA-EFETIVA-MOV PIC 9(8).
       SD ARQSORT.

       01 REG-SORT.
              02 VALOR-SRT     PIC 9(11)V99.
              02 CODIGO-SRT    PIC 9(5).
              02 DESCRICAO-SRT PIC X(30).

       FD RELABC
              88 FIM-SORT VALUE "S".
       77 WS-TEM-ITEM PIC X VALUE "N".
              88 TEM-ITEM VALUE "S".
       77 WS-CODIGO-ATUAL PIC 9(5) VALUE ZEROES.
       77 WS-DESCRICAO-ATUAL PIC X(30) VALUE SPACES.
       77 WS-VALOR-ITEM  PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-LOCAL PIC 9(9)V99 VALUE ZEROES.
       77 WS-VALOR-GERAL PIC 9(11)V99 VALUE ZEROES.
       77 WS-VALOR-ACUM  PIC 9(11)V99 VALUE ZEROES.
       77 WS-PCT-ACUM PIC 9(3)V99 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.

       01 TAB-MOVIMENTO VALUE SPACES.
              02 MOV-FLAG PIC X OCCURS 99999 TIMES.
                     88 ITEM-COM-GIRO VALUE "S".

       01 TAB-CLASSES VALUE ZEROES.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-CLASSE PIC X.
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DESCRICAO PIC X(30).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-PCT PIC ZZ9,99.
              02 FILLER PIC X(4) VALUE SPACES.

       01 CAB-SEM-GIRO.
              02 FILLER PIC X(10) VALUE SPACES.
              COMPUTE WS-VALOR-LOCAL =
                     QNT-ESTOQUE-ATU * PRECO-UNIT-ATU
                     ON SIZE ERROR
                            MOVE 999999999,99 TO WS-VALOR-LOCAL.
              ADD WS-VALOR-LOCAL TO WS-VALOR-ITEM.
              PERFORM LE-ATU.

