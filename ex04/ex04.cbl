
       01 REG-CADMERC.
              02 CHAVE-CAD.
                     03 CODIGO-CAD PIC 9(5).
                     03 LOCAL-CAD  PIC 9(2).
              02 DESCRICAO-CAD   PIC X(30).
              02 ESTOQUE-MIN-CAD PIC 9(5).
              02 QNT-ESTOQUE-CAD PIC 9(5).
              02 PRECO-UNIT-CAD  PIC 9(4)V99.
              02 CUSTO-MEDIO-CAD PIC 9(4)V99.


       01 REG-CADNOVO.
              02 CHAVE-NOV.
                     03 CODIGO-NOV PIC 9(5).
                     03 LOCAL-NOV  PIC 9(2).
              02 DESCRICAO-NOV   PIC X(30).
              02 ESTOQUE-MIN-NOV PIC 9(5).
              02 QNT-ESTOQUE-NOV PIC 9(5).
              02 PRECO-UNIT-NOV  PIC 9(4)V99.

       FD CADGERAL

       01 REG-CADGERAL.
              02 CHAVE-GER.
                     03 CODIGO-GER PIC 9(5).
                     03 LOCAL-GER  PIC 9(2).
              02 DESCRICAO-GER   PIC X(30).
              02 ESTOQUE-MIN-GER PIC 9(5).
              02 QNT-ESTOQUE-GER PIC 9(5).
              02 PRECO-UNIT-GER  PIC 9(4)V99.
              02 CUSTO-MEDIO-GER PIC 9(4)V99.

       01 REG-RELCARGA PIC X(80).

       WORKING-STORAGE SECTION.
       77 CH-ANT PIC X(7) VALUE SPACES.
       77 CH-NOV PIC X(7) VALUE SPACES.
       77 CT-PAG PIC 999 VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE 41.
       77 WS-ULT-CHAVE-ANT PIC X(7) VALUE ZEROES.
       77 WS-ULT-CHAVE-NOV PIC X(7) VALUE ZEROES.
       77 WS-CT-APROVEITADOS PIC 9(5) VALUE ZEROES.
       77 WS-CT-INCLUIDOS    PIC 9(5) VALUE ZEROES.
       77 WS-CT-COLISOES     PIC 9(5) VALUE ZEROES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC X VALUE SPACES.
              02 VAR-DESCRICAO PIC X(30).
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-ORIGEM PIC X(30).

       01 DETALHE-TOT.
