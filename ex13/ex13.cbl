       VALUE OF FILE-ID IS "HISTPREC.DAT".

       01 REG-HISTPREC.
              02 CODIGO-HST     PIC 9(5).
              02 LOCAL-HST      PIC 9(2).
              02 DATA-HST       PIC 9(8).
              02 PRECO-ANT-HST  PIC 9(4)V99.

       01 REG-SORT.
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 DATA-SRT       PIC 9(8).
              02 PRECO-ANT-SRT  PIC 9(4)V99.
              88 FIM-SORT VALUE "S".
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-CHAVE-ATUAL PIC X(7) VALUE SPACES.
       77 WS-TEM-ITEM PIC X VALUE "N".
              88 TEM-ITEM VALUE "S".
       77 WS-CT-ALTERACOES PIC 9(5) VALUE ZEROES.

       01 CAB-DETALHE.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CODIGO PIC 9(5).
              02 FILLER PIC XXX VALUE SPACES.
              02 VAR-LOCAL PIC 99.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-DATA PIC 9(8).
