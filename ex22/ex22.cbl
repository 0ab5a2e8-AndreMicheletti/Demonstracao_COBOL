       VALUE OF FILE-ID IS "PARMKARD.DAT".

       01 REG-PARMKARD.
              02 CODIGO-PRM PIC 9(5).
              02 LOCAL-PRM  PIC 9(2).

       FD JORNMERC
       VALUE OF FILE-ID IS "JORNMERC.DAT".

       01 REG-JORNMERC.
              02 CODIGO-JRN PIC 9(5).
              02 LOCAL-JRN  PIC 9(2).
              02 DATA-JRN   PIC 9(8).
              02 TIPO-JRN   PIC X.
              02 QNT-JRN    PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-JRN  PIC 9(5).

       SD ARQSORT.

       01 REG-SORT.
              02 CHAVE-SRT.
                     03 CODIGO-SRT PIC 9(5).
                     03 LOCAL-SRT  PIC 9(2).
              02 DATA-SRT   PIC 9(8).
              02 TIPO-SRT   PIC X.
              02 QNT-SRT    PIC S9(5)
                     SIGN IS LEADING SEPARATE.
              02 SALDO-SRT  PIC 9(5).

       FD RELKARD
       LABEL RECORD ARE OMITTED.
              88 FIM-SORT VALUE "S".
       77 WS-FIM-PARM PIC X VALUE "N".
              88 FIM-PARM VALUE "S".
       77 WS-FILTRO-CODIGO PIC 9(5) VALUE ZEROES.
       77 WS-FILTRO-LOCAL  PIC 9(2) VALUE ZEROES.
       77 WS-TEM-ITEM PIC X VALUE "N".
              88 TEM-ITEM VALUE "S".
       77 WS-CHAVE-ATUAL PIC X(7) VALUE SPACES.
       77 WS-SALDO-INICIAL PIC S9(6) VALUE ZEROES.
       77 WS-SALDO-FINAL PIC 9(5) VALUE ZEROES.
       77 WS-CT-MOV-ITEM PIC 9(5) VALUE ZEROES.
       77 WS-CT-ITENS PIC 9(5) VALUE ZEROES.
       77 WS-CT-MOVTOS PIC 9(6) VALUE ZEROES.
       77 CT-LIN PIC 99  VALUE ZEROES.

       01 WS-CHAVE-ITEM.
              02 WS-CI-CODIGO PIC 9(5).
              02 WS-CI-LOCAL  PIC 9(2).

       01 CAB-1.
       01 CAB-2.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(8) VALUE "CODIGO: ".
              02 VAR-CODIGO-CAB PIC 9(5).
              02 FILLER PIC X(3) VALUE SPACES.
              02 FILLER PIC X(7) VALUE "LOCAL: ".
              02 VAR-LOCAL-CAB PIC 99.
              02 FILLER PIC X(53) VALUE SPACES.
              02 FILLER PIC X VALUE SPACES.
              02 VAR-TIPO-DESC PIC X(13).
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-QNT PIC +ZZ.ZZ9.
              02 FILLER PIC X(4) VALUE SPACES.
              02 VAR-SALDO PIC ZZ.ZZ9.
              02 FILLER PIC X(30) VALUE SPACES.

       01 CAB-SALDO-INI.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(15) VALUE "SALDO INICIAL: ".
              02 VAR-SALDO-INI PIC ZZZ.ZZ9.
              02 FILLER PIC X(56) VALUE SPACES.

       01 CAB-SALDO-FIM.
              02 FILLER PIC XX VALUE SPACES.
              02 FILLER PIC X(15) VALUE "SALDO FINAL:   ".
              02 VAR-SALDO-FIM PIC ZZZ.ZZ9.
              02 FILLER PIC X(56) VALUE SPACES.

       01 DETALHE-TOT.
              02 FILLER PIC X(4) VALUE SPACES.
