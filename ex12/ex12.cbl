
       01 REG-MOVMERC.
              02 CHAVE-MOV.
                     03 CODIGO-MOV PIC X(5).
                     03 LOCAL-MOV  PIC X(2).
              02 DESCRICAO-MOV    PIC X(30).
              02 ESTOQUE-MIN-MOV  PIC X(5).
              02 QNT-ESTOQUE-MOV  PIC X(5).
              02 PRECO-UNIT-MOV   PIC X(6).
              02 TIPO-ATUALIZACAO PIC X.
                     88 TIPO-MERC-VALIDO VALUE "1" "2" "3" "4" "5"
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERCA.DAT".

       01 REG-MOVMERCA PIC X(62).

       FD MOVMERCR
       LABEL RECORD ARE STANDARD

       01 REG-MOVMERCR.
              02 MOTIVO-REJ-MERC PIC X(2).
              02 DADOS-REJ-MERC  PIC X(62).
              02 IDADE-REJ-MERC  PIC 9(3).

       FD RELREJ
       77 WS-RESTO-400 PIC 9(4) VALUE ZEROES.
       77 WS-QUOCIENTE PIC 9(4) VALUE ZEROES.
       77 WS-ULT-CC-ACEITO PIC X(6) VALUE LOW-VALUES.
       77 WS-ULT-CHAVE-ACEITA PIC X(7) VALUE LOW-VALUES.
       77 WS-CT-MOV-LIDOS  PIC 9(6) VALUE ZEROES.
       77 WS-CT-MOV-ACEITOS PIC 9(6) VALUE ZEROES.
       77 WS-CT-MOV-REJEITADOS PIC 9(6) VALUE ZEROES.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ARQUIVO PIC X(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CHAVE PIC X(7).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MOTIVO PIC X(2).
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-DESCRICAO-REJ PIC X(40).
