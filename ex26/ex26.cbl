       01 REG-MOVMERCR.
              02 MOTIVO-REJ-MERC PIC X(2).
              02 DADOS-REJ-MERC.
                     03 CHAVE-REJ-MERC PIC X(7).
                     03 FILLER         PIC X(55).
              02 IDADE-REJ-MERC  PIC 9(3).

       FD CORRMOV
       VALUE OF FILE-ID IS "CORRMERC.DAT".

       01 REG-CORRMERC.
              02 CHAVE-COR   PIC X(7).
              02 DADOS-CORM  PIC X(62).

       FD OPERMEST
       LABEL RECORD ARE STANDARD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RECICMER.DAT".

       01 REG-RECICMER PIC X(62).

       FD ARQMOV
       LABEL RECORD ARE STANDARD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERC.DAT".

       01 REG-MOVMERC PIC X(62).

       FD ARQMOVN
       LABEL RECORD ARE STANDARD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERCN.DAT".

       01 REG-MOVMERCN PIC X(62).

       FD ARQMOVRN
       LABEL RECORD ARE STANDARD
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "MOVMERCRN.DAT".

       01 REG-MOVMERCRN PIC X(67).

       SD SORTMOV.

       SD SORTMER.

       01 REG-SORTMER.
              02 CHAVE-SMR PIC X(7).
              02 FILLER    PIC X(55).

       SD SORTREL.

              02 MOTIVO-SRL  PIC X(2).
              02 IDADE-SRL   PIC 9(3).
              02 ARQUIVO-SRL PIC X(8).
              02 CHAVE-SRL   PIC X(7).

       FD RELIDADE
       LABEL RECORD ARE OMITTED.

       01 TAB-CORRMERC.
              02 CORRMERC-ENTRY OCCURS 200 TIMES.
                     03 TCR-CHAVE PIC X(7).
                     03 TCR-REG   PIC X(62).

       01 TAB-OPERADORES.
              02 OPER-ENTRY OCCURS 50 TIMES.
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-ARQUIVO PIC X(8).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-CHAVE PIC X(7).
              02 FILLER PIC XX VALUE SPACES.
              02 VAR-MOTIVO PIC X(2).
              02 FILLER PIC X(5) VALUE SPACES.
              02 VAR-DESCRICAO-REJ PIC X(33).
