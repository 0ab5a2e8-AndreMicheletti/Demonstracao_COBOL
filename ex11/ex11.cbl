       FD ATUMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "ATUMERC.DAT".
       01 REG-ATUMERC PIC X(59).

       FD ATUMERG1
       LABEL RECORD ARE STANDARD
       FD CADMERC
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "CADMERC.DAT".
       01 REG-CADMERC PIC X(59).

       FD CADMERG1
       LABEL RECORD ARE STANDARD
