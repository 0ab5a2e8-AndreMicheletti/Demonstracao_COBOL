
       01 REG-HISTCONF.
              02 FORN-HCF         PIC 9(3).
              02 CODIGO-HCF       PIC 9(5).
              02 LOCAL-HCF        PIC 9(2).
              02 QNT-PEDIDA-HCF   PIC 9(5).
              02 QNT-ENTREGUE-HCF PIC 9(5).
              02 DATA-PEDIDO-HCF  PIC 9(8).
              02 DATA-RECEB-HCF   PIC 9(8).
              02 FLAG-DIV-HCF     PIC X.
       01 TAB-FORNEC.
              02 FORN-ENTRY OCCURS 50 TIMES.
                     03 TF-FORN        PIC 9(3).
                     03 TF-QTD-PEDIDA  PIC 9(9).
                     03 TF-QTD-ENTREG  PIC 9(9).
                     03 TF-ENTREGAS    PIC 9(5).
                     03 TF-DIVERGENTES PIC 9(5).
                     03 TF-SOMA-LEAD   PIC 9(7).
