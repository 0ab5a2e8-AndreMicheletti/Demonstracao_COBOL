                         RISCO A PARTIR DE 5,0, LIMITE DE FALTAS 10).
                         NOTAS COM CODIGO INEXISTENTE NO ARQC SAEM NA
                         LISTAGEM DE DIVERGENCIAS RELNOTER, NOS MOLDES
                         DO RELDIV DO EX01. A SITUACAO FINAL DE CADA
                         ALUNO (A=APROVADO, E=EM RISCO, R=REPROVADO)
                         SAI TAMBEM NO ARQUIVO RESALU, LIDO PELA VIRADA
                         DE ANO LETIVO DO EX44.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SELECT RELNOTER ASSIGN TO DISK.

       SELECT RESALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


       01 REG-RELNOTER PIC X(80).

       FD RESALU
       LABEL RECORD ARE STANDARD
       VALUE OF FILE-ID IS "RESALU.DAT".

       01 REG-RESALU.
              02 CODIGO-RES   PIC 9(3).
              02 TURMA-RES    PIC X(20).
              02 SITUACAO-RES PIC X.
                     88 RES-APROVADO  VALUE "A".
                     88 RES-EM-RISCO  VALUE "E".
                     88 RES-REPROVADO VALUE "R".

       WORKING-STORAGE SECTION.
       77 WS-FIM-C PIC X VALUE "N".
              88 FIM-C VALUE "S".
       INICIO.
              PERFORM LE-PARAMETRO.
              PERFORM CARREGA-ALUNOS.
              OPEN OUTPUT RELBOL RELNOTER RESALU.

       LE-PARAMETRO.
              OPEN INPUT PARMNOTA.
       FECHA-ALUNO.
              IF ALUNO-REPROVADO
                     MOVE "REPROVADO " TO VAR-SITUACAO-FINAL
                     MOVE "R" TO SITUACAO-RES
                     ADD 1 TO WS-CT-REPROV-TUR
              ELSE
              IF ALUNO-EM-RISCO
                     MOVE "EM RISCO  " TO VAR-SITUACAO-FINAL
                     MOVE "E" TO SITUACAO-RES
                     ADD 1 TO WS-CT-RISCO-TUR
              ELSE
                     MOVE "APROVADO  " TO VAR-SITUACAO-FINAL
                     MOVE "A" TO SITUACAO-RES
                     ADD 1 TO WS-CT-APROV-TUR.
              WRITE REG-RELBOL FROM CAB-FINAL-ALUNO
                     AFTER ADVANCING 1 LINE.
              MOVE WS-ALUNO-ATUAL TO CODIGO-RES.
              MOVE WS-TURMA-ATUAL TO TURMA-RES.
              WRITE REG-RESALU.
              ADD 1 TO CT-LIN.
              MOVE "N" TO WS-TEM-ALUNO.


       TERMINO.
              PERFORM RELAT-TOTAIS.
              CLOSE RELBOL RELNOTER RESALU.
