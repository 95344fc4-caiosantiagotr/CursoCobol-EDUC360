      *==                    RUNLOG continua registrando a fonte.
      *==                    STOP RUN trocado por GOBACK pelo mesmo
      *==                    motivo.
      *==   15/10/2026 CAS - Linha do EXCPTMOV passa a trazer, depois do
      *==                    momento, o operador que digitou o calculo,
      *==                    para o RECERTOP conferir se quem lancou a
      *==                    excecao foi o mesmo que a dispos.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
               REPLACING ==:CAMPO:== BY ==REL-EXC-RESULTADO==.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-EXC-DATA-HORA   PIC X(21).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-EXC-OPERADOR    PIC X(20).

       FD  CORRECAO-FILE
           LABEL RECORD IS STANDARD.
       MOVE WRK-RESULTADO     TO REL-EXC-RESULTADO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA     TO REL-EXC-DATA-HORA.
       MOVE WRK-OPERADOR      TO REL-EXC-OPERADOR.
       WRITE REL-EXCECAO.
       CLOSE EXCECAO-FILE.

