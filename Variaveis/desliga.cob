      *==                    a matricula assim mesmo e oferecida
      *==                    direto, com o aceite registrado no
      *==                    EXCPTLOG.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *==   15/10/2026 CAS - Aviso e EXCPTLOG quando nao ha exame
      *==                    demissional no ASODB (rotina ASODEMIS)
      *==                    antes da confirmacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-TRV-OPERADOR      PIC X(20) VALUE SPACES.
       77 WRK-TRV-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-TRV-DETENTOR      PIC X(20) VALUE SPACES.
       77 WRK-ASD-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-ASD-DATA-EXAME    PIC 9(08) VALUE ZEROS.
       01  WRK-SALARIO-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-SALARIO-ED==.
           MOVE SPACES TO WRK-DATA-DESLIG-ENT
           PERFORM 2220-RECEBE-DATA
               UNTIL WRK-DATA-DESLIG-ENT NUMERIC
           PERFORM 2215-CONFERE-DEMISSIONAL
           DISPLAY "CONFIRMA O DESLIGAMENTO (S/N) "
           ACCEPT WRK-RESP
           IF WRK-RESP = "S"
           END-IF
       END-IF.

       2215-CONFERE-DEMISSIONAL SECTION.
      *== so avisa - o demissional pode ser feito depois
       CALL "ASODEMIS" USING BY REFERENCE REG-MATRICULA
                             WRK-ASD-RESULTADO
                             WRK-ASD-DATA-EXAME.
       IF WRK-ASD-RESULTADO = "S"
           DISPLAY "EXAME DEMISSIONAL EM " WRK-ASD-DATA-EXAME
       ELSE
           DISPLAY "AVISO: SEM EXAME DEMISSIONAL (ASO) REGISTRADO"
           MOVE "ASO-TIPO"       TO WRK-EXC-CAMPO
           MOVE "DESLIGAMENTO SEM EXAME DEMISSIONAL"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
       END-IF.

       2220-RECEBE-DATA         SECTION.
       DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD) "
       ACCEPT WRK-DATA-DESLIG-ENT.
