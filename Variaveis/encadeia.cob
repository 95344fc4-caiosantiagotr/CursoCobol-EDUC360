      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Encadeador da sequencia noturna
      *==            DESCARGA -> ESTRUTURACOBOL -> AULA8 ->
      *==            RECITRAN -> AULA10 -> FOLHAPG -> RELFILIA ->
      *==            EXTRAIRH -> VARREINT. Chama
      *==            cada passo por CALL, confere o
      *==            RETURN-CODE devolvido (0 limpo, 4
      *==            divergencia/excecoes, 8 lote rejeitado)
      *==                    e "o primeiro passo da janela noturna"
      *==                    e nao podia continuar dependendo de o
      *==                    operador lembrar da opcao 22 do menu.
      *==   15/10/2026 CAS - VARREINT (varredura de integridade)
      *==                    entra como ultimo passo. O RC 4 dele
      *==                    fica no EXECLOG como DIVERGENCIAS sem
      *==                    parar a cadeia, e a cadeia termina com
      *==                    RC 4 para o turno da manha ler o
      *==                    RELINTEG.
      *==   15/10/2026 CAS - RECITRAN entra antes do AULA10: acrescenta
      *==                    ao TRANLIST o lote de reciclagem dos itens
      *==                    corrigidos no suspenso SUSPTRAN, para eles
      *==                    rodarem no mesmo processamento.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-NOME-JOB          PIC X(20) VALUE "ENCADEIA".
       77 WRK-FS-CHECKPOINT     PIC X(02) VALUE "00".
       77 WRK-FS-EXECLOG        PIC X(02) VALUE "00".
       77 WRK-PASSO             PIC 9(02) VALUE ZEROS.
       77 WRK-PASSO-NOME        PIC X(20) VALUE SPACES.
       77 WRK-CHK-NOME          PIC X(20) VALUE SPACES.
       77 WRK-RC-PASSO          PIC 9(02) VALUE ZEROS.
       77 WRK-CHK-PENDENTE      PIC X(01) VALUE "N".
       77 WRK-CADEIA-PAROU      PIC X(01) VALUE "N".
          88 WRK-CADEIA-INTERROMPIDA      VALUE "S".
       77 WRK-CADEIA-AVISO      PIC X(01) VALUE "N".
          88 WRK-CADEIA-ALERTA            VALUE "S".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-EXECUTA-PASSO
           VARYING WRK-PASSO FROM 1 BY 1
           UNTIL WRK-PASSO > 9.
       PERFORM 9000-FINALIZAR.
       GOBACK.

           MOVE "AULA8"  TO WRK-CHK-NOME
       END-IF.
       IF WRK-PASSO = 4
           MOVE "RECITRAN" TO WRK-PASSO-NOME
           MOVE SPACES     TO WRK-CHK-NOME
       END-IF.
       IF WRK-PASSO = 5
           MOVE "AULA10" TO WRK-PASSO-NOME
           MOVE "AULA10" TO WRK-CHK-NOME
       END-IF.
       IF WRK-PASSO = 6
           MOVE "FOLHAPG"  TO WRK-PASSO-NOME
           MOVE SPACES     TO WRK-CHK-NOME
       END-IF.
       IF WRK-PASSO = 7
           MOVE "RELFILIA" TO WRK-PASSO-NOME
           MOVE SPACES     TO WRK-CHK-NOME
       END-IF.
       IF WRK-PASSO = 8
           MOVE "EXTRAIRH" TO WRK-PASSO-NOME
           MOVE SPACES     TO WRK-CHK-NOME
       END-IF.
       IF WRK-PASSO = 9
           MOVE "VARREINT" TO WRK-PASSO-NOME
           MOVE SPACES     TO WRK-CHK-NOME
       END-IF.

       2200-CHAMA-PASSO         SECTION.
       IF WRK-PASSO = 1
           CANCEL "AULA8"
       END-IF.
       IF WRK-PASSO = 4
           CALL "RECITRAN"
           CANCEL "RECITRAN"
       END-IF.
       IF WRK-PASSO = 5
           CALL "AULA10"
           CANCEL "AULA10"
       END-IF.
       IF WRK-PASSO = 6
           CALL "FOLHAPG"
           CANCEL "FOLHAPG"
       END-IF.
       IF WRK-PASSO = 7
           CALL "RELFILIA"
           CANCEL "RELFILIA"
       END-IF.
       IF WRK-PASSO = 8
           CALL "EXTRAIRH"
           CANCEL "EXTRAIRH"
       END-IF.
       IF WRK-PASSO = 9
           CALL "VARREINT"
           CANCEL "VARREINT"
       END-IF.

       2300-CONFERE-CHECKPOINT  SECTION.
      *== checkpoint que sobrou depois do passo = abend no
          AND WRK-CHK-PENDENTE = "N"
           MOVE "OK"         TO EXL-RESULTADO
       ELSE
      *== a varredura de integridade so aponta: RC 4 dela
      *== nao para a cadeia
           IF WRK-PASSO-NOME = "VARREINT"
              AND WRK-RC-PASSO = 4
              AND WRK-CHK-PENDENTE = "N"
               MOVE "DIVERGENCIAS" TO EXL-RESULTADO
               MOVE "S"          TO WRK-CADEIA-AVISO
               DISPLAY "ENCADEIA - PASSO " WRK-PASSO-NOME
                       " COM DIVERGENCIAS - VER RELINTEG"
           ELSE
               MOVE "FALHOU"     TO EXL-RESULTADO
               MOVE "S"          TO WRK-CADEIA-PAROU
               DISPLAY "ENCADEIA - PASSO " WRK-PASSO-NOME
                       " COM RC " WRK-RC-PASSO
                       " CHECKPOINT PENDENTE " WRK-CHK-PENDENTE
               DISPLAY "ENCADEIA - CADEIA INTERROMPIDA"
           END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA   TO EXL-DATA-HORA.
           DISPLAY "ENCADEIA - SEQUENCIA NOTURNA NAO COMPLETOU"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WRK-CADEIA-ALERTA
               DISPLAY "ENCADEIA - SEQUENCIA NOTURNA COMPLETA COM "
                       "DIVERGENCIAS - VER RELINTEG"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "ENCADEIA - SEQUENCIA NOTURNA COMPLETA E "
                       "LIMPA"
           END-IF
       END-IF.
       CLOSE EXECLOG-FILE.
