       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASODEMIS.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum de conferencia do exame
      *==            demissional - recebe a matricula e procura
      *==            no ASODB (MANTASO) um ASO do tipo D.
      *==            Devolve S com a data do exame quando ha
      *==            demissional registrado (o mais recente),
      *==            N quando nao ha e X quando o ASODB nao
      *==            existe. Usada pelo DESLIGA e pelo RESCISAO
      *==            para avisar o desligamento sem demissional
      *==            - o aviso nao impede o desligamento, o
      *==            exame pode ser feito nos dias seguintes.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAME-FILE ASSIGN TO "ASODB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WRK-FS-EXAME.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAME-FILE
           LABEL RECORD IS STANDARD.
       COPY "asorc.cpy".

       WORKING-STORAGE SECTION.
       77  WRK-FS-EXAME           PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  WRK-ASD-MATRICULA       PIC 9(06).
       01  WRK-ASD-RESULTADO       PIC X(01).
       01  WRK-ASD-DATA-EXAME      PIC 9(08).

       PROCEDURE DIVISION USING WRK-ASD-MATRICULA
                                WRK-ASD-RESULTADO
                                WRK-ASD-DATA-EXAME.
       0000-CONFERE-DEMISSIONAL SECTION.
           MOVE "N"   TO WRK-ASD-RESULTADO
           MOVE ZEROS TO WRK-ASD-DATA-EXAME
           OPEN INPUT EXAME-FILE
           IF WRK-FS-EXAME NOT = "00"
               MOVE "X" TO WRK-ASD-RESULTADO
               GOBACK
           END-IF
           MOVE "N" TO WRK-EOF
           MOVE WRK-ASD-MATRICULA TO ASO-MATRICULA
           MOVE ZEROS             TO ASO-DATA-EXAME
           START EXAME-FILE KEY IS NOT LESS THAN ASO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF
           END-START
           IF WRK-EOF NOT = "S"
               PERFORM 1000-LE-EXAME
           END-IF
           PERFORM 2000-TESTA-EXAME UNTIL WRK-EOF = "S"
           CLOSE EXAME-FILE
           GOBACK.

       1000-LE-EXAME SECTION.
           READ EXAME-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EOF
           END-READ
           IF WRK-EOF NOT = "S"
              AND ASO-MATRICULA NOT = WRK-ASD-MATRICULA
               MOVE "S" TO WRK-EOF
           END-IF.

       2000-TESTA-EXAME SECTION.
      *== chave em ordem de data: o ultimo D lido e o mais
      *== recente
           IF ASO-DEMISSIONAL
               MOVE "S"            TO WRK-ASD-RESULTADO
               MOVE ASO-DATA-EXAME TO WRK-ASD-DATA-EXAME
           END-IF
           PERFORM 1000-LE-EXAME.
