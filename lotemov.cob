       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEMOV.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum de preparo do MOVFOLHA antes
      *==            de gravar um lote novo - o arquivo junta
      *==            os lotes da competencia vindos do DIGMOVFL
      *==            (digitados), do IMPPONTO (fonte PONTO) e do
      *==            DIFRETRO (fonte RETROATIV), e a APLICMOV
      *==            aplica todos. Devolve N sem MOVFOLHA (ou
      *==            vazio), O quando o arquivo e de outra
      *==            competencia (o chamador substitui), A
      *==            quando e da mesma competencia: o arquivo
      *==            foi remontado pelo MOVFOLWK sem os lotes
      *==            antigos da mesma origem e o chamador
      *==            acrescenta o novo no fim; E se o arquivo
      *==            de trabalho nao abre (nada foi alterado).
      *==            Funcao F retira os lotes da fonte pedida;
      *==            funcao D retira os lotes digitados (toda
      *==            fonte que nao seja PONTO nem RETROATIV).
      *==            Devolve tambem a quantidade de lotes
      *==            retirados. Rodar o mesmo job duas vezes
      *==            na competencia nao aplica a verba em
      *==            dobro.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT TRABALHO-FILE ASSIGN TO "MOVFOLWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRABALHO.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "movfolrc.cpy".

       FD  TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRABALHO           PIC X(24).

       WORKING-STORAGE SECTION.
       77  WRK-FS-MOVIMENTO       PIC X(02) VALUE "00".
       77  WRK-FS-TRABALHO        PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".
       77  WRK-DESCARTA           PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  WRK-LMV-FUNCAO          PIC X(01).
       01  WRK-LMV-COMPETENCIA     PIC 9(06).
       01  WRK-LMV-FONTE           PIC X(09).
       01  WRK-LMV-RESULTADO       PIC X(01).
       01  WRK-LMV-REMOVIDOS       PIC 9(03).

       PROCEDURE DIVISION USING WRK-LMV-FUNCAO
                                WRK-LMV-COMPETENCIA
                                WRK-LMV-FONTE
                                WRK-LMV-RESULTADO
                                WRK-LMV-REMOVIDOS.
       0000-PREPARA SECTION.
           MOVE "N"   TO WRK-LMV-RESULTADO
           MOVE ZEROS TO WRK-LMV-REMOVIDOS
           PERFORM 1000-CONFERE-ARQUIVO
           IF WRK-LMV-RESULTADO = "A"
               PERFORM 2000-RETIRA-LOTES
           END-IF
           GOBACK.

       1000-CONFERE-ARQUIVO SECTION.
      *== o primeiro header diz de que competencia e o arquivo
           OPEN INPUT MOVIMENTO-FILE
           IF WRK-FS-MOVIMENTO NOT = "00"
               GO TO 1000-CONFERE-SAIDA
           END-IF
           READ MOVIMENTO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MVF-HEADER
                      AND MVF-HDR-COMPETENCIA = WRK-LMV-COMPETENCIA
                       MOVE "A" TO WRK-LMV-RESULTADO
                   ELSE
                       MOVE "O" TO WRK-LMV-RESULTADO
                   END-IF
           END-READ
           CLOSE MOVIMENTO-FILE.

       1000-CONFERE-SAIDA.
           EXIT.

       2000-RETIRA-LOTES SECTION.
      *== copia para o MOVFOLWK pulando os lotes da origem
      *== (header ate o trailer) e devolve ao MOVFOLHA
           OPEN OUTPUT TRABALHO-FILE
           IF WRK-FS-TRABALHO NOT = "00"
               MOVE "E" TO WRK-LMV-RESULTADO
               GO TO 2000-RETIRA-SAIDA
           END-IF
           OPEN INPUT MOVIMENTO-FILE
           MOVE "N" TO WRK-EOF WRK-DESCARTA
           PERFORM 2100-SEPARA-REGISTRO UNTIL WRK-EOF = "S"
           CLOSE MOVIMENTO-FILE
           CLOSE TRABALHO-FILE
           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT MOVIMENTO-FILE
           MOVE "N" TO WRK-EOF
           PERFORM 2200-DEVOLVE-REGISTRO UNTIL WRK-EOF = "S"
           CLOSE TRABALHO-FILE
           CLOSE MOVIMENTO-FILE.

       2000-RETIRA-SAIDA.
           EXIT.

       2100-SEPARA-REGISTRO SECTION.
           READ MOVIMENTO-FILE
               AT END
                   MOVE "S" TO WRK-EOF
                   GO TO 2100-SEPARA-SAIDA
           END-READ
           IF MVF-HEADER
               PERFORM 2110-AVALIA-LOTE
           END-IF
           IF WRK-DESCARTA = "N"
               WRITE REG-TRABALHO FROM REG-MOVFOLHA
           END-IF
           IF MVF-TRAILER
               MOVE "N" TO WRK-DESCARTA
           END-IF.

       2100-SEPARA-SAIDA.
           EXIT.

       2110-AVALIA-LOTE SECTION.
           MOVE "N" TO WRK-DESCARTA
           IF MVF-HDR-COMPETENCIA NOT = WRK-LMV-COMPETENCIA
               GO TO 2110-AVALIA-SAIDA
           END-IF
           IF WRK-LMV-FUNCAO = "D"
               IF MVF-HDR-FONTE NOT = "PONTO"
                  AND MVF-HDR-FONTE NOT = "RETROATIV"
                   MOVE "S" TO WRK-DESCARTA
               END-IF
           ELSE
               IF MVF-HDR-FONTE = WRK-LMV-FONTE
                   MOVE "S" TO WRK-DESCARTA
               END-IF
           END-IF
           IF WRK-DESCARTA = "S"
               ADD 1 TO WRK-LMV-REMOVIDOS
           END-IF.

       2110-AVALIA-SAIDA.
           EXIT.

       2200-DEVOLVE-REGISTRO SECTION.
           READ TRABALHO-FILE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   WRITE REG-MOVFOLHA FROM REG-TRABALHO
           END-READ.
