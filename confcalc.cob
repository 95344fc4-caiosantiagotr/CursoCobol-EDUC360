       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFCALC.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum de conferencia da folha
      *==            calculada (FOLHACAL, gravada pelo
      *==            CALCFOLH) antes de alguem usar os numeros:
      *==            le o arquivo inteiro, exige o header na
      *==            primeira linha e o trailer na ultima e
      *==            soma os detalhes contra os totais de
      *==            controle do trailer (quantidade, bruto,
      *==            INSS, IRRF, adiantamento, consignado e
      *==            liquido). Devolve a competencia e a
      *==            empresa do header e o resultado: S
      *==            conferido, A arquivo ausente, D arquivo
      *==            truncado ou fora de balanco. Usada pelo
      *==            CONTRACH, REMEBANC e CONTABIL, que recusam
      *==            com RETURN-CODE 8 tudo que nao for S.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHACAL-FILE ASSIGN TO "FOLHACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHACAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHACAL-FILE
           LABEL RECORD IS STANDARD.
       COPY "folcalrc.cpy".

       WORKING-STORAGE SECTION.
       77  WRK-FS-FOLHACAL        PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".
       77  WRK-TEM-TRAILER        PIC X(01) VALUE "N".
       77  WRK-SOM-QTDE           PIC 9(06) VALUE ZEROS.
       77  WRK-SOM-BRUTO          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOM-INSS           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOM-IRRF           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOM-ADIANTAMENTO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOM-CONSIGNADO     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOM-LIQUIDO        PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TRL-GUARDADO.
           05  WRK-TRL-QTDE           PIC 9(06).
           05  WRK-TRL-BRUTO          PIC 9(13)V99.
           05  WRK-TRL-INSS           PIC 9(13)V99.
           05  WRK-TRL-IRRF           PIC 9(13)V99.
           05  WRK-TRL-ADIANTAMENTO   PIC 9(13)V99.
           05  WRK-TRL-CONSIGNADO     PIC 9(13)V99.
           05  WRK-TRL-LIQUIDO        PIC 9(13)V99.

       LINKAGE SECTION.
       01  WRK-CFC-COMPETENCIA     PIC 9(06).
       01  WRK-CFC-EMPRESA         PIC 9(02).
       01  WRK-CFC-QTDE            PIC 9(06).
       01  WRK-CFC-RESULTADO       PIC X(01).

       PROCEDURE DIVISION USING WRK-CFC-COMPETENCIA
                                WRK-CFC-EMPRESA
                                WRK-CFC-QTDE
                                WRK-CFC-RESULTADO.
       0000-CONFERE SECTION.
           MOVE ZEROS TO WRK-CFC-COMPETENCIA WRK-CFC-EMPRESA
                         WRK-CFC-QTDE
                         WRK-SOM-QTDE WRK-SOM-BRUTO WRK-SOM-INSS
                         WRK-SOM-IRRF WRK-SOM-ADIANTAMENTO
                         WRK-SOM-CONSIGNADO WRK-SOM-LIQUIDO
           MOVE "N" TO WRK-EOF WRK-TEM-TRAILER
           MOVE "A" TO WRK-CFC-RESULTADO
           OPEN INPUT FOLHACAL-FILE
           IF WRK-FS-FOLHACAL NOT = "00"
               DISPLAY "FOLHA CALCULADA FOLHACAL AUSENTE - "
                       "RODE O CALCFOLH"
               GOBACK
           END-IF
           MOVE "D" TO WRK-CFC-RESULTADO
           READ FOLHACAL-FILE
               AT END
                   MOVE "S" TO WRK-EOF
           END-READ
           IF WRK-EOF = "S"
              OR NOT FCL-HEADER
               DISPLAY "FOLHACAL SEM HEADER - ARQUIVO RECUSADO"
               CLOSE FOLHACAL-FILE
               GOBACK
           END-IF
           MOVE FCL-HDR-COMPETENCIA TO WRK-CFC-COMPETENCIA
           MOVE FCL-HDR-EMPRESA     TO WRK-CFC-EMPRESA
           PERFORM 1000-LE-REGISTRO UNTIL WRK-EOF = "S"
           CLOSE FOLHACAL-FILE
           PERFORM 2000-COMPARA-TOTAIS
           GOBACK.

       1000-LE-REGISTRO SECTION.
           READ FOLHACAL-FILE
               AT END
                   MOVE "S" TO WRK-EOF
                   GO TO 1000-LE-SAIDA
           END-READ
      *== qualquer registro depois do trailer invalida o
      *== arquivo: o trailer tem de ser o ultimo
           IF WRK-TEM-TRAILER = "S"
               MOVE "X" TO WRK-TEM-TRAILER
               MOVE "S" TO WRK-EOF
               GO TO 1000-LE-SAIDA
           END-IF
           IF FCL-TRAILER
               MOVE "S"                  TO WRK-TEM-TRAILER
               MOVE FCL-TRL-QTDE         TO WRK-TRL-QTDE
               MOVE FCL-TRL-BRUTO        TO WRK-TRL-BRUTO
               MOVE FCL-TRL-INSS         TO WRK-TRL-INSS
               MOVE FCL-TRL-IRRF         TO WRK-TRL-IRRF
               MOVE FCL-TRL-ADIANTAMENTO TO WRK-TRL-ADIANTAMENTO
               MOVE FCL-TRL-CONSIGNADO   TO WRK-TRL-CONSIGNADO
               MOVE FCL-TRL-LIQUIDO      TO WRK-TRL-LIQUIDO
               GO TO 1000-LE-SAIDA
           END-IF
           IF FCL-DETALHE
               ADD 1                 TO WRK-SOM-QTDE
               ADD FCL-BRUTO         TO WRK-SOM-BRUTO
               ADD FCL-INSS          TO WRK-SOM-INSS
               ADD FCL-IRRF          TO WRK-SOM-IRRF
               ADD FCL-ADIANTAMENTO  TO WRK-SOM-ADIANTAMENTO
               ADD FCL-CONSIGNADO    TO WRK-SOM-CONSIGNADO
               ADD FCL-LIQUIDO-FINAL TO WRK-SOM-LIQUIDO
           ELSE
               MOVE "X" TO WRK-TEM-TRAILER
               MOVE "S" TO WRK-EOF
           END-IF.

       1000-LE-SAIDA.
           EXIT.

       2000-COMPARA-TOTAIS SECTION.
           IF WRK-TEM-TRAILER = "N"
               DISPLAY "FOLHACAL SEM TRAILER - ARQUIVO TRUNCADO"
               GO TO 2000-COMPARA-SAIDA
           END-IF
           IF WRK-TEM-TRAILER = "X"
               DISPLAY "FOLHACAL COM REGISTRO FORA DE LUGAR - "
                       "ARQUIVO RECUSADO"
               GO TO 2000-COMPARA-SAIDA
           END-IF
           IF WRK-SOM-QTDE NOT = WRK-TRL-QTDE
              OR WRK-SOM-BRUTO NOT = WRK-TRL-BRUTO
              OR WRK-SOM-INSS NOT = WRK-TRL-INSS
              OR WRK-SOM-IRRF NOT = WRK-TRL-IRRF
              OR WRK-SOM-ADIANTAMENTO NOT = WRK-TRL-ADIANTAMENTO
              OR WRK-SOM-CONSIGNADO NOT = WRK-TRL-CONSIGNADO
              OR WRK-SOM-LIQUIDO NOT = WRK-TRL-LIQUIDO
               DISPLAY "FOLHACAL FORA DE BALANCO - DETALHES NAO "
                       "FECHAM COM O TRAILER"
               DISPLAY "  DETALHES " WRK-SOM-QTDE
                       " TRAILER " WRK-TRL-QTDE
               GO TO 2000-COMPARA-SAIDA
           END-IF
           MOVE WRK-SOM-QTDE TO WRK-CFC-QTDE
           MOVE "S"          TO WRK-CFC-RESULTADO.

       2000-COMPARA-SAIDA.
           EXIT.
