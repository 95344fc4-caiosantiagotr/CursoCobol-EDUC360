       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPRV.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum de baixa das provisoes de
      *==            decimo terceiro e de ferias (PROVSDO,
      *==            constituido pelo PROVMES) no pagamento de
      *==            uma matricula. Tipo D baixa o decimo, F as
      *==            ferias e A os dois; funcao P baixa o valor
      *==            pago, limitado ao saldo, e T o saldo
      *==            inteiro. Os encargos saem na proporcao do
      *==            valor baixado. O saldo cai na hora e a
      *==            baixa fica pendente para o PROVMES lancar
      *==            no LANCCTB. A referencia do pagamento (ex.
      *==            parcela e ano do decimo, inicio do gozo)
      *==            fica gravada: a mesma referencia de novo
      *==            nao baixa outra vez. Devolve o valor
      *==            baixado (sem encargos) e o resultado:
      *==            S baixado, J referencia ja baixada,
      *==            N matricula sem provisao.
      *==            Usada pelo DECIMOTR, FERIASPG e RESCISAO.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISAO-FILE ASSIGN TO "PROVSDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WRK-FS-PROVISAO.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVISAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "provsdrc.cpy".

       WORKING-STORAGE SECTION.
       77  WRK-FS-PROVISAO        PIC X(02) VALUE "00".
       77  WRK-GRAVA              PIC X(01) VALUE "N".
       77  WRK-JA-BAIXADA         PIC X(01) VALUE "N".
       77  WRK-VALOR-PEDIDO       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-BAIXA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ENCARGO-BAIXA      PIC 9(09)V99 VALUE ZEROS.
       01  WRK-DATA-HORA          PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  WRK-BXP-FUNCAO          PIC X(01).
       01  WRK-BXP-TIPO            PIC X(01).
       01  WRK-BXP-MATRICULA       PIC 9(06).
       01  WRK-BXP-REFERENCIA      PIC X(10).
       01  WRK-BXP-VALOR           PIC 9(08)V99.
       01  WRK-BXP-RESULTADO       PIC X(01).

       PROCEDURE DIVISION USING WRK-BXP-FUNCAO
                                WRK-BXP-TIPO
                                WRK-BXP-MATRICULA
                                WRK-BXP-REFERENCIA
                                WRK-BXP-VALOR
                                WRK-BXP-RESULTADO.
       0000-BAIXA-PROVISAO SECTION.
           MOVE "N"           TO WRK-BXP-RESULTADO
           MOVE "N"           TO WRK-GRAVA WRK-JA-BAIXADA
           MOVE WRK-BXP-VALOR TO WRK-VALOR-PEDIDO
           MOVE ZEROS         TO WRK-BXP-VALOR
           OPEN I-O PROVISAO-FILE
           IF WRK-FS-PROVISAO NOT = "00"
      *== nada provisionado ainda: o pagamento segue sem
      *== baixa
               GOBACK
           END-IF
           MOVE WRK-BXP-MATRICULA TO PRV-MATRICULA
           READ PROVISAO-FILE KEY IS PRV-MATRICULA
               INVALID KEY
                   CLOSE PROVISAO-FILE
                   GOBACK
           END-READ
           IF WRK-BXP-TIPO = "D" OR WRK-BXP-TIPO = "A"
               PERFORM 1000-BAIXA-DECIMO
           END-IF
           IF WRK-BXP-TIPO = "F" OR WRK-BXP-TIPO = "A"
               PERFORM 2000-BAIXA-FERIAS
           END-IF
           IF WRK-GRAVA = "S"
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE WRK-DATA-HORA TO PRV-DATA-HORA
               REWRITE REG-PROVISAO
                   INVALID KEY
                       DISPLAY "ERRO NA BAIXA DA PROVISAO DA "
                               "MATRICULA " PRV-MATRICULA " - FS "
                               WRK-FS-PROVISAO
               END-REWRITE
               MOVE "S" TO WRK-BXP-RESULTADO
           ELSE
               IF WRK-JA-BAIXADA = "S"
                   MOVE "J" TO WRK-BXP-RESULTADO
               END-IF
           END-IF
           CLOSE PROVISAO-FILE
           GOBACK.

       1000-BAIXA-DECIMO SECTION.
           IF WRK-BXP-REFERENCIA NOT = SPACES
              AND WRK-BXP-REFERENCIA = PRV-REF-DECIMO
               MOVE "S" TO WRK-JA-BAIXADA
               GO TO 1000-BAIXA-SAIDA
           END-IF
           IF WRK-BXP-FUNCAO = "T"
              OR WRK-VALOR-PEDIDO > PRV-SALDO-DECIMO
               MOVE PRV-SALDO-DECIMO TO WRK-VALOR-BAIXA
           ELSE
               MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-BAIXA
           END-IF
           IF WRK-VALOR-BAIXA = PRV-SALDO-DECIMO
               MOVE PRV-SALDO-ENC-DECIMO TO WRK-ENCARGO-BAIXA
           ELSE
               COMPUTE WRK-ENCARGO-BAIXA ROUNDED =
                       PRV-SALDO-ENC-DECIMO * WRK-VALOR-BAIXA
                       / PRV-SALDO-DECIMO
           END-IF
           SUBTRACT WRK-VALOR-BAIXA   FROM PRV-SALDO-DECIMO
           SUBTRACT WRK-ENCARGO-BAIXA FROM PRV-SALDO-ENC-DECIMO
           ADD WRK-VALOR-BAIXA        TO PRV-BAIXA-DECIMO
           ADD WRK-ENCARGO-BAIXA      TO PRV-BAIXA-ENC-DECIMO
           ADD WRK-VALOR-BAIXA        TO WRK-BXP-VALOR
           MOVE WRK-BXP-REFERENCIA    TO PRV-REF-DECIMO
           MOVE "S" TO WRK-GRAVA.

       1000-BAIXA-SAIDA.
           EXIT.

       2000-BAIXA-FERIAS SECTION.
           IF WRK-BXP-REFERENCIA NOT = SPACES
              AND WRK-BXP-REFERENCIA = PRV-REF-FERIAS
               MOVE "S" TO WRK-JA-BAIXADA
               GO TO 2000-BAIXA-SAIDA
           END-IF
           IF WRK-BXP-FUNCAO = "T"
              OR WRK-VALOR-PEDIDO > PRV-SALDO-FERIAS
               MOVE PRV-SALDO-FERIAS TO WRK-VALOR-BAIXA
           ELSE
               MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-BAIXA
           END-IF
           IF WRK-VALOR-BAIXA = PRV-SALDO-FERIAS
               MOVE PRV-SALDO-ENC-FERIAS TO WRK-ENCARGO-BAIXA
           ELSE
               COMPUTE WRK-ENCARGO-BAIXA ROUNDED =
                       PRV-SALDO-ENC-FERIAS * WRK-VALOR-BAIXA
                       / PRV-SALDO-FERIAS
           END-IF
           SUBTRACT WRK-VALOR-BAIXA   FROM PRV-SALDO-FERIAS
           SUBTRACT WRK-ENCARGO-BAIXA FROM PRV-SALDO-ENC-FERIAS
           ADD WRK-VALOR-BAIXA        TO PRV-BAIXA-FERIAS
           ADD WRK-ENCARGO-BAIXA      TO PRV-BAIXA-ENC-FERIAS
           ADD WRK-VALOR-BAIXA        TO WRK-BXP-VALOR
           MOVE WRK-BXP-REFERENCIA    TO PRV-REF-FERIAS
           MOVE "S" TO WRK-GRAVA.

       2000-BAIXA-SAIDA.
           EXIT.
