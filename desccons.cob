       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCCONS.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum do emprestimo consignado
      *==            (CONSIGDB, mantido pelo CADCONSG) para uma
      *==            matricula, em tres funcoes:
      *==            C - soma das parcelas devidas na
      *==                competencia (contrato ativo ja iniciado
      *==                e ainda nao descontado nela, ou ja
      *==                baixado nela mesma - reemissao);
      *==            B - a mesma soma, baixando a parcela dos
      *==                contratos ainda nao descontados na
      *==                competencia (parcelas pagas mais um,
      *==                ultima competencia, quitado na ultima);
      *==            S - saldo devedor dos contratos ativos
      *==                (parcelas restantes vezes o valor).
      *==            Usada pelo CALCFOLH (C), que grava o valor
      *==            na folha calculada lida pelo contracheque e
      *==            pelo credito, pelo CONTRACH (B) e pelo
      *==            RESCISAO (S). Cadastro ausente devolve zero.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Consulta passa a ser feita pelo CALCFOLH
      *==                    no lugar do REMEBANC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNADO-FILE
           LABEL RECORD IS STANDARD.
       COPY "consigrc.cpy".

       WORKING-STORAGE SECTION.
       77  WRK-FS-CONSIGNADO      PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".
       77  WRK-PARCELA-DEVIDA     PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  WRK-CSG-FUNCAO          PIC X(01).
       01  WRK-CSG-MATRICULA       PIC 9(06).
       01  WRK-CSG-COMPETENCIA     PIC 9(06).
       01  WRK-CSG-VALOR           PIC 9(08)V99.
       01  WRK-CSG-QTDE            PIC 9(02).

       PROCEDURE DIVISION USING WRK-CSG-FUNCAO
                                WRK-CSG-MATRICULA
                                WRK-CSG-COMPETENCIA
                                WRK-CSG-VALOR
                                WRK-CSG-QTDE.
       0000-CONSIGNADO SECTION.
           MOVE ZEROS TO WRK-CSG-VALOR WRK-CSG-QTDE
           MOVE "N"   TO WRK-EOF
           IF WRK-CSG-FUNCAO = "B"
               OPEN I-O CONSIGNADO-FILE
           ELSE
               OPEN INPUT CONSIGNADO-FILE
           END-IF
           IF WRK-FS-CONSIGNADO NOT = "00"
      *== sem contratos cadastrados a folha segue sem
      *== desconto de consignado
               GOBACK
           END-IF
           MOVE WRK-CSG-MATRICULA TO CSG-MATRICULA
           MOVE LOW-VALUES        TO CSG-CONTRATO
           START CONSIGNADO-FILE KEY IS >= CSG-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF
           END-START
           PERFORM 1000-LE-CONTRATO UNTIL WRK-EOF = "S"
           CLOSE CONSIGNADO-FILE
           GOBACK.

       1000-LE-CONTRATO SECTION.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EOF
                   GO TO 1000-LE-SAIDA
           END-READ
           IF CSG-MATRICULA NOT = WRK-CSG-MATRICULA
               MOVE "S" TO WRK-EOF
               GO TO 1000-LE-SAIDA
           END-IF
           IF WRK-CSG-FUNCAO = "S"
               IF CSG-ATIVO
                   COMPUTE WRK-CSG-VALOR = WRK-CSG-VALOR
                           + (CSG-QTDE-PARCELAS - CSG-PARCELAS-PAGAS)
                           * CSG-VALOR-PARCELA
                   ADD 1 TO WRK-CSG-QTDE
               END-IF
               GO TO 1000-LE-SAIDA
           END-IF
           MOVE "N" TO WRK-PARCELA-DEVIDA
      *== ja baixado nesta competencia: reemissao, a parcela
      *== volta ao liquido sem contar de novo
           IF CSG-ULTIMA-COMPET = WRK-CSG-COMPETENCIA
              AND NOT CSG-CANCELADO
               MOVE "S" TO WRK-PARCELA-DEVIDA
           END-IF
           IF CSG-ATIVO
              AND CSG-PRIMEIRA-COMPET NOT > WRK-CSG-COMPETENCIA
              AND CSG-ULTIMA-COMPET < WRK-CSG-COMPETENCIA
               MOVE "S" TO WRK-PARCELA-DEVIDA
               IF WRK-CSG-FUNCAO = "B"
                   PERFORM 2000-BAIXA-PARCELA
               END-IF
           END-IF
           IF WRK-PARCELA-DEVIDA = "S"
               ADD CSG-VALOR-PARCELA TO WRK-CSG-VALOR
               ADD 1 TO WRK-CSG-QTDE
           END-IF.

       1000-LE-SAIDA.
           EXIT.

       2000-BAIXA-PARCELA SECTION.
           ADD 1 TO CSG-PARCELAS-PAGAS
           MOVE WRK-CSG-COMPETENCIA TO CSG-ULTIMA-COMPET
           IF CSG-PARCELAS-PAGAS NOT < CSG-QTDE-PARCELAS
               MOVE "Q" TO CSG-SITUACAO
           END-IF
           REWRITE REG-CONSIGNADO
               INVALID KEY
                   DISPLAY "ERRO NA BAIXA DO CONSIGNADO "
                           CSG-CONTRATO " DA MATRICULA "
                           CSG-MATRICULA " - FS "
                           WRK-FS-CONSIGNADO
           END-REWRITE.
