       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITCOMP.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum de situacao da competencia
      *==            no controle COMPETDB - funcao V devolve F
      *==            se a competencia esta fechada para a
      *==            empresa pedida (registro da propria
      *==            empresa; sem ele, o fechamento geral da
      *==            empresa 00) ou A se aberta/reaberta; com a
      *==            empresa 00 (todas, ou lote sem empresa
      *==            como o MOVFOLHA) qualquer fechamento da
      *==            competencia devolve F. Funcao F fecha a
      *==            competencia em nome do job informado;
      *==            fechamento da empresa 00 fecha tambem as
      *==            empresas reabertas naquela competencia.
      *==            Usada pelo CONTRACH (verifica e fecha),
      *==            ADIANTA, DIGMOVFL, IMPPONTO e DIFRETRO
      *==            (verificam). Sem o COMPETDB tudo esta
      *==            aberto.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPETENCIA-FILE ASSIGN TO "COMPETDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-CHAVE
               FILE STATUS IS WRK-FS-COMPETENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPETENCIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "competrc.cpy".

       WORKING-STORAGE SECTION.
       COPY "runlogws.cpy".
       77  WRK-FS-COMPETENCIA     PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".
       77  WRK-ACHOU              PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  WRK-CPT-FUNCAO          PIC X(01).
       01  WRK-CPT-EMPRESA         PIC 9(02).
       01  WRK-CPT-COMPETENCIA     PIC 9(06).
       01  WRK-CPT-JOB             PIC X(20).
       01  WRK-CPT-RESULTADO       PIC X(01).

       PROCEDURE DIVISION USING WRK-CPT-FUNCAO
                                WRK-CPT-EMPRESA
                                WRK-CPT-COMPETENCIA
                                WRK-CPT-JOB
                                WRK-CPT-RESULTADO.
       0000-SITUACAO SECTION.
           IF WRK-CPT-FUNCAO = "F"
               PERFORM 2000-FECHA
           ELSE
               PERFORM 1000-VERIFICA
           END-IF
           GOBACK.

       1000-VERIFICA SECTION.
           MOVE "A" TO WRK-CPT-RESULTADO
           OPEN INPUT COMPETENCIA-FILE
           IF WRK-FS-COMPETENCIA NOT = "00"
               GO TO 1000-VERIFICA-SAIDA
           END-IF
           IF WRK-CPT-EMPRESA = ZEROS
               PERFORM 1200-VARRE-COMPETENCIA
           ELSE
               PERFORM 1100-VERIFICA-EMPRESA
           END-IF
           CLOSE COMPETENCIA-FILE.

       1000-VERIFICA-SAIDA.
           EXIT.

       1100-VERIFICA-EMPRESA SECTION.
      *== o registro da propria empresa manda (inclusive a
      *== reabertura); sem ele vale o fechamento geral
           MOVE WRK-CPT-EMPRESA     TO CPT-EMPRESA
           MOVE WRK-CPT-COMPETENCIA TO CPT-COMPETENCIA
           READ COMPETENCIA-FILE KEY IS CPT-CHAVE
               INVALID KEY
                   MOVE ZEROS TO CPT-EMPRESA
                   READ COMPETENCIA-FILE KEY IS CPT-CHAVE
                       INVALID KEY
                           MOVE "A" TO CPT-SITUACAO
                   END-READ
           END-READ
           IF CPT-FECHADA
               MOVE "F" TO WRK-CPT-RESULTADO
           END-IF.

       1200-VARRE-COMPETENCIA SECTION.
      *== chave comeca pela empresa: a competencia pedida
      *== aparece uma vez por empresa, entao varre tudo
           MOVE "N" TO WRK-EOF
           PERFORM 1210-LE-PROXIMO
           PERFORM 1220-TESTA-FECHADA UNTIL WRK-EOF = "S".

       1210-LE-PROXIMO SECTION.
           READ COMPETENCIA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EOF
           END-READ.

       1220-TESTA-FECHADA SECTION.
           IF CPT-COMPETENCIA = WRK-CPT-COMPETENCIA
              AND CPT-FECHADA
               MOVE "F" TO WRK-CPT-RESULTADO
               MOVE "S" TO WRK-EOF
           ELSE
               PERFORM 1210-LE-PROXIMO
           END-IF.

       2000-FECHA SECTION.
           MOVE "N" TO WRK-CPT-RESULTADO
           OPEN I-O COMPETENCIA-FILE
           IF WRK-FS-COMPETENCIA = "35"
               OPEN OUTPUT COMPETENCIA-FILE
               CLOSE COMPETENCIA-FILE
               OPEN I-O COMPETENCIA-FILE
           END-IF
           IF WRK-FS-COMPETENCIA NOT = "00"
               DISPLAY "CONTROLE DE COMPETENCIAS COMPETDB "
                       "INDISPONIVEL - FS " WRK-FS-COMPETENCIA
               GO TO 2000-FECHA-SAIDA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CPT-EMPRESA     TO CPT-EMPRESA
           MOVE WRK-CPT-COMPETENCIA TO CPT-COMPETENCIA
           MOVE "S" TO WRK-ACHOU
           READ COMPETENCIA-FILE KEY IS CPT-CHAVE
               INVALID KEY
                   MOVE "N" TO WRK-ACHOU
           END-READ
           IF WRK-ACHOU = "N"
               MOVE SPACES              TO REG-COMPETENCIA-CTL
               MOVE WRK-CPT-EMPRESA     TO CPT-EMPRESA
               MOVE WRK-CPT-COMPETENCIA TO CPT-COMPETENCIA
               MOVE ZEROS               TO CPT-QTDE-REABERTURAS
           END-IF
           PERFORM 2100-MARCA-FECHADA
           IF WRK-ACHOU = "N"
               WRITE REG-COMPETENCIA-CTL
                   INVALID KEY
                       GO TO 2000-FECHA-ERRO
               END-WRITE
           ELSE
               REWRITE REG-COMPETENCIA-CTL
                   INVALID KEY
                       GO TO 2000-FECHA-ERRO
               END-REWRITE
           END-IF
           MOVE "S" TO WRK-CPT-RESULTADO
      *== fechamento geral leva junto as empresas reabertas
           IF WRK-CPT-EMPRESA = ZEROS
               MOVE "N"   TO WRK-EOF
               MOVE ZEROS TO CPT-EMPRESA CPT-COMPETENCIA
               START COMPETENCIA-FILE KEY IS NOT LESS THAN CPT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               IF WRK-EOF NOT = "S"
                   PERFORM 1210-LE-PROXIMO
               END-IF
               PERFORM 2200-FECHA-REABERTA UNTIL WRK-EOF = "S"
           END-IF
           CLOSE COMPETENCIA-FILE
           GO TO 2000-FECHA-SAIDA.

       2000-FECHA-ERRO.
           DISPLAY "ERRO AO FECHAR A COMPETENCIA "
                   WRK-CPT-COMPETENCIA " - FS " WRK-FS-COMPETENCIA
           CLOSE COMPETENCIA-FILE.

       2000-FECHA-SAIDA.
           EXIT.

       2100-MARCA-FECHADA SECTION.
           MOVE "F"           TO CPT-SITUACAO
           MOVE WRK-CPT-JOB   TO CPT-FECHADA-POR
           MOVE WRK-DATA-HORA TO CPT-DATA-FECHAMENTO.

       2200-FECHA-REABERTA SECTION.
           IF CPT-COMPETENCIA = WRK-CPT-COMPETENCIA
              AND CPT-EMPRESA NOT = ZEROS
              AND NOT CPT-FECHADA
               PERFORM 2100-MARCA-FECHADA
               REWRITE REG-COMPETENCIA-CTL
                   INVALID KEY
                       DISPLAY "ERRO AO FECHAR A EMPRESA "
                               CPT-EMPRESA " - FS "
                               WRK-FS-COMPETENCIA
               END-REWRITE
           END-IF
           PERFORM 1210-LE-PROXIMO.
