      *==                    nunca chegava ao banco. Sem o mestre
      *==                    (ou matricula ausente), volta a copia
      *==                    da remessa, com aviso.
      *==   15/10/2026 CAS - Retorno RETBANCO passa a ser lido no
      *==                    leiaute CNAB 240 (segmento A; ocorrencia 00
      *==                    ou BD confirma, demais rejeitam com o
      *==                    codigo do banco como motivo). A re-remessa
      *==                    leva o banco da conta corrigida e sai
      *==                    tambem em CNAB 240 pela rotina GERACNAB, um
      *==                    arquivo por banco.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
               88  REM-HEADER            VALUE "0".
               88  REM-DETALHE           VALUE "1".
               88  REM-TRAILER           VALUE "9".
           05  REM-DADOS              PIC X(65).
       01  REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-HDR-EMPRESA        PIC X(30).
           05  REM-HDR-DATA-PAGTO     PIC 9(08).
           05  FILLER                 PIC X(27).
       01  REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-DET-MATRICULA      PIC 9(06).
           05  REM-DET-AGENCIA        PIC 9(04).
           05  REM-DET-CONTA          PIC 9(08).
           05  REM-DET-CONTA-DV       PIC 9(01).
           05  REM-DET-BANCO          PIC 9(03).

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.

       FD  RETORNO-FILE
           LABEL RECORD IS STANDARD.
       COPY "cnabrc.cpy".

       FD  REMESSA2-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REMESSA2.
           05  RM2-TIPO               PIC X(01).
           05  RM2-DADOS              PIC X(65).
       01  REG-REMESSA2-HEADER REDEFINES REG-REMESSA2.
           05  FILLER                 PIC X(01).
           05  RM2-HDR-EMPRESA        PIC X(30).
           05  RM2-HDR-DATA-PAGTO     PIC 9(08).
           05  FILLER                 PIC X(27).
       01  REG-REMESSA2-DETALHE REDEFINES REG-REMESSA2.
           05  FILLER                 PIC X(01).
           05  RM2-DET-MATRICULA      PIC 9(06).
           05  RM2-DET-AGENCIA        PIC 9(04).
           05  RM2-DET-CONTA          PIC 9(08).
           05  RM2-DET-CONTA-DV       PIC 9(01).
           05  RM2-DET-BANCO          PIC 9(03).
       01  REG-REMESSA2-TRAILER REDEFINES REG-REMESSA2.
           05  FILLER                 PIC X(01).
           05  RM2-TRL-QTDE           PIC 9(06).
           05  RM2-TRL-VALOR-TOTAL    PIC 9(13)V99.
           05  FILLER                 PIC X(44).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
             10 WRK-TAB-AGENCIA   PIC 9(04).
             10 WRK-TAB-CONTA     PIC 9(08).
             10 WRK-TAB-CONTA-DV  PIC 9(01).
             10 WRK-TAB-BANCO     PIC 9(03).
             10 WRK-TAB-SITUACAO  PIC X(01).
                88 WRK-TAB-SEM-RETORNO     VALUE "P".
                88 WRK-TAB-CONFIRMADO      VALUE "C".
       77 WRK-CNT-SEM-REMESSA   PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-RE-REMESSA    PIC 9(06) VALUE ZEROS.
       77 WRK-VAL-RE-REMESSA    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CNT-SEGMENTOS     PIC 9(06) VALUE ZEROS.
      *== credito do retorno CNAB 240 (segmento A) casado
      *== com a remessa: ocorrencia 00 ou BD e credito feito
       01  WRK-RETORNO-BANCO.
           05  RTB-MATRICULA          PIC 9(06).
           05  RTB-VALOR              PIC 9(13)V99.
           05  RTB-STATUS             PIC X(01).
               88  RTB-CONFIRMADO        VALUE "C".
               88  RTB-REJEITADO         VALUE "R".
           05  RTB-MOTIVO             PIC X(03).
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMESSA2".
       77 WRK-GCN-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-GCN-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-GCN-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GCN-ARQUIVOS      PIC 9(03) VALUE ZEROS.
       77 WRK-GCN-RESULTADO     PIC X(01) VALUE SPACES.
       01  WRK-GCN-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-GCN-VALOR-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
                         TO WRK-TAB-CONTA(WRK-TAB-QTDE)
                       MOVE REM-DET-CONTA-DV
                         TO WRK-TAB-CONTA-DV(WRK-TAB-QTDE)
                       MOVE REM-DET-BANCO
                         TO WRK-TAB-BANCO(WRK-TAB-QTDE)
                       MOVE "P"
                         TO WRK-TAB-SITUACAO(WRK-TAB-QTDE)
                   ELSE
       END-READ.

       0100-RECEBE              SECTION.
      *== o retorno vem no leiaute CNAB 240 (um arquivo por
      *== banco, concatenados no RETBANCO): so o segmento A
      *== interessa - headers, trailers e segmento B passam
       MOVE SPACES TO WRK-RETORNO-BANCO.
       PERFORM 0110-LE-RETORNO
           UNTIL WRK-EOF = "S"
              OR RTB-STATUS NOT = SPACES.

       0110-LE-RETORNO          SECTION.
       READ RETORNO-FILE
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 0110-LE-RETORNO-SAIDA
       END-READ.
       IF NOT CNB-DETALHE
          OR NOT CNB-SEGMENTO-A
           GO TO 0110-LE-RETORNO-SAIDA
       END-IF.
       ADD 1 TO WRK-CNT-SEGMENTOS.
       MOVE CNB-SA-SEU-NUMERO-MAT TO RTB-MATRICULA.
       MOVE CNB-SA-VALOR          TO RTB-VALOR.
       MOVE CNB-SA-OCORRENCIA-1   TO RTB-MOTIVO.
       IF CNB-SA-OCORRENCIA-1 = "00"
          OR CNB-SA-OCORRENCIA-1 = "BD"
           MOVE "C" TO RTB-STATUS
       ELSE
           MOVE "R" TO RTB-STATUS
       END-IF.

       0110-LE-RETORNO-SAIDA.
           EXIT.

       0200-PROCESSA-RETORNO    SECTION.
       MOVE "N" TO WRK-TAB-ACHOU.
                   MOVE REG-AGENCIA  TO RM2-DET-AGENCIA
                   MOVE REG-CONTA    TO RM2-DET-CONTA
                   MOVE REG-CONTA-DV TO RM2-DET-CONTA-DV
                   MOVE REG-BANCO    TO RM2-DET-BANCO
           END-READ
       ELSE
           PERFORM 0370-CONTA-DA-REMESSA
         TO RM2-DET-CONTA.
       MOVE WRK-TAB-CONTA-DV(WRK-TAB-ACHADO-IDX)
         TO RM2-DET-CONTA-DV.
       MOVE WRK-TAB-BANCO(WRK-TAB-ACHADO-IDX)
         TO RM2-DET-BANCO.

       0400-IMPRIME-LINHA       SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
               WRK-CNT-SEM-REMESSA.
       DISPLAY "RE-REMESSA GERADA COM " WRK-CNT-RE-REMESSA
               " CREDITOS CORRIGIDOS".
       IF WRK-CNT-SEGMENTOS = ZEROS
          AND WRK-FS-RETORNO = "00"
           DISPLAY "AVISO: RETBANCO SEM SEGMENTO A DO CNAB 240 - "
                   "CONFIRA SE O ARQUIVO E O RETORNO DO BANCO"
       END-IF.

       0700-GERA-CNAB           SECTION.
      *== a re-remessa so com os rejeitados sai tambem em
      *== CNAB 240, um arquivo por banco da conta corrigida
       CALL "GERACNAB" USING BY REFERENCE WRK-GCN-ARQUIVO
                             WRK-GCN-EMPRESA
                             WRK-GCN-QTDE
                             WRK-GCN-VALOR
                             WRK-GCN-ARQUIVOS
                             WRK-GCN-RESULTADO.
       MOVE WRK-GCN-VALOR TO WRK-GCN-VALOR-ED.
       MOVE SPACES TO REL-LINHA.
       IF WRK-GCN-RESULTADO = "V"
           MOVE "CNAB 240: SEM REJEITADOS - NENHUMA RE-REMESSA"
             TO REL-LINHA
           WRITE REL-LINHA
           GO TO 0700-GERA-CNAB-SAIDA
       END-IF.
       IF WRK-GCN-RESULTADO NOT = "S"
           MOVE "CNAB 240 NAO GERADO - NAO ENVIE NADA AO BANCO"
             TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY "ARQUIVOS CNAB 240 DA REMESSA2 RECUSADOS - "
                   "RE-REMESSA RETIDA"
           MOVE 8 TO RETURN-CODE
           GO TO 0700-GERA-CNAB-SAIDA
       END-IF.
       STRING "CNAB 240: " WRK-GCN-ARQUIVOS " ARQUIVO(S) "
              WRK-GCN-QTDE " CREDITOS, TOTAL " WRK-GCN-VALOR-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.

       0700-GERA-CNAB-SAIDA.
           EXIT.

       9000-FINALIZAR           SECTION.
       IF WRK-TAB-QTDE = ZEROS
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE REMESSA2-FILE.
       PERFORM 0700-GERA-CNAB.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
