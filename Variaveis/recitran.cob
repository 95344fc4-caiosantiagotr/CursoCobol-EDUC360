       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECITRAN.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Reciclagem do suspenso - passo da cadeia
      *==            noturna (ENCADEIA) logo antes do AULA10:
      *==            acrescenta ao TRANLIST um lote proprio de
      *==            reciclagem (header com a data do dia e
      *==            fonte RECIChhmm, um detalhe por item
      *==            corrigido no CORRSUSP, trailer com a
      *==            quantidade e o hash de VALOR1+VALOR2) e
      *==            marca cada item do SUSPTRAN como reciclado,
      *==            com a data e a fonte do lote em que voltou.
      *==            Sem item corrigido, nao grava lote nenhum.
      *==            Roda so na cadeia: o TRANLIST do dia seguinte
      *==            nasce do zero no DIGTRAN, e o lote de
      *==            reciclagem tem de ser processado antes.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.
           SELECT TRANSACOES-FILE ASSIGN TO "TRANLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
       COPY "susprc.cpy".

       FD  TRANSACOES-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRANSACAO.
           05  TRAN-TIPO          PIC X(01).
           05  TRAN-OPERACAO      PIC X(01).
           05  TRAN-VALOR1        PIC 9(05)V99.
           05  TRAN-VALOR2        PIC 9(05)V99.
           05  FILLER             PIC X(02).
       01  REG-TRANSACAO-HEADER REDEFINES REG-TRANSACAO.
           05  FILLER             PIC X(01).
           05  TRAN-HDR-DATA      PIC 9(08).
           05  TRAN-HDR-FONTE     PIC X(09).
       01  REG-TRANSACAO-TRAILER REDEFINES REG-TRANSACAO.
           05  FILLER             PIC X(01).
           05  TRAN-TRL-QTDE      PIC 9(05).
           05  TRAN-TRL-HASH      PIC 9(09)V99.
           05  FILLER             PIC X(01).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RECITRAN".
       77 WRK-FS-SUSPENSO       PIC X(02) VALUE "00".
       77 WRK-FS-TRANSACOES     PIC X(02) VALUE "00".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-SUSPENSO-OK       PIC X(01) VALUE "N".
       77 WRK-LOTE-ABERTO       PIC X(01) VALUE "N".
       77 WRK-RCL-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-RCL-FONTE         PIC X(09) VALUE SPACES.
       77 WRK-CNT-RECICLADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-RECICLAGEM   PIC 9(09)V99 VALUE ZEROS.
       01  WRK-HASH-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-HASH-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-RECICLA-ITEM UNTIL WRK-EOF = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-RCL-DATA.
       STRING "RECIC" WRK-DH-HORA WRK-DH-MINUTO
              DELIMITED BY SIZE INTO WRK-RCL-FONTE.
       OPEN I-O SUSPENSO-FILE.
       IF WRK-FS-SUSPENSO NOT = "00"
           DISPLAY "SUSPENSO SUSPTRAN AUSENTE - NADA A RECICLAR"
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-SUSPENSO-OK.
       PERFORM 2100-LE-SUSPENSO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       2100-LE-SUSPENSO         SECTION.
       READ SUSPENSO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2000-RECICLA-ITEM        SECTION.
       IF NOT SUS-CORRIGIDO
           GO TO 2000-RECICLA-PROXIMO
       END-IF.
       IF WRK-LOTE-ABERTO NOT = "S"
           PERFORM 2200-ABRE-LOTE
           IF WRK-LOTE-ABERTO NOT = "S"
               MOVE "S" TO WRK-EOF
               GO TO 2000-RECICLA-SAIDA
           END-IF
       END-IF.
      *== marca primeiro: item que nao pode ser marcado fica
      *== corrigido para a proxima reciclagem, sem ir duas vezes
       MOVE "R"           TO SUS-SITUACAO.
       MOVE WRK-RCL-DATA  TO SUS-RCL-DATA-LOTE.
       MOVE WRK-RCL-FONTE TO SUS-RCL-FONTE.
       REWRITE REG-SUSPENSO
           INVALID KEY
               DISPLAY "FALHA AO MARCAR ITEM RECICLADO - FS "
                       WRK-FS-SUSPENSO
               GO TO 2000-RECICLA-PROXIMO
       END-REWRITE.
       MOVE SPACES            TO REG-TRANSACAO.
       MOVE "D"               TO TRAN-TIPO.
       MOVE SUS-COR-OPERACAO  TO TRAN-OPERACAO.
       MOVE SUS-COR-VALOR1    TO TRAN-VALOR1.
       MOVE SUS-COR-VALOR2    TO TRAN-VALOR2.
       WRITE REG-TRANSACAO.
       ADD 1              TO WRK-CNT-RECICLADOS.
       ADD SUS-COR-VALOR1 TO WRK-HASH-RECICLAGEM.
       ADD SUS-COR-VALOR2 TO WRK-HASH-RECICLAGEM.

       2000-RECICLA-PROXIMO.
           PERFORM 2100-LE-SUSPENSO.

       2000-RECICLA-SAIDA.
           EXIT.

       2200-ABRE-LOTE           SECTION.
      *== o lote de reciclagem vai no fim do TRANLIST do dia,
      *== depois do trailer do lote digitado
       OPEN EXTEND TRANSACOES-FILE.
       IF WRK-FS-TRANSACOES = "35"
           OPEN OUTPUT TRANSACOES-FILE
       END-IF.
       IF WRK-FS-TRANSACOES NOT = "00"
           DISPLAY "TRANLIST INDISPONIVEL - FS " WRK-FS-TRANSACOES
                   " - RECICLAGEM NAO FEITA"
           MOVE 8 TO RETURN-CODE
           GO TO 2200-ABRE-SAIDA
       END-IF.
       MOVE "S"           TO WRK-LOTE-ABERTO.
       MOVE SPACES        TO REG-TRANSACAO.
       MOVE "H"           TO TRAN-TIPO.
       MOVE WRK-RCL-DATA  TO TRAN-HDR-DATA.
       MOVE WRK-RCL-FONTE TO TRAN-HDR-FONTE.
       WRITE REG-TRANSACAO.

       2200-ABRE-SAIDA.
           EXIT.

       9000-FINALIZAR           SECTION.
       IF WRK-LOTE-ABERTO = "S"
           MOVE SPACES              TO REG-TRANSACAO
           MOVE "T"                 TO TRAN-TIPO
           MOVE WRK-CNT-RECICLADOS  TO TRAN-TRL-QTDE
           MOVE WRK-HASH-RECICLAGEM TO TRAN-TRL-HASH
           WRITE REG-TRANSACAO
           CLOSE TRANSACOES-FILE
       END-IF.
       IF WRK-SUSPENSO-OK = "S"
           CLOSE SUSPENSO-FILE
       END-IF.
       MOVE WRK-HASH-RECICLAGEM TO WRK-HASH-ED.
       DISPLAY "LOTE DE RECICLAGEM " WRK-RCL-FONTE " - "
               WRK-CNT-RECICLADOS " TRANSACOES, HASH " WRK-HASH-ED.
