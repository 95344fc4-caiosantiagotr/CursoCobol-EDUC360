      *==  Data: 22/08/2026
      *==  Observacoes:
      *==   22/08/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Cada transacao rejeitada no recalculo do
      *==                    TRANLIST e procurada no suspenso SUSPTRAN
      *==                    pela chave do AULA10 (data e fonte do lote,
      *==                    posicao no lote); a rejeitada sem item no
      *==                    suspenso e divergencia. O TRANLIST pode
      *==                    trazer o lote de reciclagem depois do lote
      *==                    do dia.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           SELECT RELATORIO-FILE ASSIGN TO "RELCONCI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.

       DATA DIVISION.
       FILE SECTION.
           05  TRAN-VALOR1        PIC 9(05)V99.
           05  TRAN-VALOR2        PIC 9(05)V99.
           05  FILLER             PIC X(02).
       01  REG-TRANSACAO-HEADER REDEFINES REG-TRANSACAO.
           05  FILLER             PIC X(01).
           05  TRAN-HDR-DATA      PIC 9(08).
           05  TRAN-HDR-FONTE     PIC X(09).

       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
       COPY "susprc.cpy".

       FD  AUDITLOG-FILE
           LABEL RECORD IS STANDARD.
       77 WRK-FS-AUDITLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELAULA10      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-SUSPENSO       PIC X(02) VALUE "00".
       77 WRK-SUSPENSO-OK       PIC X(01) VALUE "N".
       77 WRK-LOTE-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-FONTE        PIC X(09) VALUE SPACES.
       77 WRK-LOTE-SEQ          PIC 9(05) VALUE ZEROS.
       77 WRK-TRN-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-TRN-SUSPENSAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TRN-SEM-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-DATA-ENT          PIC X(08) VALUE SPACES.
       01 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       IF WRK-FS-TRANSACOES NOT = "00"
           DISPLAY "TRANLIST AUSENTE - VIA FICA ZERADA"
       ELSE
           OPEN INPUT SUSPENSO-FILE
           IF WRK-FS-SUSPENSO = "00"
               MOVE "S" TO WRK-SUSPENSO-OK
           END-IF
           PERFORM 2100-LE-TRANLIST
           PERFORM 2200-ACUMULA-TRANSACAO UNTIL WRK-EOF = "S"
           CLOSE TRANSACOES-FILE
           IF WRK-SUSPENSO-OK = "S"
               CLOSE SUSPENSO-FILE
           END-IF
       END-IF.

       2100-LE-TRANLIST         SECTION.
       END-READ.

       2200-ACUMULA-TRANSACAO   SECTION.
       IF TRAN-HEADER
           MOVE TRAN-HDR-DATA  TO WRK-LOTE-DATA
           MOVE TRAN-HDR-FONTE TO WRK-LOTE-FONTE
           MOVE ZEROS          TO WRK-LOTE-SEQ
       END-IF.
       IF TRAN-DETALHE
           ADD 1 TO WRK-TRN-QTDE
           ADD 1 TO WRK-LOTE-SEQ
           MOVE "N"   TO WRK-ZEROU
           MOVE ZEROS TO WRK-RESULTADO
           PERFORM 2300-RECALCULA
           IF WRK-ZEROU NOT = "S"
               ADD WRK-RESULTADO TO WRK-TRN-TOTAL
           ELSE
               PERFORM 2400-PROCURA-SUSPENSO
           END-IF
       END-IF.
       PERFORM 2100-LE-TRANLIST.
       2300-RECALCULA-SAIDA.
           EXIT.

       2400-PROCURA-SUSPENSO    SECTION.
      *== toda transacao rejeitada tem de estar no suspenso
      *== SUSPTRAN (mesma chave que o AULA10 grava: data e
      *== fonte do lote e posicao do detalhe no lote)
       ADD 1 TO WRK-TRN-REJEITADAS.
       IF WRK-SUSPENSO-OK NOT = "S"
           ADD 1 TO WRK-TRN-SEM-SUSPENSO
           GO TO 2400-PROCURA-SAIDA
       END-IF.
       MOVE WRK-LOTE-DATA  TO SUS-DATA-LOTE.
       MOVE WRK-LOTE-FONTE TO SUS-FONTE.
       MOVE WRK-LOTE-SEQ   TO SUS-SEQUENCIA.
       READ SUSPENSO-FILE KEY IS SUS-CHAVE
           INVALID KEY
               ADD 1 TO WRK-TRN-SEM-SUSPENSO
           NOT INVALID KEY
               ADD 1 TO WRK-TRN-SUSPENSAS
       END-READ.

       2400-PROCURA-SAIDA.
           EXIT.

      *=====================================================
      *== via 2 - trilha de auditoria do dia
      *=====================================================
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       IF WRK-TRN-REJEITADAS > ZEROS
           MOVE SPACES TO REL-LINHA
           STRING "REJEITADAS NO TRANLIST: " WRK-TRN-REJEITADAS
                  "  NO SUSPENSO SUSPTRAN: " WRK-TRN-SUSPENSAS
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       IF WRK-TRN-SEM-SUSPENSO > ZEROS
           MOVE "N" TO WRK-BALANCEADO
           MOVE "REJEITADAS FORA DO SUSPENSO" TO REL-DIF-DESCR
           MOVE WRK-TRN-SEM-SUSPENSO TO REL-DIF-VALOR
           WRITE REL-LINHA FROM REL-DIFERENCA
       END-IF.
       IF NOT WRK-REL-TRAILER-LIDO
           MOVE "N" TO WRK-BALANCEADO
           MOVE "RELAULA10 SEM RODAPE DE TOTAL" TO REL-LINHA
