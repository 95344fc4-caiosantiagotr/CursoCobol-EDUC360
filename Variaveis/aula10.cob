      *==                    feriados CALENDDB/MANTCALE), para a
      *==                    cadeia noturna saber quando e o
      *==                    "proximo dia util" de verdade.
      *==   15/10/2026 CAS - Detalhe rejeitado (nao numerico, operacao
      *==                    desconhecida ou overflow) vai tambem ao
      *==                    suspenso SUSPTRAN, com o registro original,
      *==                    data e fonte do lote e motivo, para
      *==                    correcao no CORRSUSP. O TRANLIST passa a
      *==                    aceitar mais de um lote (header/trailer por
      *==                    lote, cada um balanceado no proprio
      *==                    trailer): o lote de reciclagem dos
      *==                    corrigidos, acrescentado pelo RECITRAN,
      *==                    roda no mesmo processamento, com as linhas
      *==                    marcadas RECICLADA.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-PROGRAMA
               FILE STATUS IS WRK-FS-CTRLDATA.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
       COPY "ctrldtrc.cpy".

       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
       COPY "susprc.cpy".

       FD  TRANSACOES-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRANSACAO.
       77 WRK-ACHOU-TRAILER  PIC X(01) VALUE "N".
          88 WRK-TRAILER-LIDO            VALUE "S".
       77 WRK-FS-CTRLDATA    PIC X(02) VALUE "00".
       77 WRK-FS-SUSPENSO    PIC X(02) VALUE "00".
       77 WRK-SUS-ABERTO     PIC X(01) VALUE "N".
          88 WRK-SUSPENSO-DISPONIVEL     VALUE "S".
       77 WRK-SUS-MOTIVO     PIC X(01) VALUE SPACES.
       77 WRK-CNT-SUSPENSOS  PIC 9(05) VALUE ZEROS.
       77 WRK-DENTRO-LOTE    PIC X(01) VALUE "N".
          88 WRK-LOTE-ABERTO             VALUE "S".
       77 WRK-LOTE-DIVERGE   PIC X(01) VALUE "N".
       77 WRK-QTDE-LOTES     PIC 9(03) VALUE ZEROS.
       77 WRK-LOTE-PRE-QTDE  PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-PRE-HASH  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ACHOU-DETALHE  PIC X(01) VALUE "N".
       77 WRK-LOTE-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-FONTE     PIC X(09) VALUE SPACES.
       77 WRK-LOTE-SEQ       PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-TIPO      PIC X(01) VALUE "N".
          88 WRK-LOTE-RECICLAGEM         VALUE "R".
       77 WRK-DUT-FUNCAO      PIC X(01) VALUE SPACES.
       77 WRK-DUT-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO   PIC X(01) VALUE SPACES.
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       OPEN I-O SUSPENSO-FILE.
       IF WRK-FS-SUSPENSO = "35"
           OPEN OUTPUT SUSPENSO-FILE
           CLOSE SUSPENSO-FILE
           OPEN I-O SUSPENSO-FILE
       END-IF.
       IF WRK-FS-SUSPENSO = "00"
           MOVE "S" TO WRK-SUS-ABERTO
       ELSE
           DISPLAY "AVISO: SUSPENSO SUSPTRAN INDISPONIVEL - FS "
                   WRK-FS-SUSPENSO " - REJEITADAS SO NO EXCPTLOG"
       END-IF.
       PERFORM 1020-VERIFICA-ARQUIVO.
       IF NOT WRK-ARQUIVO-INTEGRO
           DISPLAY "*** TRANLIST REJEITADO - NENHUMA TRANSACAO "
       END-READ.

       1030-CONFERE-REGISTRO  SECTION.
      *== o arquivo pode trazer mais de um lote (o do dia e o
      *== de reciclagem do suspenso, acrescentado pelo
      *== RECITRAN): cada header abre um lote que o seu
      *== trailer fecha e balanceia; o primeiro header da a
      *== data do lote para o calendario
       ADD 1 TO WRK-REG-SEQ.
       IF TRAN-HEADER
           IF NOT WRK-LOTE-ABERTO
              AND TRAN-HDR-DATA NUMERIC
              AND (WRK-REG-SEQ = 1 OR WRK-HEADER-LIDO)
               MOVE "S" TO WRK-DENTRO-LOTE
               ADD 1 TO WRK-QTDE-LOTES
               MOVE ZEROS TO WRK-LOTE-PRE-QTDE
                             WRK-LOTE-PRE-HASH
               IF WRK-REG-SEQ = 1
                   MOVE "S" TO WRK-ACHOU-HEADER
                   MOVE TRAN-HDR-DATA TO WRK-DATA-LOTE
               END-IF
               DISPLAY "LOTE DE " TRAN-HDR-DATA
                       " FONTE " TRAN-HDR-FONTE
           ELSE
           END-IF
       ELSE
           IF TRAN-TRAILER
               IF NOT WRK-LOTE-ABERTO
                  OR TRAN-TRL-QTDE NOT NUMERIC
                  OR TRAN-TRL-HASH NOT NUMERIC
                   MOVE "N" TO WRK-ESTRUTURA
               ELSE
                   MOVE "S" TO WRK-ACHOU-TRAILER
                   MOVE "N" TO WRK-DENTRO-LOTE
                   ADD TRAN-TRL-QTDE TO WRK-TRL-QTDE
                   ADD TRAN-TRL-HASH TO WRK-TRL-HASH
                   IF TRAN-TRL-QTDE NOT = WRK-LOTE-PRE-QTDE
                      OR TRAN-TRL-HASH NOT = WRK-LOTE-PRE-HASH
                       MOVE "S" TO WRK-LOTE-DIVERGE
                   END-IF
               END-IF
           ELSE
               IF TRAN-DETALHE
                   IF NOT WRK-LOTE-ABERTO
                       MOVE "N" TO WRK-ESTRUTURA
                   ELSE
                       ADD 1 TO WRK-PRE-QTDE
                       ADD 1 TO WRK-LOTE-PRE-QTDE
                       IF TRAN-VALOR1 NUMERIC
                          AND TRAN-VALOR2 NUMERIC
                           ADD TRAN-VALOR1 TO WRK-PRE-HASH
                           ADD TRAN-VALOR2 TO WRK-PRE-HASH
                           ADD TRAN-VALOR1 TO WRK-LOTE-PRE-HASH
                           ADD TRAN-VALOR2 TO WRK-LOTE-PRE-HASH
                       END-IF
                   END-IF
               ELSE
           PERFORM 0230-GRAVA-EXCECAO
       ELSE
       IF NOT WRK-TRAILER-LIDO
          OR WRK-LOTE-ABERTO
           DISPLAY "TRANLIST SEM REGISTRO TRAILER - TRUNCADO"
           MOVE "TRANLIST SEM TRAILER - TRUNCADO"
                              TO WRK-EXC-DESCRICAO
       ELSE
       IF WRK-PRE-QTDE NOT = WRK-TRL-QTDE
          OR WRK-PRE-HASH NOT = WRK-TRL-HASH
          OR WRK-LOTE-DIVERGE = "S"
           DISPLAY "TRANLIST NAO BALANCEOU COM O TRAILER"
           DISPLAY "QUANTIDADE TRAILER " WRK-TRL-QTDE
                   " LIDA " WRK-PRE-QTDE
       READ TRANSACOES-FILE
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               PERFORM 0110-INICIA-LOTE
       END-READ.

       1050-LE-CHECKPOINT     SECTION.
       END-READ.

       1070-PULA-TRANSACAO    SECTION.
       PERFORM 0100-RECEBE.
       IF WRK-EOF NOT = "S"
           PERFORM 1075-REACUMULA-SUBTOTAL
       END-IF.

       1075-REACUMULA-SUBTOTAL SECTION.
      *== transacao ja processada antes do abend: refaz so o
       END-IF.

       0100-RECEBE            SECTION.
      *== avanca ate o proximo detalhe: o trailer so fecha o
      *== lote corrente e o header seguinte abre o proximo
       MOVE "N" TO WRK-ACHOU-DETALHE.
       PERFORM 0105-LE-REGISTRO
           UNTIL WRK-ACHOU-DETALHE = "S" OR WRK-EOF = "S".

       0105-LE-REGISTRO       SECTION.
       READ TRANSACOES-FILE
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF TRAN-DETALHE
                   MOVE "S" TO WRK-ACHOU-DETALHE
                   ADD 1 TO WRK-LOTE-SEQ
               END-IF
               IF TRAN-HEADER
                   PERFORM 0110-INICIA-LOTE
               END-IF
       END-READ.

       0110-INICIA-LOTE       SECTION.
      *== data, fonte e posicao do detalhe no lote corrente
      *== formam a chave do item no suspenso
       MOVE TRAN-HDR-DATA  TO WRK-LOTE-DATA.
       MOVE TRAN-HDR-FONTE TO WRK-LOTE-FONTE.
       MOVE ZEROS          TO WRK-LOTE-SEQ.
       MOVE "N"            TO WRK-LOTE-TIPO.
       IF TRAN-HDR-FONTE(1:5) = "RECIC"
           MOVE "R" TO WRK-LOTE-TIPO
       END-IF.

       0200-MOSTRA            SECTION.
       MOVE "N" TO WRK-OVERFLOW.
       MOVE "N" TO WRK-NAO-NUMERICO.
           MOVE "TRANSACAO COM VALOR NAO NUMERICO"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0230-GRAVA-EXCECAO
           MOVE "N" TO WRK-SUS-MOTIVO
           PERFORM 0260-GRAVA-SUSPENSO
       ELSE
       IF WRK-HOUVE-OPER-INVALIDA
           DISPLAY "*** EXCECAO: CODIGO DE OPERACAO "
           MOVE "TRANSACAO COM OPERACAO DESCONHECIDA"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0230-GRAVA-EXCECAO
           MOVE "O" TO WRK-SUS-MOTIVO
           PERFORM 0260-GRAVA-SUSPENSO
       ELSE
           IF WRK-HOUVE-OVERFLOW
               DISPLAY "*** EXCECAO: RESULTADO NAO REPRESENTAVEL ***"
               MOVE "RESULTADO NAO REPRESENTAVEL NO EDITADO"
                                  TO WRK-EXC-DESCRICAO
               PERFORM 0230-GRAVA-EXCECAO
               MOVE "V" TO WRK-SUS-MOTIVO
               PERFORM 0260-GRAVA-SUSPENSO
           ELSE
               MOVE WRK-RESULTADO TO WRK-RESULTADO-ED
               MOVE WRK-RESULTADO TO REL-RESULTADO
               ADD WRK-RESULTADO TO WRK-TOTAL
               PERFORM 0220-ACUMULA-SUBTOTAL
               IF WRK-LOTE-RECICLAGEM
                   MOVE "RECICLADA" TO REL-FLAG
               END-IF
               DISPLAY "RESULTADO" WRK-RESULTADO-ED
           END-IF
       END-IF
       MOVE WRK-DATA-HORA     TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       0260-GRAVA-SUSPENSO    SECTION.
      *== detalhe rejeitado vai ao suspenso com o registro
      *== original; chave repetida e o mesmo detalhe de um
      *== restart ou reprocesso, ja suspenso antes
       IF NOT WRK-SUSPENSO-DISPONIVEL
           GO TO 0260-GRAVA-SAIDA
       END-IF.
       MOVE SPACES            TO REG-SUSPENSO.
       MOVE WRK-LOTE-DATA     TO SUS-DATA-LOTE.
       MOVE WRK-LOTE-FONTE    TO SUS-FONTE.
       MOVE WRK-LOTE-SEQ      TO SUS-SEQUENCIA.
       MOVE REG-TRANSACAO     TO SUS-REGISTRO.
       MOVE WRK-SUS-MOTIVO    TO SUS-MOTIVO.
       MOVE WRK-EXC-DESCRICAO TO SUS-MOTIVO-DESCR.
       MOVE "A"               TO SUS-SITUACAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO SUS-DATA-INCLUSAO.
       MOVE ZEROS             TO SUS-COR-VALOR1
                                 SUS-COR-VALOR2
                                 SUS-DATA-TRATAMENTO
                                 SUS-RCL-DATA-LOTE.
       WRITE REG-SUSPENSO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WRK-CNT-SUSPENSOS
       END-WRITE.

       0260-GRAVA-SAIDA.
           EXIT.

       0225-GRAVA-AUDITORIA   SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-CHK-PROGRAMA TO AUD-PROGRAMA.
          AND WRK-FS-CTRLDATA = "00"
           CLOSE CTRLDATA-FILE
       END-IF.
       IF WRK-SUSPENSO-DISPONIVEL
           CLOSE SUSPENSO-FILE
           IF WRK-CNT-SUSPENSOS > ZEROS
               DISPLAY "TRANSACOES ENVIADAS AO SUSPENSO SUSPTRAN: "
                       WRK-CNT-SUSPENSOS
           END-IF
       END-IF.
       CLOSE CHECKPOINT-FILE.
       CLOSE AUDITLOG-FILE.
       CLOSE EXCPTLOG-FILE.
