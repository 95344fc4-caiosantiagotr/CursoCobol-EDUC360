       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSUSP.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Envelhecimento do suspenso de transacoes
      *==            SUSPTRAN - lista os itens ainda pendentes
      *==            (A aberto, ou C corrigido aguardando o lote
      *==            de reciclagem) incluidos ha mais de N dias,
      *==            com lote, fonte, posicao no lote, motivo e
      *==            idade, e fecha com a conta do suspenso por
      *==            situacao (abertos, corrigidos, reciclados,
      *==            cancelados) - para o RECONCIL e a auditoria
      *==            saberem onde esta cada transacao rejeitada
      *==            do TRANLIST (RELSUSP).
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
           SELECT RELATORIO-FILE ASSIGN TO "RELSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
       COPY "susprc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-ITEM.
           05  REL-ITM-DATA-LOTE   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-ITM-FONTE       PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-ITM-SEQUENCIA   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-ITM-SITUACAO    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-ITM-MOTIVO      PIC X(36).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-ITM-IDADE       PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE " DIAS".
           05  FILLER              PIC X(04) VALUE SPACES.
       01  REL-RESUMO.
           05  REL-RES-ROTULO      PIC X(40).
           05  REL-RES-QTDE        PIC ZZZZ9.
           05  FILLER              PIC X(35) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RELSUSP".
       77 WRK-FS-SUSPENSO       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-SUSPENSO-OK       PIC X(01) VALUE "N".
       77 WRK-LIMITE-ENT        PIC X(03) VALUE SPACES.
       77 WRK-LIMITE-DIAS       PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       01 WRK-DATA-REGISTRO     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-REGISTRO-X REDEFINES WRK-DATA-REGISTRO
                                PIC X(08).
       77 WRK-DIAS-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-REGISTRO     PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE-DIAS        PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ABERTOS       PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CORRIGIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-RECICLADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CANCELADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-TOTAL         PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ENVELHECIDOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-AVALIA-ITEM UNTIL WRK-EOF = "S".
       PERFORM 3000-RESUMO.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
       MOVE SPACES TO WRK-LIMITE-ENT.
       PERFORM 1100-RECEBE-LIMITE
           UNTIL WRK-LIMITE-ENT NUMERIC.
       MOVE WRK-LIMITE-ENT TO WRK-LIMITE-DIAS.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "ENVELHECIMENTO DO SUSPENSO" TO WRK-CAB-TITULO.
       MOVE "LOTE     FONTE     SEQ.  S  MOTIVO"
         TO WRK-REL-COLUNAS.
       MOVE "IDADE" TO WRK-REL-COLUNAS(67:5).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       OPEN INPUT SUSPENSO-FILE.
       IF WRK-FS-SUSPENSO NOT = "00"
           MOVE "SUSPENSO SUSPTRAN AUSENTE - NENHUM ITEM"
             TO REL-LINHA
           WRITE REL-LINHA
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-SUSPENSO-OK.
       PERFORM 2100-LE-SUSPENSO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-LIMITE       SECTION.
       DISPLAY "LISTAR PENDENTES HA MAIS DE QUANTOS DIAS "
       ACCEPT WRK-LIMITE-ENT.
       IF WRK-LIMITE-ENT NOT NUMERIC
           DISPLAY "LIMITE INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2100-LE-SUSPENSO         SECTION.
       READ SUSPENSO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2000-AVALIA-ITEM         SECTION.
       ADD 1 TO WRK-CNT-TOTAL.
       IF SUS-ABERTO
           ADD 1 TO WRK-CNT-ABERTOS
       END-IF.
       IF SUS-CORRIGIDO
           ADD 1 TO WRK-CNT-CORRIGIDOS
       END-IF.
       IF SUS-RECICLADO
           ADD 1 TO WRK-CNT-RECICLADOS
       END-IF.
       IF SUS-CANCELADO
           ADD 1 TO WRK-CNT-CANCELADOS
       END-IF.
       IF SUS-PENDENTE
           PERFORM 2200-CONFERE-IDADE
       END-IF.
       PERFORM 2100-LE-SUSPENSO.

       2200-CONFERE-IDADE       SECTION.
       MOVE SUS-DATA-INCLUSAO TO WRK-DATA-REGISTRO.
       IF WRK-DATA-REGISTRO-X NUMERIC
          AND WRK-DATA-REGISTRO > ZEROS
           COMPUTE WRK-DIAS-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REGISTRO)
           COMPUTE WRK-IDADE-DIAS =
                   WRK-DIAS-HOJE - WRK-DIAS-REGISTRO
       ELSE
           MOVE ZEROS TO WRK-IDADE-DIAS
       END-IF.
       IF WRK-IDADE-DIAS > WRK-LIMITE-DIAS
           ADD 1 TO WRK-CNT-ENVELHECIDOS
           MOVE SUS-DATA-LOTE    TO REL-ITM-DATA-LOTE
           MOVE SUS-FONTE        TO REL-ITM-FONTE
           MOVE SUS-SEQUENCIA    TO REL-ITM-SEQUENCIA
           MOVE SUS-SITUACAO     TO REL-ITM-SITUACAO
           MOVE SUS-MOTIVO-DESCR TO REL-ITM-MOTIVO
           MOVE WRK-IDADE-DIAS   TO REL-ITM-IDADE
           IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
               PERFORM 8100-CABECALHO-PADRAO
           END-IF
           WRITE REL-LINHA FROM REL-ITEM
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.

       3000-RESUMO              SECTION.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "PENDENTES ALEM DO LIMITE" TO REL-RES-ROTULO.
       MOVE WRK-CNT-ENVELHECIDOS TO REL-RES-QTDE.
       WRITE REL-LINHA FROM REL-RESUMO.
       MOVE "A - ABERTOS (AGUARDAM CORRECAO)" TO REL-RES-ROTULO.
       MOVE WRK-CNT-ABERTOS TO REL-RES-QTDE.
       WRITE REL-LINHA FROM REL-RESUMO.
       MOVE "C - CORRIGIDOS (AGUARDAM RECICLAGEM)"
         TO REL-RES-ROTULO.
       MOVE WRK-CNT-CORRIGIDOS TO REL-RES-QTDE.
       WRITE REL-LINHA FROM REL-RESUMO.
       MOVE "R - RECICLADOS" TO REL-RES-ROTULO.
       MOVE WRK-CNT-RECICLADOS TO REL-RES-QTDE.
       WRITE REL-LINHA FROM REL-RESUMO.
       MOVE "X - CANCELADOS" TO REL-RES-ROTULO.
       MOVE WRK-CNT-CANCELADOS TO REL-RES-QTDE.
       WRITE REL-LINHA FROM REL-RESUMO.
       MOVE "TOTAL DE TRANSACOES NO SUSPENSO" TO REL-RES-ROTULO.
       MOVE WRK-CNT-TOTAL TO REL-RES-QTDE.
       WRITE REL-LINHA FROM REL-RESUMO.

       9000-FINALIZAR           SECTION.
       IF WRK-SUSPENSO-OK = "S"
           CLOSE SUSPENSO-FILE
       END-IF.
       CLOSE RELATORIO-FILE.
       DISPLAY "SUSPENSO - " WRK-CNT-TOTAL " ITENS, "
               WRK-CNT-ABERTOS " ABERTOS, " WRK-CNT-CORRIGIDOS
               " CORRIGIDOS, " WRK-CNT-ENVELHECIDOS
               " ALEM DE " WRK-LIMITE-DIAS " DIAS".

       COPY "relcabpd.cpy".
