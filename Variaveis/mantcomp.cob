       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCOMP.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Manutencao do controle de competencias da
      *==            folha (COMPETDB) - C consulta a situacao de
      *==            cada empresa e competencia (aberta,
      *==            fechada pelo CONTRACH ou reaberta, com quem
      *==            fechou, quem reabriu, quando e por que);
      *==            R reabre uma competencia fechada, o que so
      *==            o supervisor (nivel 3) faz, informando o
      *==            motivo. Empresa 00 reabre a competencia de
      *==            todas as empresas; empresa especifica
      *==            reabre so a dela, mesmo quando o fechamento
      *==            foi geral. Toda reabertura (e toda
      *==            tentativa negada) vai para o EXCPTLOG.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPETENCIA-FILE ASSIGN TO "COMPETDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-CHAVE
               FILE STATUS IS WRK-FS-COMPETENCIA.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPETENCIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "competrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "MANTCOMP".
       77 WRK-FS-COMPETENCIA    PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-OPERACAO          PIC X(01) VALUE SPACES.
          88 WRK-OPE-CONSULTA             VALUE "C".
          88 WRK-OPE-REABRE               VALUE "R".
          88 WRK-OPERACAO-VALIDA          VALUES "C" "R".
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       77 WRK-MOTIVO            PIC X(40) VALUE SPACES.
       77 WRK-CNT-LISTADOS      PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-REABERTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-ED       PIC X(09) VALUE SPACES.
       77 WRK-SIGNON-FEITO      PIC X(01) VALUE "N".
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-MANTEM-COMPETENCIA UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN I-O COMPETENCIA-FILE.
       IF WRK-FS-COMPETENCIA = "35"
           OPEN OUTPUT COMPETENCIA-FILE
           CLOSE COMPETENCIA-FILE
           OPEN I-O COMPETENCIA-FILE
       END-IF.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.

       2000-MANTEM-COMPETENCIA  SECTION.
       MOVE SPACES TO WRK-OPERACAO.
       PERFORM 2010-RECEBE-OPERACAO
           UNTIL WRK-OPERACAO-VALIDA.
       IF WRK-OPE-CONSULTA
           PERFORM 2100-LISTA-COMPETENCIAS
       ELSE
           PERFORM 2200-REABRE-COMPETENCIA
       END-IF.
       PERFORM 2300-PERGUNTA-CONTINUA.

       2010-RECEBE-OPERACAO     SECTION.
       DISPLAY "OPERACAO - C CONSULTA / R REABRE COMPETENCIA "
       ACCEPT WRK-OPERACAO.
       IF NOT WRK-OPERACAO-VALIDA
           DISPLAY "OPERACAO INVALIDA - DIGITE C OU R"
       END-IF.

       2100-LISTA-COMPETENCIAS  SECTION.
       MOVE ZEROS TO WRK-CNT-LISTADOS.
       MOVE "N"   TO WRK-EOF.
       MOVE ZEROS TO CPT-EMPRESA CPT-COMPETENCIA.
       START COMPETENCIA-FILE KEY IS NOT LESS THAN CPT-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       IF WRK-EOF NOT = "S"
           PERFORM 2110-LE-COMPETENCIA
       END-IF.
       PERFORM 2120-MOSTRA-COMPETENCIA UNTIL WRK-EOF = "S".
       IF WRK-CNT-LISTADOS = ZEROS
           DISPLAY "NENHUMA COMPETENCIA FECHADA ATE AGORA"
       END-IF.

       2110-LE-COMPETENCIA      SECTION.
       READ COMPETENCIA-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2120-MOSTRA-COMPETENCIA  SECTION.
       ADD 1 TO WRK-CNT-LISTADOS.
       IF CPT-FECHADA
           MOVE "FECHADA"   TO WRK-SITUACAO-ED
       ELSE
           IF CPT-REABERTA
               MOVE "REABERTA"  TO WRK-SITUACAO-ED
           ELSE
               MOVE "ABERTA"    TO WRK-SITUACAO-ED
           END-IF
       END-IF.
       DISPLAY "EMPRESA " CPT-EMPRESA
               " COMPETENCIA " CPT-COMPETENCIA
               " " WRK-SITUACAO-ED
               " FECHADA POR " CPT-FECHADA-POR
               " EM " CPT-DATA-FECHAMENTO(1:14).
       IF CPT-QTDE-REABERTURAS > ZEROS
           DISPLAY "   REABERTA " CPT-QTDE-REABERTURAS
                   " VEZ(ES) - ULTIMA POR " CPT-SUPERVISOR
                   " EM " CPT-DATA-REABERTURA(1:14)
           DISPLAY "   MOTIVO: " CPT-MOTIVO
       END-IF.
       PERFORM 2110-LE-COMPETENCIA.

       2200-REABRE-COMPETENCIA  SECTION.
       PERFORM 3500-EFETUA-SIGNON.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 3
           MOVE "OPE-NIVEL"     TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA REABERTURA DE COMPET."
                                TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2200-REABRE-SAIDA
       END-IF.
       MOVE SPACES TO WRK-EMPRESA-ENT.
       PERFORM 2210-RECEBE-EMPRESA
           UNTIL WRK-EMPRESA-ENT NUMERIC.
       MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA.
       MOVE "N" TO WRK-COMPETENCIA-OK.
       PERFORM 2220-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       MOVE SPACES TO WRK-MOTIVO.
       PERFORM 2230-RECEBE-MOTIVO
           UNTIL WRK-MOTIVO NOT = SPACES.
       MOVE ZEROS TO WRK-CNT-REABERTAS.
       IF WRK-EMPRESA = ZEROS
           PERFORM 2400-REABRE-TODAS
       ELSE
           PERFORM 2500-REABRE-EMPRESA
       END-IF.
       IF WRK-CNT-REABERTAS = ZEROS
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " NAO ESTA FECHADA PARA A EMPRESA " WRK-EMPRESA
                   " - NADA REABERTO"
       ELSE
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " REABERTA - " WRK-CNT-REABERTAS
                   " REGISTRO(S) DE CONTROLE"
       END-IF.

       2200-REABRE-SAIDA.
           EXIT.

       2210-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA A REABRIR (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       2220-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA A REABRIR (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2220-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 2220-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       2220-RECEBE-SAIDA.
           EXIT.

       2230-RECEBE-MOTIVO       SECTION.
       DISPLAY "MOTIVO DA REABERTURA (ATE 40 POSICOES) "
       ACCEPT WRK-MOTIVO.
       IF WRK-MOTIVO = SPACES
           DISPLAY "MOTIVO OBRIGATORIO - REDIGITE"
       END-IF.

       2300-PERGUNTA-CONTINUA   SECTION.
       DISPLAY "DESEJA OUTRA OPERACAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "S" TO WRK-FIM
       END-IF.

       2400-REABRE-TODAS        SECTION.
      *== empresa 00: o fechamento geral e o de cada empresa
      *== na competencia voltam a reaberta
       MOVE "N"   TO WRK-EOF.
       MOVE ZEROS TO CPT-EMPRESA CPT-COMPETENCIA.
       START COMPETENCIA-FILE KEY IS NOT LESS THAN CPT-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       IF WRK-EOF NOT = "S"
           PERFORM 2110-LE-COMPETENCIA
       END-IF.
       PERFORM 2410-TESTA-REABRE UNTIL WRK-EOF = "S".

       2410-TESTA-REABRE        SECTION.
       IF CPT-COMPETENCIA = WRK-COMPETENCIA
          AND CPT-FECHADA
           PERFORM 2600-MARCA-REABERTA
           REWRITE REG-COMPETENCIA-CTL
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR A EMPRESA "
                           CPT-EMPRESA " - FS " WRK-FS-COMPETENCIA
               NOT INVALID KEY
                   PERFORM 2700-REGISTRA-REABERTURA
           END-REWRITE
       END-IF.
       PERFORM 2110-LE-COMPETENCIA.

       2500-REABRE-EMPRESA      SECTION.
      *== registro proprio da empresa fechado: reabre; sem
      *== registro proprio mas com fechamento geral, grava o
      *== registro da empresa ja reaberto (o geral continua
      *== fechado para as demais)
       MOVE WRK-EMPRESA     TO CPT-EMPRESA.
       MOVE WRK-COMPETENCIA TO CPT-COMPETENCIA.
       READ COMPETENCIA-FILE KEY IS CPT-CHAVE
           INVALID KEY
               PERFORM 2550-REABRE-DO-GERAL
               GO TO 2500-REABRE-SAIDA
       END-READ.
       IF NOT CPT-FECHADA
           GO TO 2500-REABRE-SAIDA
       END-IF.
       PERFORM 2600-MARCA-REABERTA.
       REWRITE REG-COMPETENCIA-CTL
           INVALID KEY
               DISPLAY "ERRO AO REABRIR A COMPETENCIA - FS "
                       WRK-FS-COMPETENCIA
           NOT INVALID KEY
               PERFORM 2700-REGISTRA-REABERTURA
       END-REWRITE.

       2500-REABRE-SAIDA.
           EXIT.

       2550-REABRE-DO-GERAL     SECTION.
       MOVE ZEROS           TO CPT-EMPRESA.
       MOVE WRK-COMPETENCIA TO CPT-COMPETENCIA.
       READ COMPETENCIA-FILE KEY IS CPT-CHAVE
           INVALID KEY
               GO TO 2550-REABRE-SAIDA
       END-READ.
       IF NOT CPT-FECHADA
           GO TO 2550-REABRE-SAIDA
       END-IF.
       MOVE WRK-EMPRESA     TO CPT-EMPRESA.
       MOVE ZEROS           TO CPT-QTDE-REABERTURAS.
       PERFORM 2600-MARCA-REABERTA.
       WRITE REG-COMPETENCIA-CTL
           INVALID KEY
               DISPLAY "ERRO AO REABRIR A COMPETENCIA - FS "
                       WRK-FS-COMPETENCIA
           NOT INVALID KEY
               PERFORM 2700-REGISTRA-REABERTURA
       END-WRITE.

       2550-REABRE-SAIDA.
           EXIT.

       2600-MARCA-REABERTA      SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE "R"                 TO CPT-SITUACAO.
       MOVE WRK-SGN-OPERADOR-ID TO CPT-SUPERVISOR.
       MOVE WRK-MOTIVO          TO CPT-MOTIVO.
       MOVE WRK-DATA-HORA       TO CPT-DATA-REABERTURA.
       ADD 1 TO CPT-QTDE-REABERTURAS.

       2700-REGISTRA-REABERTURA SECTION.
       ADD 1 TO WRK-CNT-REABERTAS.
       MOVE SPACES TO WRK-EXC-CAMPO.
       STRING "EMP " CPT-EMPRESA " " CPT-COMPETENCIA
              DELIMITED BY SIZE INTO WRK-EXC-CAMPO.
       MOVE SPACES TO WRK-EXC-DESCRICAO.
       STRING "COMPETENCIA REABERTA POR " WRK-SGN-OPERADOR-ID
              DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO.
       PERFORM 2900-GRAVA-EXCECAO.
       MOVE WRK-MOTIVO TO WRK-EXC-DESCRICAO.
       PERFORM 2900-GRAVA-EXCECAO.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       3500-EFETUA-SIGNON       SECTION.
      *== sign-on de supervisor feito uma vez so por sessao
       IF WRK-SIGNON-FEITO = "S"
           GO TO 3500-EFETUA-SAIDA
       END-IF.
       MOVE "S" TO WRK-SIGNON-FEITO.
       CALL "SIGNON" USING BY REFERENCE WRK-SGN-OPERADOR-ID
                           WRK-SGN-NOME
                           WRK-SGN-NIVEL
                           WRK-SGN-RESULTADO
                           WRK-NOME-JOB.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 3
           DISPLAY "ACESSO NEGADO - REABERTURA EXIGE SUPERVISOR "
                   "(NIVEL 3)"
       END-IF.

       3500-EFETUA-SAIDA.
           EXIT.

       9000-FINALIZAR           SECTION.
       CLOSE COMPETENCIA-FILE.
       CLOSE EXCPTLOG-FILE.
