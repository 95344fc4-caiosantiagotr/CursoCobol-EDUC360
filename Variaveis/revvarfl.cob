       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVVARFL.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Visto do revisor nas variacoes de folha
      *==            sinalizadas pelo VARFOLHA no VARFOLRV -
      *==            no espirito do APROVSAL, percorre as
      *==            pendentes da competencia uma a uma: A
      *==            aceita (variacao explicada), R rejeita
      *==            (folha a corrigir e recalcular), S deixa
      *==            pendente; toda decisao leva codigo de
      *==            motivo, revisor e momento, regravada na
      *==            propria sinalizacao, e sai no relatorio
      *==            RELREVVF. No fim diz se a competencia
      *==            esta limpa (nenhuma pendente nem
      *==            rejeitada) - senao termina com RC 4 e a
      *==            REMESSA nao deve seguir.
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
           SELECT VARIACAO-FILE ASSIGN TO "VARFOLRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAR-CHAVE
               FILE STATUS IS WRK-FS-VARIACAO.
           SELECT RELATORIO-FILE ASSIGN TO "RELREVVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIACAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "varflrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DECISAO.
           05  REL-DEC-DECISAO     PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEC-TIPO        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DEC-CODIGO      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEC-OCORRENCIA  PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DEC-ANTERIOR==.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DEC-ATUAL==.
           05  FILLER              PIC X(08) VALUE "  MOTIVO".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DEC-MOTIVO      PIC X(05).
           05  FILLER              PIC X(16) VALUE SPACES.

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "REVVARFL".
       77 WRK-FS-VARIACAO       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       77 WRK-DECISAO           PIC X(01) VALUE SPACES.
          88 WRK-DEC-ACEITA               VALUE "A".
          88 WRK-DEC-REJEITADA            VALUE "R".
          88 WRK-DEC-PULA                 VALUE "S".
          88 WRK-DEC-VALIDA               VALUES "A" "R" "S".
       77 WRK-MOTIVO-ENT        PIC X(05) VALUE SPACES.
       77 WRK-CNT-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DECIDIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-AINDA-PEND    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SINALIZADAS   PIC 9(05) VALUE ZEROS.
       01  WRK-ANTERIOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-ANTERIOR-ED==.
       01  WRK-ATUAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-ATUAL-ED==.
       77 WRK-PCT-ED            PIC ZZZZ9,99.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-REVISA-VARIACAO UNTIL WRK-EOF = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       CALL "SIGNON" USING BY REFERENCE WRK-SGN-OPERADOR-ID
                           WRK-SGN-NOME
                           WRK-SGN-NIVEL
                           WRK-SGN-RESULTADO
                           WRK-NOME-JOB.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 3
           DISPLAY "ACESSO NEGADO - REVISAO DA VARIACAO EXIGE "
                   "SUPERVISOR (NIVEL 3)"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA REVISAO DA VARIACAO"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-ABANDONA
                       WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN I-O VARIACAO-FILE.
       IF WRK-FS-VARIACAO NOT = "00"
           DISPLAY "NENHUMA VARIACAO - ARQUIVO VARFOLRV AUSENTE "
                   "(RODAR O VARFOLHA)"
           MOVE 4   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
                       WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1100-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "VISTO NAS VARIACOES DA FOLHA" TO WRK-CAB-TITULO.
       MOVE "DEC T CODIGO  O      BRUTO ANTERIOR       BRUTO ATUAL"
         TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA.
       MOVE LOW-VALUES      TO VAR-TIPO.
       MOVE ZEROS           TO VAR-CODIGO.
       START VARIACAO-FILE KEY IS >= VAR-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 2100-LE-VARIACAO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA A REVISAR (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       1100-RECEBE-SAIDA.
           EXIT.

       2100-LE-VARIACAO         SECTION.
       IF WRK-EOF = "S"
           GO TO 2100-LE-SAIDA
       END-IF.
       READ VARIACAO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF VAR-COMPETENCIA NOT = WRK-COMPETENCIA
                   MOVE "S" TO WRK-EOF
               END-IF
       END-READ.

       2100-LE-SAIDA.
           EXIT.

       2000-REVISA-VARIACAO     SECTION.
       ADD 1 TO WRK-CNT-SINALIZADAS.
       IF VAR-PENDENTE
           ADD 1 TO WRK-CNT-PENDENTES
           PERFORM 2200-DECIDE-VARIACAO
       END-IF.
       IF VAR-PENDENTE
           ADD 1 TO WRK-CNT-AINDA-PEND
       END-IF.
       IF VAR-REJEITADA
           ADD 1 TO WRK-CNT-REJEITADAS
       END-IF.
       PERFORM 2100-LE-VARIACAO.

       2200-DECIDE-VARIACAO     SECTION.
       MOVE VAR-BRUTO-ANTERIOR TO WRK-ANTERIOR-ED.
       MOVE VAR-BRUTO-ATUAL    TO WRK-ATUAL-ED.
       MOVE VAR-PCT-BRUTO      TO WRK-PCT-ED.
       DISPLAY " ".
       IF VAR-DE-MATRICULA
           DISPLAY "MATRICULA " VAR-CODIGO " FILIAL " VAR-FILIAL
       ELSE
           DISPLAY "TOTAL DA FILIAL " VAR-FILIAL
       END-IF.
       IF VAR-SO-NO-ATUAL
           DISPLAY "  RECEBEU NESTA COMPETENCIA E NAO NA ANTERIOR"
       END-IF.
       IF VAR-SO-NO-ANTERIOR
           DISPLAY "  RECEBEU NA ANTERIOR E NAO NESTA COMPETENCIA"
       END-IF.
       DISPLAY "  BRUTO   DE " WRK-ANTERIOR-ED " PARA "
               WRK-ATUAL-ED " (" WRK-PCT-ED " PCT)".
       MOVE VAR-LIQUIDO-ANTERIOR TO WRK-ANTERIOR-ED.
       MOVE VAR-LIQUIDO-ATUAL    TO WRK-ATUAL-ED.
       MOVE VAR-PCT-LIQUIDO      TO WRK-PCT-ED.
       DISPLAY "  LIQUIDO DE " WRK-ANTERIOR-ED " PARA "
               WRK-ATUAL-ED " (" WRK-PCT-ED " PCT)".
       MOVE SPACES TO WRK-DECISAO.
       PERFORM 2210-RECEBE-DECISAO
           UNTIL WRK-DEC-VALIDA.
       IF WRK-DEC-PULA
           GO TO 2200-DECIDE-SAIDA
       END-IF.
       DISPLAY "CODIGO DO MOTIVO "
       ACCEPT WRK-MOTIVO-ENT.
       PERFORM 2300-GRAVA-DECISAO.

       2200-DECIDE-SAIDA.
           EXIT.

       2210-RECEBE-DECISAO      SECTION.
       DISPLAY "DECISAO - A ACEITA / R REJEITA (CORRIGIR A "
               "FOLHA) / S DEIXAR PENDENTE "
       ACCEPT WRK-DECISAO.
       IF NOT WRK-DEC-VALIDA
           DISPLAY "DECISAO INVALIDA - DIGITE A, R OU S"
       END-IF.

       2300-GRAVA-DECISAO       SECTION.
       MOVE WRK-DECISAO         TO VAR-SITUACAO.
       MOVE WRK-MOTIVO-ENT      TO VAR-MOTIVO.
       MOVE WRK-SGN-OPERADOR-ID TO VAR-REVISOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO VAR-DATA-DECISAO.
       REWRITE REG-VARIACAO.
       ADD 1 TO WRK-CNT-DECIDIDAS.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-DECISAO        TO REL-DEC-DECISAO.
       MOVE VAR-TIPO           TO REL-DEC-TIPO.
       MOVE VAR-CODIGO         TO REL-DEC-CODIGO.
       MOVE VAR-OCORRENCIA     TO REL-DEC-OCORRENCIA.
       MOVE VAR-BRUTO-ANTERIOR TO REL-DEC-ANTERIOR.
       MOVE VAR-BRUTO-ATUAL    TO REL-DEC-ATUAL.
       MOVE VAR-MOTIVO         TO REL-DEC-MOTIVO.
       WRITE REL-LINHA FROM REL-DECISAO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       DISPLAY "SINALIZADAS " WRK-CNT-SINALIZADAS
               " PENDENTES ENCONTRADAS " WRK-CNT-PENDENTES
               " DECIDIDAS " WRK-CNT-DECIDIDAS.
       MOVE SPACES TO REL-LINHA.
       IF WRK-CNT-AINDA-PEND = ZEROS
          AND WRK-CNT-REJEITADAS = ZEROS
           STRING "COMPETENCIA " WRK-COMPETENCIA
                  " LIMPA - VARIACOES REVISADAS E ACEITAS"
                  DELIMITED BY SIZE INTO REL-LINHA
       ELSE
           STRING "COMPETENCIA " WRK-COMPETENCIA " NAO LIMPA - "
                  WRK-CNT-AINDA-PEND " PENDENTES, "
                  WRK-CNT-REJEITADAS " REJEITADAS"
                  DELIMITED BY SIZE INTO REL-LINHA
           MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY REL-LINHA.
       WRITE REL-LINHA.
       CLOSE VARIACAO-FILE.
       CLOSE RELATORIO-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
