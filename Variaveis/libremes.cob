       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBREMES.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Liberacao da remessa de salarios para o
      *==            banco, por competencia e empresa. Funcao L
      *==            (supervisor, nivel 3): confere a quantidade
      *==            e o liquido dos contracheques emitidos
      *==            (FOLHAHST, gravado pelo CONTRACH), o
      *==            trailer da REMESSA do REMEBANC e o credito
      *==            SALARIOS A PAGAR do LANCCTB do CONTABIL e
      *==            imprime BALANCEADO ou qual dos tres difere
      *==            e em quanto (RELLIBER); so remessa
      *==            balanceada e aprovada pelo supervisor fica
      *==            liberada no registro de transmissao
      *==            TRANSMDB - a que nao fecha fica bloqueada.
      *==            Funcao T (operador): registra o envio ao
      *==            banco, recusando remessa nao liberada, ja
      *==            transmitida ou alterada depois da
      *==            liberacao (trailer diferente do liberado).
      *==            Recusas vao ao EXCPTLOG e devolvem
      *==            RETURN-CODE 8.
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
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT LANCAMENTO-FILE ASSIGN TO "LANCCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTO.
           SELECT TRANSMISSAO-FILE ASSIGN TO "TRANSMDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CHAVE
               FILE STATUS IS WRK-FS-TRANSMISSAO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.
           SELECT RELATORIO-FILE ASSIGN TO "RELLIBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  REMESSA-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REMESSA.
           05  REM-TIPO               PIC X(01).
               88  REM-HEADER            VALUE "0".
               88  REM-DETALHE           VALUE "1".
               88  REM-TRAILER           VALUE "9".
           05  REM-DADOS              PIC X(65).
       01  REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-HDR-EMPRESA        PIC X(30).
           05  REM-HDR-DATA-PAGTO     PIC 9(08).
           05  REM-HDR-COMPETENCIA    PIC 9(06).
           05  REM-HDR-EMPRESA-COD    PIC 9(02).
           05  FILLER                 PIC X(19).
       01  REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-DET-MATRICULA      PIC 9(06).
           05  REM-DET-NOME           PIC X(30).
           05  REM-DET-VALOR          PIC 9(11)V99.
           05  REM-DET-AGENCIA        PIC 9(04).
           05  REM-DET-CONTA          PIC 9(08).
           05  REM-DET-CONTA-DV       PIC 9(01).
           05  REM-DET-BANCO          PIC 9(03).
       01  REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-TRL-QTDE           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL    PIC 9(13)V99.
           05  FILLER                 PIC X(44).

       FD  LANCAMENTO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-LANCAMENTO.
           05  LCT-TIPO               PIC X(01).
               88  LCT-DEBITO            VALUE "D".
               88  LCT-CREDITO           VALUE "C".
               88  LCT-PROVA             VALUE "P".
           05  LCT-CONTA              PIC X(16).
           05  LCT-FILIAL             PIC 9(03).
           05  LCT-COMPETENCIA        PIC 9(06).
           05  LCT-VALOR              PIC 9(13)V99.
       01  REG-LANCAMENTO-PROVA REDEFINES REG-LANCAMENTO.
           05  FILLER                 PIC X(01).
           05  LCT-PRV-DEBITOS        PIC 9(13)V99.
           05  LCT-PRV-CREDITOS       PIC 9(13)V99.
           05  LCT-PRV-COMPETENCIA    PIC 9(06).
           05  LCT-PRV-EMPRESA        PIC 9(02).
           05  FILLER                 PIC X(03).

       FD  TRANSMISSAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "transmrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-FONTE.
           05  REL-FON-ROTULO      PIC X(36).
           05  REL-FON-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(02).
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-FON-VALOR==.
           05  FILLER              PIC X(19).
       01  REL-DIFERENCA.
           05  REL-DIF-ROTULO      PIC X(50).
           COPY "moedased.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DIF-VALOR==.
           05  FILLER              PIC X(12).
       01  REL-DIFERENCA-QTDE.
           05  REL-DFQ-ROTULO      PIC X(50).
           05  REL-DFQ-QTDE        PIC -ZZZZZ9.
           05  FILLER              PIC X(23).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "LIBREMES".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-REMESSA        PIC X(02) VALUE "00".
       77 WRK-FS-LANCAMENTO     PIC X(02) VALUE "00".
       77 WRK-FS-TRANSMISSAO    PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-FUNCAO            PIC X(01) VALUE SPACES.
          88 WRK-FUNCAO-LIBERA            VALUE "L".
          88 WRK-FUNCAO-TRANSMITE         VALUE "T".
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
          05 WRK-CMP-ANO        PIC 9(04).
          05 WRK-CMP-MES        PIC 9(02).
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-MESTRE-OK         PIC X(01) VALUE "N".
       77 WRK-REGISTRO-OK       PIC X(01) VALUE "N".
       77 WRK-REGISTRO-EXISTE   PIC X(01) VALUE "N".
       77 WRK-RELATORIO-OK      PIC X(01) VALUE "N".
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
      *== contracheques emitidos (FOLHAHST)
       77 WRK-CCH-OK            PIC X(01) VALUE "N".
       77 WRK-CCH-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-CCH-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CCH-FORA-MESTRE   PIC 9(06) VALUE ZEROS.
      *== remessa bancaria (REMESSA)
       77 WRK-REM-OK            PIC X(01) VALUE "N".
       77 WRK-REM-TRAILER       PIC X(01) VALUE "N".
       77 WRK-REM-OUTRA         PIC X(01) VALUE "N".
       77 WRK-REM-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-REM-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-REM-SOM-QTDE      PIC 9(06) VALUE ZEROS.
       77 WRK-REM-SOM-VALOR     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-REM-DATA-PAGTO    PIC 9(08) VALUE ZEROS.
      *== partida contabil (LANCCTB)
       77 WRK-LCT-OK            PIC X(01) VALUE "N".
       77 WRK-LCT-PROVA         PIC X(01) VALUE "N".
       77 WRK-LCT-OUTRA         PIC X(01) VALUE "N".
       77 WRK-LCT-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-LCT-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-BALANCEADO        PIC X(01) VALUE "N".
       77 WRK-DIF-QTDE          PIC S9(06) VALUE ZEROS.
       77 WRK-DIF-VALOR         PIC S9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-FIM NOT = "S"
           IF WRK-FUNCAO-LIBERA
               PERFORM 2000-LIBERA
           ELSE
               PERFORM 5000-TRANSMITE
           END-IF
       END-IF.
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
           DISPLAY "ACESSO NEGADO - LIBERACAO DA REMESSA EXIGE "
                   "OPERADOR IDENTIFICADO"
           MOVE "ACESSO NEGADO NA LIBERACAO DA REMESSA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE SPACES TO WRK-FUNCAO.
       PERFORM 1050-RECEBE-FUNCAO
           UNTIL WRK-FUNCAO-LIBERA OR WRK-FUNCAO-TRANSMITE.
      *== liberar e aprovar a remessa e so do supervisor;
      *== registrar o envio ao banco e do operador
       IF WRK-FUNCAO-LIBERA
          AND WRK-SGN-NIVEL < 3
           DISPLAY "ACESSO NEGADO - LIBERAR A REMESSA EXIGE "
                   "SUPERVISOR (NIVEL 3)"
           MOVE "ACESSO NEGADO NA LIBERACAO DA REMESSA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-COMPETENCIA-OK.
       PERFORM 1100-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       MOVE SPACES TO WRK-EMPRESA-ENT.
       PERFORM 1150-RECEBE-EMPRESA
           UNTIL WRK-EMPRESA-ENT NUMERIC.
       MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL.
       OPEN I-O TRANSMISSAO-FILE.
       IF WRK-FS-TRANSMISSAO = "35"
           OPEN OUTPUT TRANSMISSAO-FILE
           CLOSE TRANSMISSAO-FILE
           OPEN I-O TRANSMISSAO-FILE
       END-IF.
       IF WRK-FS-TRANSMISSAO NOT = "00"
           DISPLAY "REGISTRO DE TRANSMISSAO TRANSMDB "
                   "INDISPONIVEL - FS " WRK-FS-TRANSMISSAO
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-REGISTRO-OK.
       MOVE WRK-EMPRESA-SEL TO TRM-EMPRESA.
       MOVE WRK-COMPETENCIA TO TRM-COMPETENCIA.
       READ TRANSMISSAO-FILE KEY IS TRM-CHAVE
           INVALID KEY
               MOVE SPACES TO TRM-SITUACAO
           NOT INVALID KEY
               MOVE "S" TO WRK-REGISTRO-EXISTE
       END-READ.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "S" TO WRK-RELATORIO-OK.
       IF WRK-FUNCAO-LIBERA
           MOVE "LIBERACAO DA REMESSA BANCARIA" TO WRK-CAB-TITULO
       ELSE
           MOVE "TRANSMISSAO DA REMESSA" TO WRK-CAB-TITULO
       END-IF.
       MOVE "FONTE                                 QTDE"
         TO WRK-REL-COLUNAS.
       MOVE "VALOR" TO WRK-REL-COLUNAS(57:5).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA-X
              "  EMPRESA " WRK-EMPRESA-SEL
              "  OPERADOR " WRK-SGN-OPERADOR-ID
              DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1050-RECEBE-FUNCAO       SECTION.
       DISPLAY "L LIBERA A REMESSA (SUPERVISOR) / "
               "T REGISTRA A TRANSMISSAO AO BANCO "
       ACCEPT WRK-FUNCAO.
       IF NOT WRK-FUNCAO-LIBERA
          AND NOT WRK-FUNCAO-TRANSMITE
           DISPLAY "FUNCAO INVALIDA - DIGITE L OU T"
       END-IF.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DA REMESSA (AAAAMM) "
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

       1150-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA DA REMESSA (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       2000-LIBERA              SECTION.
      *== remessa ja enviada ao banco nao se libera de novo
       IF TRM-TRANSMITIDA
           MOVE SPACES TO REL-LINHA
           STRING "REMESSA JA TRANSMITIDA EM "
                  TRM-DATA-TRANSMISSAO(1:8) " POR "
                  TRM-TRANSMITIDA-POR " - LIBERACAO RECUSADA"
                  DELIMITED BY SIZE INTO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           DISPLAY REL-LINHA
           MOVE "LIBERACAO DE REMESSA JA TRANSMITIDA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE 8 TO RETURN-CODE
           GO TO 2000-LIBERA-SAIDA
       END-IF.
       PERFORM 2100-TOTALIZA-CONTRACHEQUES.
       PERFORM 2200-TOTALIZA-REMESSA.
       PERFORM 2300-TOTALIZA-LANCCTB.
       PERFORM 2400-IMPRIME-FONTES.
       PERFORM 2500-COMPARA.
       IF WRK-BALANCEADO NOT = "S"
           PERFORM 2700-BLOQUEIA
           GO TO 2000-LIBERA-SAIDA
       END-IF.
       DISPLAY "BALANCEADO - " WRK-REM-QTDE " CREDITOS, "
               "REMESSA PARA PAGAMENTO EM " WRK-REM-DATA-PAGTO.
       DISPLAY "CONFIRMA A LIBERACAO DA REMESSA PARA "
               "TRANSMISSAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "LIBERACAO NAO CONFIRMADA PELO SUPERVISOR"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           DISPLAY "LIBERACAO NAO CONFIRMADA - REMESSA CONTINUA "
                   "SEM LIBERACAO"
           GO TO 2000-LIBERA-SAIDA
       END-IF.
       PERFORM 2600-GRAVA-LIBERACAO.

       2000-LIBERA-SAIDA.
           EXIT.

       2100-TOTALIZA-CONTRACHEQUES SECTION.
      *== contracheques normais (sequencia 00) da competencia;
      *== o FOLHAHST nao guarda a empresa, que vem do mestre
      *== (zero e legado e vale como a 01)
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           MOVE "CONTRACHEQUES: FOLHAHST AUSENTE - RODE O CONTRACH"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2100-TOTALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-CCH-OK.
       IF WRK-EMPRESA-SEL NOT = ZEROS
           OPEN INPUT EMPREGADOS-FILE
           IF WRK-FS-EMPREGADOS = "00"
               MOVE "S" TO WRK-MESTRE-OK
           ELSE
               DISPLAY "MESTRE EMPREGDB INDISPONIVEL - "
                       "CONTRACHEQUES SEM FILTRO DE EMPRESA"
           END-IF
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 2110-LE-CONTRACHEQUE UNTIL WRK-EOF = "S".
       CLOSE HISTORICO-FILE.
       IF WRK-MESTRE-OK = "S"
           CLOSE EMPREGADOS-FILE
           MOVE "N" TO WRK-MESTRE-OK
       END-IF.
       IF WRK-CCH-FORA-MESTRE > ZEROS
           DISPLAY "AVISO: " WRK-CCH-FORA-MESTRE
                   " CONTRACHEQUES DE MATRICULA FORA DO MESTRE "
                   "CONTADOS NA EMPRESA 01"
       END-IF.

       2100-TOTALIZA-SAIDA.
           EXIT.

       2110-LE-CONTRACHEQUE     SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2110-LE-SAIDA
       END-READ.
       IF FHS-COMPETENCIA NOT = WRK-COMPETENCIA
          OR NOT FHS-FOLHA-NORMAL
           GO TO 2110-LE-SAIDA
       END-IF.
       IF WRK-MESTRE-OK = "S"
           MOVE FHS-MATRICULA TO REG-MATRICULA
           READ EMPREGADOS-FILE KEY IS REG-MATRICULA
               INVALID KEY
                   ADD 1 TO WRK-CCH-FORA-MESTRE
                   MOVE 1 TO WRK-EMPRESA-REG
               NOT INVALID KEY
                   MOVE REG-EMPRESA TO WRK-EMPRESA-REG
           END-READ
           IF WRK-EMPRESA-REG = ZEROS
               MOVE 1 TO WRK-EMPRESA-REG
           END-IF
           IF WRK-EMPRESA-REG NOT = WRK-EMPRESA-SEL
               GO TO 2110-LE-SAIDA
           END-IF
       END-IF.
      *== liquido zero nao vai para a remessa (REMEBANC):
      *== nao conta como credito esperado
       IF FHS-LIQUIDO = ZEROS
           GO TO 2110-LE-SAIDA
       END-IF.
       ADD 1           TO WRK-CCH-QTDE.
       ADD FHS-LIQUIDO TO WRK-CCH-VALOR.

       2110-LE-SAIDA.
           EXIT.

       2200-TOTALIZA-REMESSA    SECTION.
      *== a remessa tem de ser a desta competencia e empresa
      *== (header do REMEBANC) e fechar com o proprio trailer
       MOVE "N"   TO WRK-REM-OK WRK-REM-TRAILER WRK-REM-OUTRA.
       MOVE ZEROS TO WRK-REM-QTDE WRK-REM-VALOR
                     WRK-REM-SOM-QTDE WRK-REM-SOM-VALOR
                     WRK-REM-DATA-PAGTO.
       OPEN INPUT REMESSA-FILE.
       IF WRK-FS-REMESSA NOT = "00"
           MOVE "REMESSA: ARQUIVO AUSENTE - RODE O REMEBANC"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2200-TOTALIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 2210-LE-REMESSA UNTIL WRK-EOF = "S".
       CLOSE REMESSA-FILE.
       IF WRK-REM-OUTRA = "S"
           MOVE "REMESSA: E DE OUTRA COMPETENCIA OU EMPRESA"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2200-TOTALIZA-SAIDA
       END-IF.
       IF WRK-REM-TRAILER NOT = "S"
           MOVE "REMESSA: SEM TRAILER - ARQUIVO TRUNCADO"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2200-TOTALIZA-SAIDA
       END-IF.
       IF WRK-REM-SOM-QTDE NOT = WRK-REM-QTDE
          OR WRK-REM-SOM-VALOR NOT = WRK-REM-VALOR
           MOVE "REMESSA: DETALHES NAO FECHAM COM O TRAILER"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2200-TOTALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-REM-OK.

       2200-TOTALIZA-SAIDA.
           EXIT.

       2210-LE-REMESSA          SECTION.
       READ REMESSA-FILE
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2210-LE-SAIDA
       END-READ.
       IF REM-HEADER
           IF REM-HDR-COMPETENCIA NOT NUMERIC
              OR REM-HDR-EMPRESA-COD NOT NUMERIC
              OR REM-HDR-COMPETENCIA NOT = WRK-COMPETENCIA
              OR REM-HDR-EMPRESA-COD NOT = WRK-EMPRESA-SEL
               MOVE "S" TO WRK-REM-OUTRA
           END-IF
           MOVE REM-HDR-DATA-PAGTO TO WRK-REM-DATA-PAGTO
           GO TO 2210-LE-SAIDA
       END-IF.
       IF REM-TRAILER
           MOVE "S"                 TO WRK-REM-TRAILER
           MOVE REM-TRL-QTDE        TO WRK-REM-QTDE
           MOVE REM-TRL-VALOR-TOTAL TO WRK-REM-VALOR
           GO TO 2210-LE-SAIDA
       END-IF.
       IF REM-DETALHE
           ADD 1             TO WRK-REM-SOM-QTDE
           ADD REM-DET-VALOR TO WRK-REM-SOM-VALOR
       END-IF.

       2210-LE-SAIDA.
           EXIT.

       2300-TOTALIZA-LANCCTB    SECTION.
      *== credito SALARIOS A PAGAR da competencia, de uma
      *== partida desta empresa que feche na prova
       OPEN INPUT LANCAMENTO-FILE.
       IF WRK-FS-LANCAMENTO NOT = "00"
           MOVE "LANCCTB: ARQUIVO AUSENTE - RODE O CONTABIL"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2300-TOTALIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 2310-LE-LANCAMENTO UNTIL WRK-EOF = "S".
       CLOSE LANCAMENTO-FILE.
       IF WRK-LCT-PROVA NOT = "S"
           MOVE "LANCCTB: SEM PROVA - ARQUIVO TRUNCADO"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2300-TOTALIZA-SAIDA
       END-IF.
       IF WRK-LCT-OUTRA = "S"
           MOVE "LANCCTB: E DE OUTRA COMPETENCIA OU EMPRESA"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2300-TOTALIZA-SAIDA
       END-IF.
       IF WRK-LCT-PROVA = "X"
           MOVE "LANCCTB: PARTIDA NAO FECHOU NA PROVA"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2300-TOTALIZA-SAIDA
       END-IF.
       IF WRK-LCT-QTDE = ZEROS
           MOVE "LANCCTB: SEM CREDITO SALARIOS A PAGAR"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2300-TOTALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-LCT-OK.

       2300-TOTALIZA-SAIDA.
           EXIT.

       2310-LE-LANCAMENTO       SECTION.
       READ LANCAMENTO-FILE
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2310-LE-SAIDA
       END-READ.
      *== cada fonte (folha, provisao) grava a sua prova; uma
      *== prova que nao fecha nao e apagada pela seguinte
       IF LCT-PROVA
           IF WRK-LCT-PROVA NOT = "X"
               MOVE "S" TO WRK-LCT-PROVA
           END-IF
           IF LCT-PRV-COMPETENCIA NOT NUMERIC
              OR LCT-PRV-EMPRESA NOT NUMERIC
              OR LCT-PRV-COMPETENCIA NOT = WRK-COMPETENCIA
              OR LCT-PRV-EMPRESA NOT = WRK-EMPRESA-SEL
               MOVE "S" TO WRK-LCT-OUTRA
           END-IF
           IF LCT-PRV-DEBITOS NOT = LCT-PRV-CREDITOS
               MOVE "X" TO WRK-LCT-PROVA
           END-IF
           GO TO 2310-LE-SAIDA
       END-IF.
       IF LCT-CREDITO
          AND LCT-CONTA = "SALARIOS A PAGAR"
          AND LCT-COMPETENCIA = WRK-COMPETENCIA
           ADD 1         TO WRK-LCT-QTDE
           ADD LCT-VALOR TO WRK-LCT-VALOR
       END-IF.

       2310-LE-SAIDA.
           EXIT.

       2400-IMPRIME-FONTES      SECTION.
       MOVE SPACES TO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.
       MOVE SPACES TO REL-FONTE.
       MOVE "CONTRACHEQUES EMITIDOS (FOLHAHST)" TO REL-FON-ROTULO.
       MOVE WRK-CCH-QTDE  TO REL-FON-QTDE.
       MOVE WRK-CCH-VALOR TO REL-FON-VALOR.
       WRITE REL-LINHA FROM REL-FONTE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE SPACES TO REL-FONTE.
       MOVE "REMESSA BANCARIA (TRAILER)" TO REL-FON-ROTULO.
       MOVE WRK-REM-QTDE  TO REL-FON-QTDE.
       MOVE WRK-REM-VALOR TO REL-FON-VALOR.
       WRITE REL-LINHA FROM REL-FONTE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE SPACES TO REL-FONTE.
       MOVE "LANCCTB - SALARIOS A PAGAR" TO REL-FON-ROTULO.
       MOVE WRK-LCT-VALOR TO REL-FON-VALOR.
       WRITE REL-LINHA FROM REL-FONTE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE SPACES TO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.

       2500-COMPARA             SECTION.
      *== com as tres fontes validas: a quantidade de
      *== contracheques contra a de creditos, e o valor -
      *== quando duas batem, a terceira e a que difere
       MOVE "N" TO WRK-BALANCEADO.
       IF WRK-CCH-OK NOT = "S"
          OR WRK-REM-OK NOT = "S"
          OR WRK-LCT-OK NOT = "S"
           MOVE "NAO BALANCEADO - FONTE AUSENTE OU INVALIDA"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2500-COMPARA-SAIDA
       END-IF.
       IF WRK-CCH-QTDE = WRK-REM-QTDE
          AND WRK-CCH-VALOR = WRK-REM-VALOR
          AND WRK-CCH-VALOR = WRK-LCT-VALOR
           MOVE "S" TO WRK-BALANCEADO
           MOVE "BALANCEADO - CONTRACHEQUES, REMESSA E LANCCTB"
             TO REL-LINHA
           PERFORM 8500-IMPRIME-LINHA
           GO TO 2500-COMPARA-SAIDA
       END-IF.
       MOVE "NAO BALANCEADO:" TO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.
       IF WRK-CCH-QTDE NOT = WRK-REM-QTDE
           COMPUTE WRK-DIF-QTDE = WRK-REM-QTDE - WRK-CCH-QTDE
           MOVE SPACES TO REL-DIFERENCA-QTDE
           MOVE "  QTDE - REMESSA DIFERE DOS CONTRACHEQUES EM"
             TO REL-DFQ-ROTULO
           MOVE WRK-DIF-QTDE TO REL-DFQ-QTDE
           WRITE REL-LINHA FROM REL-DIFERENCA-QTDE
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       IF WRK-CCH-VALOR = WRK-REM-VALOR
          AND WRK-CCH-VALOR = WRK-LCT-VALOR
           GO TO 2500-COMPARA-SAIDA
       END-IF.
       MOVE SPACES TO REL-DIFERENCA.
       IF WRK-CCH-VALOR = WRK-REM-VALOR
           COMPUTE WRK-DIF-VALOR = WRK-LCT-VALOR - WRK-CCH-VALOR
           MOVE "  VALOR - LANCCTB DIFERE DOS OUTROS DOIS EM"
             TO REL-DIF-ROTULO
           PERFORM 2510-IMPRIME-DIFERENCA
           GO TO 2500-COMPARA-SAIDA
       END-IF.
       IF WRK-CCH-VALOR = WRK-LCT-VALOR
           COMPUTE WRK-DIF-VALOR = WRK-REM-VALOR - WRK-CCH-VALOR
           MOVE "  VALOR - REMESSA DIFERE DOS OUTROS DOIS EM"
             TO REL-DIF-ROTULO
           PERFORM 2510-IMPRIME-DIFERENCA
           GO TO 2500-COMPARA-SAIDA
       END-IF.
       IF WRK-REM-VALOR = WRK-LCT-VALOR
           COMPUTE WRK-DIF-VALOR = WRK-CCH-VALOR - WRK-REM-VALOR
           MOVE "  VALOR - CONTRACHEQUES DIFEREM DOS OUTROS DOIS EM"
             TO REL-DIF-ROTULO
           PERFORM 2510-IMPRIME-DIFERENCA
           GO TO 2500-COMPARA-SAIDA
       END-IF.
      *== os tres diferem: tudo contra os contracheques
       COMPUTE WRK-DIF-VALOR = WRK-REM-VALOR - WRK-CCH-VALOR.
       MOVE "  VALOR - REMESSA DIFERE DOS CONTRACHEQUES EM"
         TO REL-DIF-ROTULO.
       PERFORM 2510-IMPRIME-DIFERENCA.
       COMPUTE WRK-DIF-VALOR = WRK-LCT-VALOR - WRK-CCH-VALOR.
       MOVE "  VALOR - LANCCTB DIFERE DOS CONTRACHEQUES EM"
         TO REL-DIF-ROTULO.
       PERFORM 2510-IMPRIME-DIFERENCA.

       2500-COMPARA-SAIDA.
           EXIT.

       2510-IMPRIME-DIFERENCA   SECTION.
       MOVE WRK-DIF-VALOR TO REL-DIF-VALOR.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-DIFERENCA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       2600-GRAVA-LIBERACAO     SECTION.
       MOVE "L"                 TO TRM-SITUACAO.
       MOVE WRK-REM-DATA-PAGTO  TO TRM-DATA-PAGTO.
       MOVE WRK-REM-QTDE        TO TRM-QTDE.
       MOVE WRK-REM-VALOR       TO TRM-VALOR.
       MOVE WRK-SGN-OPERADOR-ID TO TRM-LIBERADA-POR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO TRM-DATA-LIBERACAO.
       MOVE SPACES              TO TRM-TRANSMITIDA-POR
                                   TRM-DATA-TRANSMISSAO.
       PERFORM 2800-GRAVA-REGISTRO.
       MOVE SPACES TO REL-LINHA.
       STRING "REMESSA LIBERADA PARA TRANSMISSAO POR "
              WRK-SGN-OPERADOR-ID
              DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.
       DISPLAY "REMESSA LIBERADA - REGISTRE O ENVIO AO BANCO "
               "PELA FUNCAO T".

       2700-BLOQUEIA            SECTION.
      *== conferencia que nao fecha bloqueia a remessa, mesmo
      *== a que ja estava liberada: a funcao T a recusa
       MOVE "B"                 TO TRM-SITUACAO.
       MOVE WRK-REM-DATA-PAGTO  TO TRM-DATA-PAGTO.
       MOVE WRK-REM-QTDE        TO TRM-QTDE.
       MOVE WRK-REM-VALOR       TO TRM-VALOR.
       MOVE WRK-SGN-OPERADOR-ID TO TRM-LIBERADA-POR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO TRM-DATA-LIBERACAO.
       MOVE SPACES              TO TRM-TRANSMITIDA-POR
                                   TRM-DATA-TRANSMISSAO.
       PERFORM 2800-GRAVA-REGISTRO.
       MOVE "REMESSA BLOQUEADA - NAO TRANSMITA AO BANCO"
         TO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.
       DISPLAY "*** REMESSA NAO BALANCEADA - BLOQUEADA PARA "
               "TRANSMISSAO (VER RELLIBER) ***".
       MOVE 8 TO RETURN-CODE.

       2800-GRAVA-REGISTRO      SECTION.
       MOVE WRK-EMPRESA-SEL TO TRM-EMPRESA.
       MOVE WRK-COMPETENCIA TO TRM-COMPETENCIA.
       IF WRK-REGISTRO-EXISTE = "S"
           ADD 1 TO TRM-QTDE-CONFERENCIAS
           REWRITE REG-TRANSMISSAO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O TRANSMDB - FS "
                           WRK-FS-TRANSMISSAO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
       ELSE
           MOVE 1 TO TRM-QTDE-CONFERENCIAS
           WRITE REG-TRANSMISSAO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O TRANSMDB - FS "
                           WRK-FS-TRANSMISSAO
                   MOVE 8 TO RETURN-CODE
           END-WRITE
       END-IF.

       5000-TRANSMITE           SECTION.
      *== so remessa liberada, e ainda igual a liberada, vai
      *== ao banco - e uma vez so
       IF TRM-TRANSMITIDA
           MOVE SPACES TO REL-LINHA
           STRING "REMESSA JA TRANSMITIDA EM "
                  TRM-DATA-TRANSMISSAO(1:8) " POR "
                  TRM-TRANSMITIDA-POR " - RECUSADA"
                  DELIMITED BY SIZE INTO REL-LINHA
           MOVE "REMESSA JA TRANSMITIDA" TO WRK-EXC-DESCRICAO
           PERFORM 5900-RECUSA
           GO TO 5000-TRANSMITE-SAIDA
       END-IF.
       IF NOT TRM-LIBERADA
           MOVE "REMESSA NAO LIBERADA - RODE A FUNCAO L"
             TO REL-LINHA
           MOVE "TRANSMISSAO DE REMESSA NAO LIBERADA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 5900-RECUSA
           GO TO 5000-TRANSMITE-SAIDA
       END-IF.
       PERFORM 2200-TOTALIZA-REMESSA.
       IF WRK-REM-OK NOT = "S"
          OR WRK-REM-QTDE NOT = TRM-QTDE
          OR WRK-REM-VALOR NOT = TRM-VALOR
           MOVE "REMESSA ALTERADA DEPOIS DA LIBERACAO - RECUSADA"
             TO REL-LINHA
           MOVE "REMESSA ALTERADA DEPOIS DA LIBERACAO"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 5900-RECUSA
           MOVE "B" TO TRM-SITUACAO
           PERFORM 2800-GRAVA-REGISTRO
           GO TO 5000-TRANSMITE-SAIDA
       END-IF.
       PERFORM 2400-IMPRIME-FONTES.
       MOVE "T"                 TO TRM-SITUACAO.
       MOVE WRK-SGN-OPERADOR-ID TO TRM-TRANSMITIDA-POR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO TRM-DATA-TRANSMISSAO.
       REWRITE REG-TRANSMISSAO
           INVALID KEY
               DISPLAY "FALHA AO REGRAVAR O TRANSMDB - FS "
                       WRK-FS-TRANSMISSAO
               MOVE 8 TO RETURN-CODE
               GO TO 5000-TRANSMITE-SAIDA
       END-REWRITE.
       MOVE SPACES TO REL-LINHA.
       STRING "TRANSMISSAO REGISTRADA POR " WRK-SGN-OPERADOR-ID
              " - LIBERADA POR " TRM-LIBERADA-POR
              DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM 8500-IMPRIME-LINHA.
       DISPLAY "TRANSMISSAO REGISTRADA - " TRM-QTDE
               " CREDITOS - ENVIE OS ARQUIVOS CNAB DA REMESSA".

       5000-TRANSMITE-SAIDA.
           EXIT.

       5900-RECUSA              SECTION.
      *== REL-LINHA e WRK-EXC-DESCRICAO ja preenchidos
       PERFORM 8500-IMPRIME-LINHA.
       DISPLAY REL-LINHA.
       PERFORM 0900-GRAVA-EXCECAO.
       MOVE 8 TO RETURN-CODE.

       8500-IMPRIME-LINHA       SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE "REMESSA"          TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-REGISTRO-OK = "S"
           CLOSE TRANSMISSAO-FILE
       END-IF.
       IF WRK-RELATORIO-OK = "S"
           CLOSE RELATORIO-FILE
       END-IF.
       CLOSE EXCPTLOG-FILE.

       COPY "relcabpd.cpy".
