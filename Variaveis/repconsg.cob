       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPCONSG.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Repasse mensal do emprestimo consignado
      *==            a um banco credor - le o CONSIGDB e gera o
      *==            arquivo REPCONSnnn com header (credor,
      *==            competencia), um detalhe por parcela
      *==            baixada na competencia pelo CONTRACH
      *==            (contrato, matricula, nome, numero da
      *==            parcela e valor) e trailer com quantidade
      *==            e valor total. Roda uma vez por credor,
      *==            gerando um arquivo para cada banco
      *==            (REPCONS seguido do codigo do credor). A
      *==            listagem RELREPAS confere o repasse e
      *==            aponta as parcelas devidas que o liquido
      *==            do mes nao comportou, para o acerto com o
      *==            banco.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Arquivo de repasse nomeado pelo
      *==                    credor; nome completo do cadastro
      *==                    no detalhe do repasse.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT REPASSE-FILE ASSIGN TO WRK-ARQ-REPASSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPASSE.
           SELECT RELATORIO-FILE ASSIGN TO "RELREPAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNADO-FILE
           LABEL RECORD IS STANDARD.
       COPY "consigrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  REPASSE-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REPASSE.
           05  RPS-TIPO               PIC X(01).
               88  RPS-HEADER            VALUE "0".
               88  RPS-DETALHE           VALUE "1".
               88  RPS-TRAILER           VALUE "9".
           05  RPS-DADOS              PIC X(63).
       01  REG-REPASSE-HEADER REDEFINES REG-REPASSE.
           05  FILLER                 PIC X(01).
           05  RPS-HDR-CREDOR         PIC 9(03).
           05  RPS-HDR-COMPETENCIA    PIC 9(06).
           05  RPS-HDR-DATA-GERACAO   PIC 9(08).
           05  RPS-HDR-EMPRESA        PIC X(30).
           05  FILLER                 PIC X(16).
       01  REG-REPASSE-DETALHE REDEFINES REG-REPASSE.
           05  FILLER                 PIC X(01).
           05  RPS-DET-CONTRATO       PIC X(12).
           05  RPS-DET-MATRICULA      PIC 9(06).
           05  RPS-DET-NOME           PIC X(30).
           05  RPS-DET-PARCELA        PIC 9(03).
           05  RPS-DET-QTDE-PARCELAS  PIC 9(03).
           05  RPS-DET-VALOR          PIC 9(07)V99.
       01  REG-REPASSE-TRAILER REDEFINES REG-REPASSE.
           05  FILLER                 PIC X(01).
           05  RPS-TRL-QTDE           PIC 9(06).
           05  RPS-TRL-VALOR-TOTAL    PIC 9(11)V99.
           05  FILLER                 PIC X(44).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-CONTRATO    PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-NOME        PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-PARCELA     PIC ZZ9.
           05  FILLER              PIC X(01) VALUE "/".
           05  REL-DET-QTDE        PIC 999.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-VALOR==.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-OBS         PIC X(09).
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(30).
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-VALOR==.
           05  FILLER              PIC X(26) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "REPCONSG".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-CONSIGNADO     PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-REPASSE        PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       01 WRK-ARQ-REPASSE.
           05  FILLER               PIC X(07) VALUE "REPCONS".
           05  WRK-ARQ-CREDOR       PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-EMPREGADOS-DISPONIVEL    VALUE "S".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-NO-MESTRE         PIC X(01) VALUE "N".
       77 WRK-CREDOR-ENT        PIC X(03) VALUE SPACES.
       77 WRK-CREDOR            PIC 9(03) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       77 WRK-CNT-REPASSES      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CNT-NAO-DESCONT   PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-NAO-DESCONT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DETALHE-SALVO     PIC X(80) VALUE SPACES.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           PERFORM 2000-TRATA-CONTRATO UNTIL WRK-EOF = "S"
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       PERFORM 1100-RECEBE-CREDOR
           UNTIL WRK-CREDOR-ENT NUMERIC
             AND WRK-CREDOR-ENT NOT = "000".
       MOVE WRK-CREDOR-ENT TO WRK-CREDOR.
       MOVE WRK-CREDOR     TO WRK-ARQ-CREDOR.
       PERFORM 1200-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       OPEN INPUT CONSIGNADO-FILE.
       IF WRK-FS-CONSIGNADO NOT = "00"
           DISPLAY "CADASTRO CONSIGDB AUSENTE - NENHUM "
                   "REPASSE A GERAR"
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-EMPREGADOS-OK
       END-IF.
       OPEN OUTPUT REPASSE-FILE.
       DISPLAY "REPASSE GRAVADO EM " WRK-ARQ-REPASSE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE SPACES           TO REG-REPASSE.
       MOVE "0"              TO RPS-TIPO.
       MOVE WRK-CREDOR       TO RPS-HDR-CREDOR.
       MOVE WRK-COMPETENCIA  TO RPS-HDR-COMPETENCIA.
       MOVE WRK-DATA-GERACAO TO RPS-HDR-DATA-GERACAO.
       MOVE WRK-EMPRESA      TO RPS-HDR-EMPRESA.
       WRITE REG-REPASSE.
       MOVE "REPASSE DO CONSIGNADO" TO WRK-CAB-TITULO.
       MOVE "CONTRATO      MATRIC  NOME"
         TO WRK-REL-COLUNAS.
       MOVE "PARCELA" TO WRK-REL-COLUNAS(48:7).
       MOVE "VALOR"   TO WRK-REL-COLUNAS(66:5).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "BANCO CREDOR " WRK-CREDOR
              "  COMPETENCIA " WRK-COMPETENCIA
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE ZEROS      TO CSG-MATRICULA.
       MOVE LOW-VALUES TO CSG-CONTRATO.
       START CONSIGNADO-FILE KEY IS >= CSG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-CREDOR       SECTION.
       DISPLAY "CODIGO DO BANCO CREDOR DO REPASSE (3 DIGITOS) "
       ACCEPT WRK-CREDOR-ENT.
       IF WRK-CREDOR-ENT NOT NUMERIC
          OR WRK-CREDOR-ENT = "000"
           DISPLAY "CREDOR INVALIDO - DIGITE O CODIGO DO BANCO"
       END-IF.

       1200-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DO REPASSE (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       1200-RECEBE-SAIDA.
           EXIT.

       2000-TRATA-CONTRATO      SECTION.
       READ CONSIGNADO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-TRATA-SAIDA
       END-READ.
       IF CSG-CREDOR NOT = WRK-CREDOR
           GO TO 2000-TRATA-SAIDA
       END-IF.
      *== parcela baixada pelo CONTRACH nesta competencia vai
      *== ao banco; a devida e nao descontada so e listada
       IF CSG-ULTIMA-COMPET = WRK-COMPETENCIA
          AND NOT CSG-CANCELADO
           PERFORM 2100-GRAVA-REPASSE
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF CSG-ATIVO
          AND CSG-PRIMEIRA-COMPET NOT > WRK-COMPETENCIA
          AND CSG-ULTIMA-COMPET < WRK-COMPETENCIA
           PERFORM 2200-LISTA-NAO-DESCONTADA
       END-IF.

       2000-TRATA-SAIDA.
           EXIT.

       2100-GRAVA-REPASSE       SECTION.
       PERFORM 2300-BUSCA-NOME.
       MOVE SPACES              TO REG-REPASSE.
       MOVE "1"                 TO RPS-TIPO.
       MOVE CSG-CONTRATO        TO RPS-DET-CONTRATO.
       MOVE CSG-MATRICULA       TO RPS-DET-MATRICULA.
       IF WRK-NO-MESTRE = "S"
           MOVE REG-NOME        TO RPS-DET-NOME
       ELSE
           MOVE REL-DET-NOME    TO RPS-DET-NOME
       END-IF.
       MOVE CSG-PARCELAS-PAGAS  TO RPS-DET-PARCELA.
       MOVE CSG-QTDE-PARCELAS   TO RPS-DET-QTDE-PARCELAS.
       MOVE CSG-VALOR-PARCELA   TO RPS-DET-VALOR.
       WRITE REG-REPASSE.
       ADD 1                    TO WRK-CNT-REPASSES.
       ADD CSG-VALOR-PARCELA    TO WRK-VALOR-TOTAL.
       MOVE CSG-PARCELAS-PAGAS  TO REL-DET-PARCELA.
       MOVE SPACES              TO REL-DET-OBS.
       PERFORM 2400-IMPRIME-DETALHE.

       2200-LISTA-NAO-DESCONTADA SECTION.
       PERFORM 2300-BUSCA-NOME.
       ADD 1                    TO WRK-CNT-NAO-DESCONT.
       ADD CSG-VALOR-PARCELA    TO WRK-VALOR-NAO-DESCONT.
       COMPUTE REL-DET-PARCELA = CSG-PARCELAS-PAGAS + 1.
       MOVE "NAO DESC"          TO REL-DET-OBS.
       PERFORM 2400-IMPRIME-DETALHE.

       2300-BUSCA-NOME          SECTION.
       MOVE SPACES TO REL-DET-NOME.
       MOVE "N"    TO WRK-NO-MESTRE.
       IF WRK-EMPREGADOS-DISPONIVEL
           MOVE CSG-MATRICULA TO REG-MATRICULA
           READ EMPREGADOS-FILE KEY IS REG-MATRICULA
               INVALID KEY
                   MOVE "(FORA DO MESTRE)" TO REL-DET-NOME
               NOT INVALID KEY
                   MOVE "S"      TO WRK-NO-MESTRE
                   MOVE REG-NOME TO REL-DET-NOME
           END-READ
       END-IF.

       2400-IMPRIME-DETALHE     SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           MOVE REL-DETALHE TO WRK-DETALHE-SALVO
           PERFORM 8100-CABECALHO-PADRAO
           MOVE WRK-DETALHE-SALVO TO REL-DETALHE
       END-IF.
       MOVE CSG-CONTRATO      TO REL-DET-CONTRATO.
       MOVE CSG-MATRICULA     TO REL-DET-MATRICULA.
       MOVE CSG-QTDE-PARCELAS TO REL-DET-QTDE.
       MOVE CSG-VALOR-PARCELA TO REL-DET-VALOR.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       MOVE SPACES           TO REG-REPASSE.
       MOVE "9"              TO RPS-TIPO.
       MOVE WRK-CNT-REPASSES TO RPS-TRL-QTDE.
       MOVE WRK-VALOR-TOTAL  TO RPS-TRL-VALOR-TOTAL.
       WRITE REG-REPASSE.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "PARCELAS REPASSADAS"     TO REL-TOT-ROTULO.
       MOVE WRK-CNT-REPASSES          TO REL-TOT-QTDE.
       MOVE WRK-VALOR-TOTAL           TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "PARCELAS NAO DESCONTADAS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-NAO-DESCONT       TO REL-TOT-QTDE.
       MOVE WRK-VALOR-NAO-DESCONT     TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
       DISPLAY "REPASSE AO BANCO " WRK-CREDOR " - "
               WRK-CNT-REPASSES " PARCELAS, TOTAL " WRK-TOTAL-ED.
       IF WRK-CNT-NAO-DESCONT > ZEROS
           DISPLAY "AVISO: " WRK-CNT-NAO-DESCONT
                   " PARCELAS DEVIDAS NAO DESCONTADAS NA "
                   "COMPETENCIA - VER RELREPAS"
       END-IF.
       CLOSE CONSIGNADO-FILE.
       IF WRK-EMPREGADOS-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE REPASSE-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
