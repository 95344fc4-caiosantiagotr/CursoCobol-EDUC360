       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSMES.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Recolhimento mensal do FGTS - le a
      *==            competencia fechada no historico FOLHAHST
      *==            (bruto por matricula gravado pelo
      *==            CONTRACH), calcula o deposito de 8 por
      *==            cento do empregador e gera o arquivo de
      *==            deposito para o banco (REMFGTS) com um
      *==            header por arquivo, um lote por empresa
      *==            (REG-EMPRESA/CNPJ do EMPRESDB) e trailers
      *==            com quantidade, base e valor que fecham
      *==            com a listagem RELFGTS. Cada deposito
      *==            soma no saldo por matricula FGTSSDO, que o
      *==            RESCISAO usa para a multa de 40 por cento
      *==            - a planilha montada do RELCONTR sai do
      *==            circuito.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Folha complementar (FOLHACMP) da mesma
      *==                    competencia soma no saldo junto com a
      *==                    normal, sem contar deposito a mais.
      *==   15/10/2026 CAS - Competencia ainda nao fechada pelo
      *==                    CONTRACH (COMPETDB, rotina SITCOMP) nao
      *==                    gera deposito nem soma no FGTSSDO:
      *==                    RETURN-CODE 8.
      *==   15/10/2026 CAS - Ferias + 1/3 pagas na competencia
      *==                    (FERPAGDB) entram na base do deposito
      *==                    e do saldo; fora do mestre contado no
      *==                    lote da empresa 01 que o recolhe.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT SALDO-FILE ASSIGN TO "FGTSSDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS WRK-FS-SALDO.
           SELECT DEPOSITO-FILE ASSIGN TO "REMFGTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPOSITO.
           SELECT RELATORIO-FILE ASSIGN TO "RELFGTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  SALDO-FILE
           LABEL RECORD IS STANDARD.
       COPY "fgtssdrc.cpy".

       FD  DEPOSITO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-DEPOSITO.
           05  DEP-TIPO               PIC X(01).
               88  DEP-HEADER-ARQUIVO    VALUE "0".
               88  DEP-HEADER-EMPRESA    VALUE "1".
               88  DEP-DETALHE           VALUE "2".
               88  DEP-TRAILER-EMPRESA   VALUE "8".
               88  DEP-TRAILER-ARQUIVO   VALUE "9".
           05  DEP-DADOS              PIC X(79).
       01  REG-DEPOSITO-HDR-ARQ REDEFINES REG-DEPOSITO.
           05  FILLER                 PIC X(01).
           05  DEP-HDA-COMPETENCIA    PIC 9(06).
           05  DEP-HDA-DATA-GERACAO   PIC 9(08).
           05  DEP-HDA-NOME           PIC X(30).
           05  FILLER                 PIC X(35).
       01  REG-DEPOSITO-HDR-EMP REDEFINES REG-DEPOSITO.
           05  FILLER                 PIC X(01).
           05  DEP-HDE-EMPRESA        PIC 9(02).
           05  DEP-HDE-CNPJ           PIC X(14).
           05  DEP-HDE-NOME           PIC X(30).
           05  FILLER                 PIC X(33).
       01  REG-DEPOSITO-DETALHE REDEFINES REG-DEPOSITO.
           05  FILLER                 PIC X(01).
           05  DEP-DET-EMPRESA        PIC 9(02).
           05  DEP-DET-MATRICULA      PIC 9(06).
           05  DEP-DET-NOME           PIC X(30).
           05  DEP-DET-BASE           PIC 9(11)V99.
           05  DEP-DET-VALOR          PIC 9(11)V99.
           05  FILLER                 PIC X(15).
       01  REG-DEPOSITO-TRL-EMP REDEFINES REG-DEPOSITO.
           05  FILLER                 PIC X(01).
           05  DEP-TRE-EMPRESA        PIC 9(02).
           05  DEP-TRE-QTDE           PIC 9(06).
           05  DEP-TRE-BASE           PIC 9(13)V99.
           05  DEP-TRE-VALOR          PIC 9(13)V99.
           05  FILLER                 PIC X(41).
       01  REG-DEPOSITO-TRL-ARQ REDEFINES REG-DEPOSITO.
           05  FILLER                 PIC X(01).
           05  DEP-TRA-QTDE-EMPRESAS  PIC 9(03).
           05  DEP-TRA-QTDE           PIC 9(06).
           05  DEP-TRA-BASE           PIC 9(13)V99.
           05  DEP-TRA-VALOR          PIC 9(13)V99.
           05  DEP-TRA-QTDE-REGISTROS PIC 9(07).
           05  FILLER                 PIC X(33).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-EMPRESA.
           05  FILLER              PIC X(08) VALUE "EMPRESA ".
           05  REL-EMP-CODIGO      PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-EMP-NOME        PIC X(30).
           05  FILLER              PIC X(07) VALUE "  CNPJ ".
           05  REL-EMP-CNPJ        PIC X(14).
           05  FILLER              PIC X(17) VALUE SPACES.
       01  REL-DETALHE.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-NOME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-BASE==.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-VALOR==.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-MARCA       PIC X(05).
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(12).
           05  FILLER              PIC X(04) VALUE "QTD ".
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-BASE==.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-VALOR==.
           05  FILLER              PIC X(06) VALUE SPACES.

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "FGTSMES".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-SALDO          PIC X(02) VALUE "00".
       77 WRK-FS-DEPOSITO       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-EMPREGADOS-DISPONIVEL    VALUE "S".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
          88 WRK-FERPAG-DISPONIVEL        VALUE "S".
       77 WRK-EOF-FERPAG        PIC X(01) VALUE "N".
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-EOF-EMPRESAS      PIC X(01) VALUE "N".
       77 WRK-PERC-FGTS         PIC 9(02)V99 VALUE 8,00.
       77 WRK-NOME-FUNC         PIC X(30) VALUE SPACES.
       77 WRK-VALOR-DEPOSITO    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BASE-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BASE-FERIAS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MATR-FERIAS       PIC 9(06) VALUE ZEROS.
       77 WRK-FORA-MESTRE       PIC X(01) VALUE "N".
       77 WRK-JA-NO-SALDO       PIC X(01) VALUE "N".
          88 WRK-SALDO-JA-SOMADO          VALUE "S".
       77 WRK-EMP-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-EMP-IDX           PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-EMPRESAS.
          05 WRK-TAB-EMP OCCURS 99 TIMES.
             10 WRK-TEM-CODIGO    PIC 9(02).
             10 WRK-TEM-CNPJ      PIC X(14).
             10 WRK-TEM-NOME      PIC X(30).
       77 WRK-LOTE-QTDE         PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-BASE         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LOTE-VALOR        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CNT-LOTES         PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-DEPOSITOS     PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-REGISTROS     PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-JA-NO-SALDO   PIC 9(06) VALUE ZEROS.
       77 WRK-MATR-SOMADA       PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-FORA-MESTRE   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BASE          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR         PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-PROCESSA-EMPRESA
           VARYING WRK-EMP-IDX FROM 1 BY 1
           UNTIL WRK-EMP-IDX > WRK-EMP-QTDE.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8 TO RETURN-CODE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           PERFORM 1100-RECEBE-COMPETENCIA
               UNTIL WRK-COMPETENCIA-OK = "S"
           PERFORM 1050-RECEBE-EMPRESA
               UNTIL WRK-EMPRESA-ENT NUMERIC
           MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL
       END-IF.
      *== deposito e saldo FGTSSDO so sobre a folha fechada:
      *== competencia aberta ainda pode ser recalculada
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO NOT = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " AINDA ABERTA - RECOLHA APOS O FECHAMENTO"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-EMPREGADOS-OK
       ELSE
           DISPLAY "AVISO: MESTRE EMPREGDB INDISPONIVEL - TODA "
                   "A FOLHA VAI PARA A EMPRESA 01"
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "00"
           MOVE "S" TO WRK-HISTORICO-OK
       ELSE
           DISPLAY "HISTORICO FOLHAHST AUSENTE - NENHUMA "
                   "FOLHA FECHADA A RECOLHER"
       END-IF.
      *== ferias sao pagas antes do gozo e saem do bruto da
      *== folha; o que o FERIASPG pagou na competencia vem
      *== do FERPAGDB
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       ELSE
           DISPLAY "AVISO: FERPAGDB INDISPONIVEL - FERIAS PAGAS "
                   "FORA DA BASE DO FGTS"
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       OPEN I-O SALDO-FILE.
       IF WRK-FS-SALDO = "35"
           OPEN OUTPUT SALDO-FILE
           CLOSE SALDO-FILE
           OPEN I-O SALDO-FILE
       END-IF.
       PERFORM 1200-MONTA-EMPRESAS.
       IF NOT WRK-HISTORICO-DISPONIVEL
           MOVE ZEROS TO WRK-EMP-QTDE
       END-IF.
       OPEN OUTPUT DEPOSITO-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE SPACES           TO REG-DEPOSITO.
       MOVE "0"              TO DEP-TIPO.
       MOVE WRK-COMPETENCIA  TO DEP-HDA-COMPETENCIA.
       MOVE WRK-DATA-GERACAO TO DEP-HDA-DATA-GERACAO.
       MOVE WRK-EMPRESA      TO DEP-HDA-NOME.
       WRITE REG-DEPOSITO.
       ADD 1 TO WRK-CNT-REGISTROS.
       MOVE "RECOLHIMENTO MENSAL DO FGTS" TO WRK-CAB-TITULO.
       MOVE "MATRIC  NOME"  TO WRK-REL-COLUNAS.
       MOVE "BASE FGTS"     TO WRK-REL-COLUNAS(48:9).
       MOVE "DEPOSITO 8%"   TO WRK-REL-COLUNAS(64:11).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA
              "  EMPRESA " WRK-EMPRESA-SEL
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH, o mesmo da cadeia do
      *== fechamento: competencia (zero = a do mes corrente)
      *== e empresa vem dele e nenhum prompt e feito;
      *== presente mas ilegivel, o job cai com RC 8
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1010-LE-PARAM-SAIDA
       END-IF.
       MOVE "S" TO WRK-MODO-CARTAO.
       READ PARAMETRO-FILE
           AT END
               DISPLAY "CARTAO PARMFOLH VAZIO - JOB ABANDONADO"
               MOVE "S" TO WRK-CARTAO-INVALIDO
           NOT AT END
               IF PRM-COMPETENCIA NOT NUMERIC
                  OR PRM-EMPRESA NOT NUMERIC
                   DISPLAY "CARTAO PARMFOLH COM CAMPO NAO "
                           "NUMERICO - JOB ABANDONADO"
                   MOVE "S" TO WRK-CARTAO-INVALIDO
               ELSE
                   IF PRM-COMPETENCIA = ZEROS
                       MOVE WRK-DATA-GERACAO-X(1:6)
                         TO WRK-COMPETENCIA-ENT
                       MOVE WRK-COMPETENCIA-ENT
                         TO WRK-COMPETENCIA
                   ELSE
                       MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                   END-IF
                   MOVE PRM-EMPRESA TO WRK-EMPRESA-SEL
                   DISPLAY "PARAMETROS DO CARTAO - COMPETENCIA "
                           WRK-COMPETENCIA " EMPRESA "
                           WRK-EMPRESA-SEL
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.

       1010-LE-PARAM-SAIDA.
           EXIT.

       1050-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA DO RECOLHIMENTO (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA FECHADA A RECOLHER (AAAAMM) "
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

       1200-MONTA-EMPRESAS      SECTION.
      *== um lote por empresa: a escolhida, ou todas as do
      *== EMPRESDB quando 00; sem o cadastro, a empresa 01
      *== (legado de um CNPJ so) recebe a folha inteira
       MOVE ZEROS TO WRK-EMP-QTDE.
       IF WRK-EMPRESA-SEL NOT = ZEROS
           ADD 1 TO WRK-EMP-QTDE
           MOVE WRK-EMPRESA-SEL TO WRK-TEM-CODIGO(1)
           MOVE SPACES          TO WRK-TEM-CNPJ(1)
           MOVE WRK-EMPRESA     TO WRK-TEM-NOME(1)
           IF WRK-EMPRESAS-DISPONIVEL
               MOVE WRK-EMPRESA-SEL TO EMP-CODIGO
               READ EMPRESAS-FILE KEY IS EMP-CODIGO
                   INVALID KEY
                       DISPLAY "EMPRESA " WRK-EMPRESA-SEL
                               " NAO CADASTRADA - LOTE SEM CNPJ"
                   NOT INVALID KEY
                       MOVE EMP-CNPJ TO WRK-TEM-CNPJ(1)
                       MOVE EMP-NOME TO WRK-TEM-NOME(1)
               END-READ
           END-IF
           GO TO 1200-MONTA-SAIDA
       END-IF.
       IF NOT WRK-EMPRESAS-DISPONIVEL
           DISPLAY "AVISO: CADASTRO EMPRESDB INDISPONIVEL - "
                   "RECOLHIMENTO SO DA EMPRESA 01"
           ADD 1 TO WRK-EMP-QTDE
           MOVE 1           TO WRK-TEM-CODIGO(1)
           MOVE SPACES      TO WRK-TEM-CNPJ(1)
           MOVE WRK-EMPRESA TO WRK-TEM-NOME(1)
           GO TO 1200-MONTA-SAIDA
       END-IF.
       MOVE "N"   TO WRK-EOF-EMPRESAS.
       MOVE ZEROS TO EMP-CODIGO.
       START EMPRESAS-FILE KEY IS >= EMP-CODIGO
           INVALID KEY
               MOVE "S" TO WRK-EOF-EMPRESAS
       END-START.
       PERFORM 1210-LE-EMPRESA UNTIL WRK-EOF-EMPRESAS = "S".

       1200-MONTA-SAIDA.
           EXIT.

       1210-LE-EMPRESA          SECTION.
       READ EMPRESAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-EMPRESAS
           NOT AT END
               IF WRK-EMP-QTDE < 99
                   ADD 1 TO WRK-EMP-QTDE
                   MOVE EMP-CODIGO TO WRK-TEM-CODIGO(WRK-EMP-QTDE)
                   MOVE EMP-CNPJ   TO WRK-TEM-CNPJ(WRK-EMP-QTDE)
                   MOVE EMP-NOME   TO WRK-TEM-NOME(WRK-EMP-QTDE)
               END-IF
       END-READ.

       2000-PROCESSA-EMPRESA    SECTION.
      *== uma passada no FOLHAHST por lote de empresa; o
      *== historico nao guarda a empresa, que vem do mestre
       MOVE ZEROS TO WRK-LOTE-QTDE WRK-LOTE-BASE WRK-LOTE-VALOR
                     WRK-MATR-FERIAS.
       MOVE SPACES TO REG-DEPOSITO.
       MOVE "1"    TO DEP-TIPO.
       MOVE WRK-TEM-CODIGO(WRK-EMP-IDX) TO DEP-HDE-EMPRESA.
       MOVE WRK-TEM-CNPJ(WRK-EMP-IDX)   TO DEP-HDE-CNPJ.
       MOVE WRK-TEM-NOME(WRK-EMP-IDX)   TO DEP-HDE-NOME.
       WRITE REG-DEPOSITO.
       ADD 1 TO WRK-CNT-REGISTROS.
       ADD 1 TO WRK-CNT-LOTES.
       IF WRK-REL-LINHAS-PAGINA + 3 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-TEM-CODIGO(WRK-EMP-IDX) TO REL-EMP-CODIGO.
       MOVE WRK-TEM-NOME(WRK-EMP-IDX)   TO REL-EMP-NOME.
       MOVE WRK-TEM-CNPJ(WRK-EMP-IDX)   TO REL-EMP-CNPJ.
       WRITE REL-LINHA FROM REL-EMPRESA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE "N"   TO WRK-EOF-HISTORICO.
       MOVE ZEROS TO FHS-CHAVE.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-HISTORICO
       END-START.
       PERFORM 2100-LE-HISTORICO UNTIL WRK-EOF-HISTORICO = "S".
       PERFORM 2500-TRAILER-EMPRESA.

       2100-LE-HISTORICO        SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
           NOT AT END
               IF FHS-COMPETENCIA = WRK-COMPETENCIA
                   PERFORM 2200-CASA-FUNCIONARIO
                   IF WRK-EMPRESA-REG =
                      WRK-TEM-CODIGO(WRK-EMP-IDX)
                       IF WRK-FORA-MESTRE = "S"
                           ADD 1 TO WRK-CNT-FORA-MESTRE
                       END-IF
                       PERFORM 2300-GRAVA-DEPOSITO
                   END-IF
               END-IF
       END-READ.

       2200-CASA-FUNCIONARIO    SECTION.
      *== empresa e nome vem do mestre; matricula que saiu
      *== do mestre (arquivada) recolhe pela empresa 01
       MOVE 1      TO WRK-EMPRESA-REG.
       MOVE SPACES TO WRK-NOME-FUNC.
       MOVE "N"    TO WRK-FORA-MESTRE.
       IF NOT WRK-EMPREGADOS-DISPONIVEL
           GO TO 2200-CASA-SAIDA
       END-IF.
       MOVE FHS-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               MOVE "(FORA DO MESTRE)" TO WRK-NOME-FUNC
               MOVE "S"                TO WRK-FORA-MESTRE
           NOT INVALID KEY
               MOVE REG-NOME TO WRK-NOME-FUNC
               PERFORM 0150-CASA-EMPRESA
       END-READ.

       2200-CASA-SAIDA.
           EXIT.

       0150-CASA-EMPRESA        SECTION.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.

       2300-GRAVA-DEPOSITO      SECTION.
       PERFORM 2350-SOMA-FERIAS.
       COMPUTE WRK-VALOR-DEPOSITO ROUNDED =
               WRK-BASE-FGTS * WRK-PERC-FGTS / 100.
       MOVE SPACES             TO REG-DEPOSITO.
       MOVE "2"                TO DEP-TIPO.
       MOVE WRK-EMPRESA-REG    TO DEP-DET-EMPRESA.
       MOVE FHS-MATRICULA      TO DEP-DET-MATRICULA.
       MOVE WRK-NOME-FUNC      TO DEP-DET-NOME.
       MOVE WRK-BASE-FGTS      TO DEP-DET-BASE.
       MOVE WRK-VALOR-DEPOSITO TO DEP-DET-VALOR.
       WRITE REG-DEPOSITO.
       ADD 1                   TO WRK-CNT-REGISTROS.
       ADD 1                   TO WRK-LOTE-QTDE.
       ADD WRK-BASE-FGTS       TO WRK-LOTE-BASE.
       ADD WRK-VALOR-DEPOSITO  TO WRK-LOTE-VALOR.
       PERFORM 2400-ATUALIZA-SALDO.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE FHS-MATRICULA      TO REL-DET-MATRICULA.
       MOVE WRK-NOME-FUNC      TO REL-DET-NOME.
       MOVE WRK-BASE-FGTS      TO REL-DET-BASE.
       MOVE WRK-VALOR-DEPOSITO TO REL-DET-VALOR.
       IF WRK-SALDO-JA-SOMADO
           MOVE "*SDO" TO REL-DET-MARCA
       ELSE
           MOVE SPACES TO REL-DET-MARCA
       END-IF.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       2350-SOMA-FERIAS         SECTION.
      *== ferias + 1/3 pagas na competencia somam uma vez por
      *== matricula: a complementar do mes nao repete
       MOVE FHS-BRUTO TO WRK-BASE-FGTS.
       MOVE ZEROS     TO WRK-BASE-FERIAS.
       IF NOT WRK-FERPAG-DISPONIVEL
          OR FHS-MATRICULA = WRK-MATR-FERIAS
           GO TO 2350-SOMA-SAIDA
       END-IF.
       MOVE FHS-MATRICULA TO WRK-MATR-FERIAS.
       MOVE FHS-MATRICULA TO FPG-MATRICULA.
       MOVE ZEROS         TO FPG-INICIO-GOZO.
       MOVE "N"           TO WRK-EOF-FERPAG.
       START FERPAG-FILE KEY IS >= FPG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERPAG
       END-START.
       PERFORM 2360-LE-FERIAS-PAGAS UNTIL WRK-EOF-FERPAG = "S".
       ADD WRK-BASE-FERIAS TO WRK-BASE-FGTS.

       2350-SOMA-SAIDA.
           EXIT.

       2360-LE-FERIAS-PAGAS     SECTION.
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERPAG
           NOT AT END
               IF FPG-MATRICULA NOT = FHS-MATRICULA
                   MOVE "S" TO WRK-EOF-FERPAG
               ELSE
                   IF FPG-COMPETENCIA = WRK-COMPETENCIA
                       ADD FPG-VALOR-FERIAS FPG-VALOR-TERCO
                           TO WRK-BASE-FERIAS
                   END-IF
               END-IF
       END-READ.

       2400-ATUALIZA-SALDO      SECTION.
      *== o saldo so soma uma vez por competencia: a
      *== regeracao do arquivo do mesmo mes (ou de um mes
      *== anterior ao ultimo depositado) nao dobra a base
       MOVE "N"           TO WRK-JA-NO-SALDO.
       MOVE FHS-MATRICULA TO FGS-MATRICULA.
       READ SALDO-FILE KEY IS FGS-MATRICULA
           INVALID KEY
               MOVE SPACES             TO REG-FGTS-SALDO
               MOVE FHS-MATRICULA      TO FGS-MATRICULA
               MOVE WRK-EMPRESA-REG    TO FGS-EMPRESA
               MOVE WRK-BASE-FGTS      TO FGS-BASE-ACUMULADA
               MOVE WRK-VALOR-DEPOSITO TO FGS-SALDO-DEPOSITADO
               MOVE 1                  TO FGS-QTDE-DEPOSITOS
               MOVE WRK-COMPETENCIA    TO FGS-PRIMEIRA-COMPET
               MOVE WRK-COMPETENCIA    TO FGS-ULTIMA-COMPET
               MOVE WRK-VALOR-DEPOSITO TO FGS-ULTIMO-DEPOSITO
               MOVE WRK-DATA-HORA      TO FGS-DATA-HORA
               WRITE REG-FGTS-SALDO
                   INVALID KEY
                       DISPLAY "AVISO: SALDO FGTS DA MATRICULA "
                               FHS-MATRICULA " NAO GRAVADO - FS "
                               WRK-FS-SALDO
               END-WRITE
           NOT INVALID KEY
               IF FGS-ULTIMA-COMPET >= WRK-COMPETENCIA
                  AND FHS-MATRICULA NOT = WRK-MATR-SOMADA
                   MOVE "S" TO WRK-JA-NO-SALDO
                   ADD 1    TO WRK-CNT-JA-NO-SALDO
               ELSE
                   MOVE WRK-EMPRESA-REG TO FGS-EMPRESA
                   ADD WRK-BASE-FGTS      TO FGS-BASE-ACUMULADA
                   ADD WRK-VALOR-DEPOSITO TO FGS-SALDO-DEPOSITADO
      *==          complementar da competencia que acabou de
      *==          somar: mesmo deposito do mes
                   IF FHS-MATRICULA = WRK-MATR-SOMADA
                       ADD WRK-VALOR-DEPOSITO TO FGS-ULTIMO-DEPOSITO
                   ELSE
                       ADD 1                  TO FGS-QTDE-DEPOSITOS
                       MOVE WRK-VALOR-DEPOSITO
                                          TO FGS-ULTIMO-DEPOSITO
                   END-IF
                   MOVE WRK-COMPETENCIA    TO FGS-ULTIMA-COMPET
                   MOVE WRK-DATA-HORA      TO FGS-DATA-HORA
                   REWRITE REG-FGTS-SALDO
                       INVALID KEY
                           DISPLAY "AVISO: SALDO FGTS DA "
                                   "MATRICULA " FHS-MATRICULA
                                   " NAO ATUALIZADO - FS "
                                   WRK-FS-SALDO
                   END-REWRITE
               END-IF
       END-READ.
       IF NOT WRK-SALDO-JA-SOMADO
           MOVE FHS-MATRICULA TO WRK-MATR-SOMADA
       END-IF.

       2500-TRAILER-EMPRESA     SECTION.
       MOVE SPACES         TO REG-DEPOSITO.
       MOVE "8"            TO DEP-TIPO.
       MOVE WRK-TEM-CODIGO(WRK-EMP-IDX) TO DEP-TRE-EMPRESA.
       MOVE WRK-LOTE-QTDE  TO DEP-TRE-QTDE.
       MOVE WRK-LOTE-BASE  TO DEP-TRE-BASE.
       MOVE WRK-LOTE-VALOR TO DEP-TRE-VALOR.
       WRITE REG-DEPOSITO.
       ADD 1 TO WRK-CNT-REGISTROS.
       ADD WRK-LOTE-QTDE   TO WRK-CNT-DEPOSITOS.
       ADD WRK-LOTE-BASE   TO WRK-TOT-BASE.
       ADD WRK-LOTE-VALOR  TO WRK-TOT-VALOR.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "TOTAL EMPR  " TO REL-TOT-ROTULO.
       MOVE WRK-LOTE-QTDE  TO REL-TOT-QTDE.
       MOVE WRK-LOTE-BASE  TO REL-TOT-BASE.
       MOVE WRK-LOTE-VALOR TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
      *== cartao invalido abortou antes de qualquer OPEN:
      *== sem trailer e sem mensagem de recolhimento
       IF WRK-CARTAO-INVALIDO = "S"
           DISPLAY "FGTSMES ABANDONADO PELO CARTAO PARMFOLH - "
                   "NENHUM DEPOSITO GERADO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-ABANDONA = "S"
           DISPLAY "FGTSMES ABANDONADO - NENHUM DEPOSITO GERADO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       ADD 1 TO WRK-CNT-REGISTROS.
       MOVE SPACES            TO REG-DEPOSITO.
       MOVE "9"               TO DEP-TIPO.
       MOVE WRK-CNT-LOTES     TO DEP-TRA-QTDE-EMPRESAS.
       MOVE WRK-CNT-DEPOSITOS TO DEP-TRA-QTDE.
       MOVE WRK-TOT-BASE      TO DEP-TRA-BASE.
       MOVE WRK-TOT-VALOR     TO DEP-TRA-VALOR.
       MOVE WRK-CNT-REGISTROS TO DEP-TRA-QTDE-REGISTROS.
       WRITE REG-DEPOSITO.
       IF WRK-REL-LINHAS-PAGINA + 4 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "TOTAL GERAL " TO REL-TOT-ROTULO.
       MOVE WRK-CNT-DEPOSITOS TO REL-TOT-QTDE.
       MOVE WRK-TOT-BASE      TO REL-TOT-BASE.
       MOVE WRK-TOT-VALOR     TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.
       IF WRK-CNT-JA-NO-SALDO > ZEROS
           MOVE SPACES TO REL-LINHA
           STRING "*SDO = COMPETENCIA JA SOMADA NO SALDO FGTSSDO "
                  "- SALDO NAO ALTERADO (" WRK-CNT-JA-NO-SALDO ")"
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       IF WRK-CNT-FORA-MESTRE > ZEROS
           DISPLAY "AVISO: " WRK-CNT-FORA-MESTRE
                   " MATRICULAS DO HISTORICO FORA DO MESTRE - "
                   "RECOLHIDAS PELA EMPRESA 01"
       END-IF.
       MOVE WRK-TOT-VALOR TO WRK-TOTAL-ED.
       DISPLAY "FGTS DA COMPETENCIA " WRK-COMPETENCIA " - "
               WRK-CNT-DEPOSITOS " DEPOSITOS, TOTAL "
               WRK-TOTAL-ED.
       IF WRK-EMPREGADOS-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-HISTORICO-DISPONIVEL
           CLOSE HISTORICO-FILE
       END-IF.
       IF WRK-FERPAG-DISPONIVEL
           CLOSE FERPAG-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       CLOSE SALDO-FILE.
       CLOSE DEPOSITO-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
