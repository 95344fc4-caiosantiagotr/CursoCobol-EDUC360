       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFMES.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Processamento mensal dos beneficios - le
      *==            a adesao (BENEFDB, mantida pelo CADBENEF)
      *==            dos funcionarios ativos e, para a
      *==            competencia informada:
      *==            - conta os dias uteis do mes pela rotina
      *==              comum DIAUTIL (fim de semana e feriados
      *==              do CALENDDB);
      *==            - vale-transporte: compra = tarifa diaria
      *==              vezes dias uteis; parte do funcionario
      *==              = a compra, travada em 6 por cento do
      *==              salario;
      *==            - vale-refeicao: compra = valor diario
      *==              vezes dias uteis; parte do funcionario
      *==              pelo percentual da adesao;
      *==            - plano de saude: mensalidade do titular
      *==              mais a de cada dependente ativo do
      *==              DEPENDDB (rotina CONTADEP); parte do
      *==              funcionario pelo percentual da adesao.
      *==            Gera o pedido PEDBENEF, um bloco por
      *==            fornecedor e beneficio (header, um
      *==            detalhe por funcionario, trailer com
      *==            quantidade e valor), e o MOVBENEF no
      *==            layout do MOVFOLHA (verbas VT, VR e PS)
      *==            que a rotina APLICMOV leva ao CONTRACH e
      *==            ao REMEBANC. Listagem RELBENEF por
      *==            fornecedor. Competencia do cartao
      *==            PARMFOLH quando presente (zero = mes
      *==            corrente); o pedido e sempre de todas as
      *==            empresas.
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
           SELECT BENEFICIO-FILE ASSIGN TO "BENEFDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-MATRICULA
               FILE STATUS IS WRK-FS-BENEFICIO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT TRABALHO-FILE ASSIGN TO "BENEFPED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDT-CHAVE
               FILE STATUS IS WRK-FS-TRABALHO.
           SELECT PEDIDO-FILE ASSIGN TO "PEDBENEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVBENEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT RELATORIO-FILE ASSIGN TO "RELBENEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "benefrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PEDIDO-TRAB.
           05  PDT-CHAVE.
               10  PDT-FORNECEDOR     PIC 9(03).
               10  PDT-BENEFICIO      PIC X(02).
               10  PDT-MATRICULA      PIC 9(06).
           05  PDT-NOME               PIC X(30).
           05  PDT-QTDE               PIC 9(03).
           05  PDT-VALOR-COMPRA       PIC 9(07)V99.
           05  PDT-VALOR-FUNC         PIC 9(07)V99.
           05  PDT-PLANO              PIC X(10).

       FD  PEDIDO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PEDIDO.
           05  PED-TIPO               PIC X(01).
               88  PED-HEADER            VALUE "0".
               88  PED-DETALHE           VALUE "1".
               88  PED-TRAILER           VALUE "9".
           05  PED-DADOS              PIC X(79).
       01  REG-PEDIDO-HEADER REDEFINES REG-PEDIDO.
           05  FILLER                 PIC X(01).
           05  PED-HDR-FORNECEDOR     PIC 9(03).
           05  PED-HDR-BENEFICIO      PIC X(02).
           05  PED-HDR-COMPETENCIA    PIC 9(06).
           05  PED-HDR-DATA-GERACAO   PIC 9(08).
           05  PED-HDR-DIAS-UTEIS     PIC 9(02).
           05  PED-HDR-EMPRESA        PIC X(30).
           05  FILLER                 PIC X(28).
       01  REG-PEDIDO-DETALHE REDEFINES REG-PEDIDO.
           05  FILLER                 PIC X(01).
           05  PED-DET-MATRICULA      PIC 9(06).
           05  PED-DET-NOME           PIC X(30).
           05  PED-DET-QTDE           PIC 9(03).
           05  PED-DET-VALOR          PIC 9(07)V99.
           05  PED-DET-PLANO          PIC X(10).
           05  FILLER                 PIC X(21).
       01  REG-PEDIDO-TRAILER REDEFINES REG-PEDIDO.
           05  FILLER                 PIC X(01).
           05  PED-TRL-QTDE           PIC 9(06).
           05  PED-TRL-VALOR-TOTAL    PIC 9(11)V99.
           05  FILLER                 PIC X(60).

       FD  MOVIMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "movfolrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-FORNECEDOR  PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-BENEFICIO   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-NOME        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-QTDE        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-COMPRA==.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-FUNC==.
           05  FILLER              PIC X(07) VALUE SPACES.
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(30).
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-COMPRA==.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-FUNC==.
           05  FILLER              PIC X(08) VALUE SPACES.

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "BENEFMES".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-BENEFICIO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-TRABALHO       PIC X(02) VALUE "00".
       77 WRK-FS-PEDIDO         PIC X(02) VALUE "00".
       77 WRK-FS-MOVIMENTO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-TRABALHO      PIC X(01) VALUE "N".
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       01 WRK-DATA-TESTE        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-TESTE-RD REDEFINES WRK-DATA-TESTE.
           05  WRK-DTT-ANO          PIC 9(04).
           05  WRK-DTT-MES          PIC 9(02).
           05  WRK-DTT-DIA          PIC 9(02).
       77 WRK-DIA               PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-UTEIS        PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE         PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-4           PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-100         PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-400         PIC 9(03) VALUE ZEROS.
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-DEP-QTDE          PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-TETO-VT      PIC 9(02)V99 VALUE 6,00.
       77 WRK-TETO-VT           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-COMPRA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-FUNC        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QUEBRA-FORNECEDOR PIC 9(03) VALUE ZEROS.
       77 WRK-QUEBRA-BENEFICIO  PIC X(02) VALUE SPACES.
       77 WRK-BLOCO-ABERTO      PIC X(01) VALUE "N".
       77 WRK-BLOCO-QTDE        PIC 9(06) VALUE ZEROS.
       77 WRK-BLOCO-COMPRA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BLOCO-FUNC        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CNT-ADESOES       PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-IGNORADAS     PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-PEDIDOS       PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-BLOCOS        PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-MOVIMENTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-TETO-VT       PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-MOVIMENTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-COMPRA        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FUNC          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DETALHE-SALVO     PIC X(80) VALUE SPACES.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           PERFORM 2000-TRATA-ADESAO UNTIL WRK-EOF = "S"
           PERFORM 3000-EMITE-PEDIDOS
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           PERFORM 1100-RECEBE-COMPETENCIA
               UNTIL WRK-COMPETENCIA-OK = "S"
       END-IF.
       OPEN INPUT BENEFICIO-FILE.
       IF WRK-FS-BENEFICIO NOT = "00"
           DISPLAY "CADASTRO BENEFDB AUSENTE - NENHUM "
                   "BENEFICIO A PROCESSAR"
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "ARQUIVO MESTRE EMPREGDB INDISPONIVEL - "
                   "BENEFICIOS NAO PROCESSADOS"
           CLOSE BENEFICIO-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1300-CONTA-DIAS-UTEIS.
       OPEN OUTPUT TRABALHO-FILE.
       OPEN OUTPUT MOVIMENTO-FILE.
       MOVE SPACES          TO REG-MOVFOLHA.
       MOVE "H"             TO MVF-TIPO.
       MOVE WRK-COMPETENCIA TO MVF-HDR-COMPETENCIA.
       MOVE "BENEFMES"      TO MVF-HDR-FONTE.
       WRITE REG-MOVFOLHA.
       MOVE ZEROS           TO BNF-MATRICULA.
       START BENEFICIO-FILE KEY IS >= BNF-MATRICULA
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH, o mesmo da cadeia do
      *== fechamento: so a competencia vale aqui (zero = a
      *== do mes corrente); presente mas ilegivel, o job cai
      *== com RC 8
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
                   DISPLAY "PARAMETROS DO CARTAO - COMPETENCIA "
                           WRK-COMPETENCIA
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.

       1010-LE-PARAM-SAIDA.
           EXIT.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DOS BENEFICIOS (AAAAMM) "
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

       1300-CONTA-DIAS-UTEIS    SECTION.
      *== dias do mes pela regra do ano bissexto; cada dia
      *== passa pela rotina DIAUTIL (fim de semana e feriado)
       MOVE 31 TO WRK-DIAS-MES.
       IF WRK-CMP-MES = 4 OR WRK-CMP-MES = 6
          OR WRK-CMP-MES = 9 OR WRK-CMP-MES = 11
           MOVE 30 TO WRK-DIAS-MES
       END-IF.
       IF WRK-CMP-MES = 2
           DIVIDE WRK-CMP-ANO BY 4   GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO-4
           DIVIDE WRK-CMP-ANO BY 100 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO-100
           DIVIDE WRK-CMP-ANO BY 400 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO-400
           MOVE 28 TO WRK-DIAS-MES
           IF WRK-RESTO-4 = ZEROS
              AND (WRK-RESTO-100 NOT = ZEROS
                   OR WRK-RESTO-400 = ZEROS)
               MOVE 29 TO WRK-DIAS-MES
           END-IF
       END-IF.
       MOVE ZEROS           TO WRK-DIAS-UTEIS.
       MOVE WRK-CMP-ANO     TO WRK-DTT-ANO.
       MOVE WRK-CMP-MES     TO WRK-DTT-MES.
       PERFORM 1310-TESTA-DIA
           VARYING WRK-DIA FROM 1 BY 1
           UNTIL WRK-DIA > WRK-DIAS-MES.
       DISPLAY "COMPETENCIA " WRK-COMPETENCIA " - "
               WRK-DIAS-UTEIS " DIAS UTEIS".

       1310-TESTA-DIA           SECTION.
       MOVE WRK-DIA         TO WRK-DTT-DIA.
       MOVE "V"             TO WRK-DUT-FUNCAO.
       MOVE WRK-DATA-TESTE  TO WRK-DUT-DATA.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO = "S"
           ADD 1 TO WRK-DIAS-UTEIS
       END-IF.

       2000-TRATA-ADESAO        SECTION.
       READ BENEFICIO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-TRATA-SAIDA
       END-READ.
       ADD 1 TO WRK-CNT-ADESOES.
       MOVE BNF-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "AVISO: ADESAO DA MATRICULA " BNF-MATRICULA
                       " FORA DO MESTRE - IGNORADA"
               ADD 1 TO WRK-CNT-IGNORADAS
               GO TO 2000-TRATA-SAIDA
       END-READ.
       IF REG-DESLIGADO
           ADD 1 TO WRK-CNT-IGNORADAS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF BNF-VT-OPTANTE
           PERFORM 2100-VALE-TRANSPORTE
       END-IF.
       IF BNF-VR-OPTANTE
           PERFORM 2200-VALE-REFEICAO
       END-IF.
       IF BNF-PS-OPTANTE
           PERFORM 2300-PLANO-SAUDE
       END-IF.

       2000-TRATA-SAIDA.
           EXIT.

       2100-VALE-TRANSPORTE     SECTION.
      *== a empresa compra o mes inteiro; o funcionario
      *== paga ate 6 por cento do salario, o resto e custo
      *== da empresa
       COMPUTE WRK-VALOR-COMPRA =
               BNF-VT-TARIFA-DIA * WRK-DIAS-UTEIS.
       COMPUTE WRK-TETO-VT ROUNDED =
               REG-SALARIO * WRK-PERC-TETO-VT / 100.
       MOVE WRK-VALOR-COMPRA TO WRK-VALOR-FUNC.
       IF WRK-VALOR-FUNC > WRK-TETO-VT
           MOVE WRK-TETO-VT TO WRK-VALOR-FUNC
           ADD 1 TO WRK-CNT-TETO-VT
       END-IF.
       MOVE SPACES            TO REG-PEDIDO-TRAB.
       MOVE BNF-VT-FORNECEDOR TO PDT-FORNECEDOR.
       MOVE "VT"              TO PDT-BENEFICIO.
       MOVE WRK-DIAS-UTEIS    TO PDT-QTDE.
       PERFORM 2500-GRAVA-PEDIDO.

       2200-VALE-REFEICAO       SECTION.
       COMPUTE WRK-VALOR-COMPRA =
               BNF-VR-VALOR-DIA * WRK-DIAS-UTEIS.
       COMPUTE WRK-VALOR-FUNC ROUNDED =
               WRK-VALOR-COMPRA * BNF-VR-PERC-FUNC / 100.
       MOVE SPACES            TO REG-PEDIDO-TRAB.
       MOVE BNF-VR-FORNECEDOR TO PDT-FORNECEDOR.
       MOVE "VR"              TO PDT-BENEFICIO.
       MOVE WRK-DIAS-UTEIS    TO PDT-QTDE.
       PERFORM 2500-GRAVA-PEDIDO.

       2300-PLANO-SAUDE         SECTION.
      *== titular mais os dependentes ativos do DEPENDDB;
      *== a quantidade do pedido e a de vidas
       CALL "CONTADEP" USING BY REFERENCE
                             REG-MATRICULA
                             WRK-DEP-QTDE.
       COMPUTE WRK-VALOR-COMPRA =
               BNF-PS-VALOR-TITULAR
               + BNF-PS-VALOR-DEPEND * WRK-DEP-QTDE.
       COMPUTE WRK-VALOR-FUNC ROUNDED =
               WRK-VALOR-COMPRA * BNF-PS-PERC-FUNC / 100.
       MOVE SPACES            TO REG-PEDIDO-TRAB.
       MOVE BNF-PS-FORNECEDOR TO PDT-FORNECEDOR.
       MOVE "PS"              TO PDT-BENEFICIO.
       COMPUTE PDT-QTDE = WRK-DEP-QTDE + 1.
       MOVE BNF-PS-PLANO      TO PDT-PLANO.
       PERFORM 2500-GRAVA-PEDIDO.

       2500-GRAVA-PEDIDO        SECTION.
       MOVE REG-MATRICULA     TO PDT-MATRICULA.
       MOVE REG-NOME          TO PDT-NOME.
       MOVE WRK-VALOR-COMPRA  TO PDT-VALOR-COMPRA.
       MOVE WRK-VALOR-FUNC    TO PDT-VALOR-FUNC.
       WRITE REG-PEDIDO-TRAB
           INVALID KEY
               DISPLAY "ERRO NO PEDIDO DA MATRICULA "
                       PDT-MATRICULA " BENEFICIO " PDT-BENEFICIO
                       " - FS " WRK-FS-TRABALHO
       END-WRITE.
       IF WRK-VALOR-FUNC > ZEROS
           MOVE SPACES           TO REG-MOVFOLHA
           MOVE "D"              TO MVF-TIPO
           MOVE REG-MATRICULA    TO MVF-MATRICULA
           MOVE PDT-BENEFICIO    TO MVF-VERBA
           MOVE ZEROS            TO MVF-QTDE
           MOVE WRK-VALOR-FUNC   TO MVF-VALOR
           WRITE REG-MOVFOLHA
           ADD 1                 TO WRK-CNT-MOVIMENTOS
           ADD WRK-VALOR-FUNC    TO WRK-HASH-MOVIMENTO
       END-IF.

       3000-EMITE-PEDIDOS       SECTION.
      *== o arquivo de trabalho, chaveado por fornecedor e
      *== beneficio, devolve o pedido ja agrupado
       CLOSE TRABALHO-FILE.
       OPEN INPUT TRABALHO-FILE.
       OPEN OUTPUT PEDIDO-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "PEDIDO MENSAL DE BENEFICIOS" TO WRK-CAB-TITULO.
       MOVE "FOR BN MATRIC NOME" TO WRK-REL-COLUNAS.
       MOVE "QTD"          TO WRK-REL-COLUNAS(36:3).
       MOVE "COMPRA"       TO WRK-REL-COLUNAS(50:6).
       MOVE "FUNCIONARIO"  TO WRK-REL-COLUNAS(62:11).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA
              "  DIAS UTEIS " WRK-DIAS-UTEIS
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE "N" TO WRK-EOF-TRABALHO.
       PERFORM 3100-LE-PEDIDO UNTIL WRK-EOF-TRABALHO = "S".
       IF WRK-BLOCO-ABERTO = "S"
           PERFORM 3300-FECHA-BLOCO
       END-IF.
       CLOSE TRABALHO-FILE.

       3100-LE-PEDIDO           SECTION.
       READ TRABALHO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-TRABALHO
               GO TO 3100-LE-SAIDA
       END-READ.
       IF WRK-BLOCO-ABERTO = "S"
          AND (PDT-FORNECEDOR NOT = WRK-QUEBRA-FORNECEDOR
               OR PDT-BENEFICIO NOT = WRK-QUEBRA-BENEFICIO)
           PERFORM 3300-FECHA-BLOCO
       END-IF.
       IF WRK-BLOCO-ABERTO NOT = "S"
           PERFORM 3200-ABRE-BLOCO
       END-IF.
       MOVE SPACES            TO REG-PEDIDO.
       MOVE "1"               TO PED-TIPO.
       MOVE PDT-MATRICULA     TO PED-DET-MATRICULA.
       MOVE PDT-NOME          TO PED-DET-NOME.
       MOVE PDT-QTDE          TO PED-DET-QTDE.
       MOVE PDT-VALOR-COMPRA  TO PED-DET-VALOR.
       MOVE PDT-PLANO         TO PED-DET-PLANO.
       WRITE REG-PEDIDO.
       ADD 1                  TO WRK-BLOCO-QTDE WRK-CNT-PEDIDOS.
       ADD PDT-VALOR-COMPRA   TO WRK-BLOCO-COMPRA WRK-TOT-COMPRA.
       ADD PDT-VALOR-FUNC     TO WRK-BLOCO-FUNC WRK-TOT-FUNC.
       PERFORM 3400-IMPRIME-DETALHE.

       3100-LE-SAIDA.
           EXIT.

       3200-ABRE-BLOCO          SECTION.
       MOVE PDT-FORNECEDOR    TO WRK-QUEBRA-FORNECEDOR.
       MOVE PDT-BENEFICIO     TO WRK-QUEBRA-BENEFICIO.
       MOVE ZEROS             TO WRK-BLOCO-QTDE WRK-BLOCO-COMPRA
                                 WRK-BLOCO-FUNC.
       MOVE "S"               TO WRK-BLOCO-ABERTO.
       ADD 1                  TO WRK-CNT-BLOCOS.
       MOVE SPACES            TO REG-PEDIDO.
       MOVE "0"               TO PED-TIPO.
       MOVE PDT-FORNECEDOR    TO PED-HDR-FORNECEDOR.
       MOVE PDT-BENEFICIO     TO PED-HDR-BENEFICIO.
       MOVE WRK-COMPETENCIA   TO PED-HDR-COMPETENCIA.
       MOVE WRK-DATA-GERACAO  TO PED-HDR-DATA-GERACAO.
       MOVE WRK-DIAS-UTEIS    TO PED-HDR-DIAS-UTEIS.
       MOVE WRK-EMPRESA       TO PED-HDR-EMPRESA.
       WRITE REG-PEDIDO.

       3300-FECHA-BLOCO         SECTION.
       MOVE SPACES            TO REG-PEDIDO.
       MOVE "9"               TO PED-TIPO.
       MOVE WRK-BLOCO-QTDE    TO PED-TRL-QTDE.
       MOVE WRK-BLOCO-COMPRA  TO PED-TRL-VALOR-TOTAL.
       WRITE REG-PEDIDO.
       MOVE "N"               TO WRK-BLOCO-ABERTO.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES TO REL-TOTAL.
       STRING "  TOTAL FORNECEDOR " WRK-QUEBRA-FORNECEDOR
              " " WRK-QUEBRA-BENEFICIO
              DELIMITED BY SIZE INTO REL-TOT-ROTULO.
       MOVE WRK-BLOCO-QTDE    TO REL-TOT-QTDE.
       MOVE WRK-BLOCO-COMPRA  TO REL-TOT-COMPRA.
       MOVE WRK-BLOCO-FUNC    TO REL-TOT-FUNC.
       WRITE REL-LINHA FROM REL-TOTAL.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       3400-IMPRIME-DETALHE     SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES            TO REL-DETALHE.
       MOVE PDT-FORNECEDOR    TO REL-DET-FORNECEDOR.
       MOVE PDT-BENEFICIO     TO REL-DET-BENEFICIO.
       MOVE PDT-MATRICULA     TO REL-DET-MATRICULA.
       MOVE PDT-NOME          TO REL-DET-NOME.
       MOVE PDT-QTDE          TO REL-DET-QTDE.
       MOVE PDT-VALOR-COMPRA  TO REL-DET-COMPRA.
       MOVE PDT-VALOR-FUNC    TO REL-DET-FUNC.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       MOVE SPACES             TO REG-MOVFOLHA.
       MOVE "T"                TO MVF-TIPO.
       MOVE WRK-CNT-MOVIMENTOS TO MVF-TRL-QTDE.
       MOVE WRK-HASH-MOVIMENTO TO MVF-TRL-HASH.
       WRITE REG-MOVFOLHA.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES             TO REL-TOTAL.
       MOVE "TOTAL GERAL DOS PEDIDOS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-PEDIDOS    TO REL-TOT-QTDE.
       MOVE WRK-TOT-COMPRA     TO REL-TOT-COMPRA.
       MOVE WRK-TOT-FUNC       TO REL-TOT-FUNC.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES TO REL-LINHA.
       STRING "VALE-TRANSPORTE TRAVADO EM 6% DO SALARIO: "
              WRK-CNT-TETO-VT
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE WRK-TOT-COMPRA TO WRK-TOTAL-ED.
       DISPLAY "BENEFMES - " WRK-CNT-ADESOES " ADESOES LIDAS, "
               WRK-CNT-IGNORADAS " IGNORADAS (DESLIGADO OU FORA "
               "DO MESTRE)".
       DISPLAY "BENEFMES - " WRK-CNT-BLOCOS " PEDIDOS A "
               "FORNECEDOR, COMPRA TOTAL " WRK-TOTAL-ED.
       MOVE WRK-TOT-FUNC TO WRK-TOTAL-ED.
       DISPLAY "BENEFMES - " WRK-CNT-MOVIMENTOS
               " DESCONTOS NO MOVBENEF, TOTAL " WRK-TOTAL-ED.
       CLOSE BENEFICIO-FILE.
       CLOSE EMPREGADOS-FILE.
       CLOSE PEDIDO-FILE.
       CLOSE MOVIMENTO-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
