       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMES.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Provisao mensal de decimo terceiro e de
      *==            ferias - para cada matricula ativa da
      *==            empresa constitui 1/12 do salario de
      *==            decimo no mes (mes com 15 dias ou mais de
      *==            casa) e ajusta a provisao de ferias mais
      *==            um terco ao saldo de dias do FERIASDB
      *==            (periodos vencidos pelo saldo, periodo em
      *==            curso por avos), com os encargos do
      *==            empregador (INSS patronal, RAT e terceiros
      *==            do cartao ALIQINSS, mais o FGTS) sobre as
      *==            duas. O saldo acumulado fica no PROVSDO;
      *==            as baixas feitas no pagamento (DECIMOTR,
      *==            FERIASPG e RESCISAO, rotina BAIXAPRV) sao
      *==            levadas aqui. Provisao, estorno e baixa
      *==            vao por filial para o LANCCTB, com partida
      *==            propria, e o resumo sai no RELPROV. O
      *==            CONTABIL recria o LANCCTB: este job roda
      *==            depois dele no fechamento.
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
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT FERIAS-FILE ASSIGN TO "FERIASDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT PROVISAO-FILE ASSIGN TO "PROVSDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WRK-FS-PROVISAO.
           SELECT LANCAMENTO-FILE ASSIGN TO "LANCCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTO.
           SELECT ALIQUOTA-FILE ASSIGN TO "ALIQINSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALIQUOTA.
           SELECT RELATORIO-FILE ASSIGN TO "RELPROV"
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

       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "feriasrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  PROVISAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "provsdrc.cpy".

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

       FD  ALIQUOTA-FILE
           LABEL RECORD IS STANDARD.
       01  REG-ALIQUOTA.
           05  ALQ-EMPRESA            PIC 9(02).
           05  ALQ-PERC-EMPRESA       PIC 9(02)V99.
           05  ALQ-PERC-RAT           PIC 9(02)V99.
           05  ALQ-PERC-TERCEIROS     PIC 9(02)V99.

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-CATEGORIA.
           05  REL-CAT-ROTULO      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-CAT-PROVISAO==.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-CAT-ESTORNO==.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-CAT-BAIXA==.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-CAT-SALDO==.
       01  REL-PROVA.
           05  FILLER              PIC X(09) VALUE "PARTIDA: ".
           05  FILLER              PIC X(08) VALUE "DEBITOS ".
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-PRV-DEBITOS==.
           05  FILLER              PIC X(10) VALUE "  CREDITOS".
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-PRV-CREDITOS==.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-PRV-RESULTADO   PIC X(10).
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
       77 WRK-NOME-JOB          PIC X(20) VALUE "PROVMES".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-FERIAS         PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-PROVISAO       PIC X(02) VALUE "00".
       77 WRK-FS-LANCAMENTO     PIC X(02) VALUE "00".
       77 WRK-FS-ALIQUOTA       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-EMPREGADOS-DISPONIVEL    VALUE "S".
       77 WRK-FERIAS-OK         PIC X(01) VALUE "N".
          88 WRK-FERIAS-DISPONIVEL        VALUE "S".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
          88 WRK-FERPAG-DISPONIVEL        VALUE "S".
       77 WRK-EOF-EMPREGADOS    PIC X(01) VALUE "N".
       77 WRK-EOF-FERIAS        PIC X(01) VALUE "N".
       77 WRK-EOF-PROVISAO      PIC X(01) VALUE "N".
       77 WRK-EOF-ALIQUOTA      PIC X(01) VALUE "N".
       77 WRK-SALDO-NOVO        PIC X(01) VALUE "N".
          88 WRK-SALDO-E-NOVO             VALUE "S".
       77 WRK-PERIODO-CORRENTE  PIC X(01) VALUE "N".
          88 WRK-TEM-PERIODO-CORRENTE     VALUE "S".
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA
                                PIC X(06).
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       01 WRK-FIM-COMPET        PIC 9(08) VALUE ZEROS.
       01 WRK-FIM-COMPET-RD REDEFINES WRK-FIM-COMPET.
           05  WRK-FCP-ANO          PIC 9(04).
           05  WRK-FCP-MES          PIC 9(02).
           05  WRK-FCP-DIA          PIC 9(02).
       01 WRK-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INICIO-RD REDEFINES WRK-DATA-INICIO.
           05  WRK-INI-ANO          PIC 9(04).
           05  WRK-INI-MES          PIC 9(02).
           05  WRK-INI-DIA          PIC 9(02).
       01 WRK-DATA-ADMISSAO     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-RD REDEFINES WRK-DATA-ADMISSAO.
           05  WRK-ADM-ANO-MES      PIC 9(06).
           05  WRK-ADM-DIA          PIC 9(02).
       77 WRK-DIAS-INTEIROS     PIC 9(07) VALUE ZEROS.
       77 WRK-ULTIMO-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-AVOS              PIC S9(04) VALUE ZEROS.
       77 WRK-DIF-DIAS          PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-CASA         PIC S9(03) VALUE ZEROS.
       77 WRK-GOZADOS           PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PERIODO      PIC S9(03)V99 VALUE ZEROS.
       77 WRK-DIAS-FERIAS       PIC 9(03)V99 VALUE ZEROS.
      *== encargos do empregador: cartao ALIQINSS (o mesmo do
      *== GUIASREC) mais o FGTS
       77 WRK-PERC-EMPRESA-PAD  PIC 9(02)V99 VALUE 20,00.
       77 WRK-PERC-RAT-PAD      PIC 9(02)V99 VALUE 2,00.
       77 WRK-PERC-TERCEIROS-PAD PIC 9(02)V99 VALUE 5,80.
       77 WRK-PERC-FGTS         PIC 9(02)V99 VALUE 8,00.
       77 WRK-PERC-ENCARGO      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ALQ-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-ALQ-IDX           PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ALIQUOTAS.
          05 WRK-TAB-ALQ OCCURS 99 TIMES.
             10 WRK-TAL-EMPRESA   PIC 9(02).
             10 WRK-TAL-PERC      PIC 9(03)V99.
      *== contas do LANCCTB por categoria: despesa, provisao
      *== e a conta a pagar creditada na baixa
       01 WRK-TAB-CONTAS-VALORES.
          05 FILLER PIC X(48) VALUE
             "DESPESA 13O SAL PROVISAO 13O SAL13O SAL A PAGAR ".
          05 FILLER PIC X(48) VALUE
             "DESP ENC 13O SALPROV ENC 13O SALENCARGOS A RECOL".
          05 FILLER PIC X(48) VALUE
             "DESPESA FERIAS  PROVISAO FERIAS FERIAS A PAGAR  ".
          05 FILLER PIC X(48) VALUE
             "DESP ENC FERIAS PROV ENC FERIAS ENCARGOS A RECOL".
       01 WRK-TAB-CONTAS REDEFINES WRK-TAB-CONTAS-VALORES.
          05 WRK-TAB-CTA OCCURS 4 TIMES.
             10 WRK-CTA-DESPESA   PIC X(16).
             10 WRK-CTA-PROVISAO  PIC X(16).
             10 WRK-CTA-A-PAGAR   PIC X(16).
       01 WRK-TAB-ROTULOS-VALORES.
          05 FILLER PIC X(12) VALUE "13O SALARIO ".
          05 FILLER PIC X(12) VALUE "ENC 13O SAL ".
          05 FILLER PIC X(12) VALUE "FERIAS + 1/3".
          05 FILLER PIC X(12) VALUE "ENC FERIAS  ".
       01 WRK-TAB-ROTULOS REDEFINES WRK-TAB-ROTULOS-VALORES.
          05 WRK-ROTULO-CAT       PIC X(12) OCCURS 4 TIMES.
      *== movimento por filial e categoria (1 decimo, 2 seus
      *== encargos, 3 ferias, 4 seus encargos)
       77 WRK-FIL-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-FIL-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-FIL-ACHADO-IDX    PIC 9(03) VALUE ZEROS.
       77 WRK-FILIAL-PROCURADA  PIC 9(03) VALUE ZEROS.
       77 WRK-CAT               PIC 9(01) VALUE ZEROS.
       01 WRK-TAB-FILIAIS.
          05 WRK-TFP-ITEM OCCURS 99 TIMES.
             10 WRK-TFP-FILIAL    PIC 9(03).
             10 WRK-TFP-CAT OCCURS 4 TIMES.
                15 WRK-TFP-PROVISAO  PIC 9(11)V99.
                15 WRK-TFP-ESTORNO   PIC 9(11)V99.
                15 WRK-TFP-BAIXA     PIC 9(11)V99.
                15 WRK-TFP-SALDO     PIC 9(11)V99.
       01 WRK-TAB-TOTAIS.
          05 WRK-TOT-CAT OCCURS 4 TIMES.
             10 WRK-TOT-PROVISAO  PIC 9(13)V99.
             10 WRK-TOT-ESTORNO   PIC 9(13)V99.
             10 WRK-TOT-BAIXA     PIC 9(13)V99.
             10 WRK-TOT-SALDO     PIC 9(13)V99.
       77 WRK-SALARIO-DIA       PIC 9(08)V9999 VALUE ZEROS.
       77 WRK-DECIMO-MES        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ENC-DECIMO-MES    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ALVO-FERIAS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ALVO-ENC-FERIAS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOVIMENTO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ESTORNO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-TRAB        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REF-DECIMO-PAGO   PIC X(10) VALUE SPACES.
       77 WRK-LCT-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-LCT-CONTA         PIC X(16) VALUE SPACES.
       77 WRK-LCT-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CNT-LANCAMENTOS   PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-PROVISIONADAS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-JA-ADIANTE    PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-BAIXADAS      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-FILIAL    PIC 9(06) VALUE ZEROS.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-CARTAO-INVALIDO NOT = "S"
           PERFORM 2000-PROVISIONA-FUNCIONARIO
               UNTIL WRK-EOF-EMPREGADOS = "S"
           PERFORM 3000-BAIXAS-PENDENTES
           PERFORM 4000-LANCA-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX > WRK-FIL-QTDE
           PERFORM 4500-TOTAL-E-PROVA
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
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
       PERFORM 1150-CALCULA-FIM-COMPET.
       PERFORM 1300-LE-ALIQUOTAS.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-EMPREGADOS-OK
       ELSE
           DISPLAY "MESTRE EMPREGDB INDISPONIVEL - NENHUMA "
                   "PROVISAO CONSTITUIDA, SO AS BAIXAS"
           MOVE "S" TO WRK-EOF-EMPREGADOS
       END-IF.
       OPEN INPUT FERIAS-FILE.
       IF WRK-FS-FERIAS = "00"
           MOVE "S" TO WRK-FERIAS-OK
       ELSE
           DISPLAY "AVISO: CONTROLE FERIASDB INDISPONIVEL - "
                   "FERIAS PROVISIONADAS PELA ADMISSAO"
       END-IF.
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       END-IF.
       OPEN I-O PROVISAO-FILE.
       IF WRK-FS-PROVISAO = "35"
           OPEN OUTPUT PROVISAO-FILE
           CLOSE PROVISAO-FILE
           OPEN I-O PROVISAO-FILE
       END-IF.
      *== o LANCCTB do mes ja traz a partida da folha gravada
      *== pelo CONTABIL; a provisao entra em seguida
       OPEN EXTEND LANCAMENTO-FILE.
       IF WRK-FS-LANCAMENTO = "35"
           OPEN OUTPUT LANCAMENTO-FILE
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "PROVISAO DE DECIMO E FERIAS" TO WRK-CAB-TITULO.
       MOVE "CATEGORIA"     TO WRK-REL-COLUNAS.
       MOVE "PROVISAO"      TO WRK-REL-COLUNAS(22:8).
       MOVE "ESTORNO"       TO WRK-REL-COLUNAS(40:7).
       MOVE "BAIXA"         TO WRK-REL-COLUNAS(59:5).
       MOVE "SALDO"         TO WRK-REL-COLUNAS(76:5).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA
              "  EMPRESA " WRK-EMPRESA-SEL
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       IF WRK-EMPREGADOS-DISPONIVEL
           PERFORM 2900-LE-EMPREGADO
       END-IF.

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
                       MOVE WRK-DATA-HOJE-X(1:6)
                         TO WRK-COMPETENCIA-X
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
       DISPLAY "EMPRESA DA PROVISAO (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA A PROVISIONAR (AAAAMM) "
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

       1150-CALCULA-FIM-COMPET  SECTION.
      *== ultimo dia da competencia: vespera do dia 1 do mes
      *== seguinte, pelo calendario
       MOVE WRK-CMP-ANO TO WRK-INI-ANO.
       MOVE WRK-CMP-MES TO WRK-INI-MES.
       MOVE 1           TO WRK-INI-DIA.
       IF WRK-INI-MES = 12
           ADD 1 TO WRK-INI-ANO
           MOVE 1 TO WRK-INI-MES
       ELSE
           ADD 1 TO WRK-INI-MES
       END-IF.
       COMPUTE WRK-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO) - 1.
       COMPUTE WRK-FIM-COMPET =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS).
       MOVE SPACES TO WRK-REF-DECIMO-PAGO.
       STRING "13P2" WRK-COMPETENCIA-X(1:4)
              DELIMITED BY SIZE INTO WRK-REF-DECIMO-PAGO.

       1300-LE-ALIQUOTAS        SECTION.
      *== cartao ALIQINSS: uma linha por empresa (empresa,
      *== patronal, RAT ajustado pelo FAP, terceiros, em
      *== percentual com duas decimais); linha 00 troca a
      *== padrao. Ausente vale 20 + 2 + 5,80.
       OPEN INPUT ALIQUOTA-FILE.
       IF WRK-FS-ALIQUOTA NOT = "00"
           DISPLAY "AVISO: CARTAO ALIQINSS AUSENTE - ALIQUOTAS "
                   "PADRAO 20,00 + 2,00 + 5,80 PCT"
           GO TO 1300-LE-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF-ALIQUOTA.
       PERFORM 1310-LE-ALIQUOTA UNTIL WRK-EOF-ALIQUOTA = "S".
       CLOSE ALIQUOTA-FILE.

       1300-LE-SAIDA.
           EXIT.

       1310-LE-ALIQUOTA         SECTION.
       READ ALIQUOTA-FILE
           AT END
               MOVE "S" TO WRK-EOF-ALIQUOTA
               GO TO 1310-LE-SAIDA
       END-READ.
       IF ALQ-EMPRESA NOT NUMERIC
              OR ALQ-PERC-EMPRESA NOT NUMERIC
              OR ALQ-PERC-RAT NOT NUMERIC
              OR ALQ-PERC-TERCEIROS NOT NUMERIC
           DISPLAY "AVISO: LINHA DO CARTAO ALIQINSS NAO "
                   "NUMERICA IGNORADA"
           GO TO 1310-LE-SAIDA
       END-IF.
       IF ALQ-EMPRESA = ZEROS
           MOVE ALQ-PERC-EMPRESA   TO WRK-PERC-EMPRESA-PAD
           MOVE ALQ-PERC-RAT       TO WRK-PERC-RAT-PAD
           MOVE ALQ-PERC-TERCEIROS TO WRK-PERC-TERCEIROS-PAD
           GO TO 1310-LE-SAIDA
       END-IF.
       IF WRK-ALQ-QTDE < 99
           ADD 1 TO WRK-ALQ-QTDE
           MOVE ALQ-EMPRESA        TO WRK-TAL-EMPRESA(WRK-ALQ-QTDE)
           COMPUTE WRK-TAL-PERC(WRK-ALQ-QTDE) =
                   ALQ-PERC-EMPRESA + ALQ-PERC-RAT
                   + ALQ-PERC-TERCEIROS + WRK-PERC-FGTS
       END-IF.

       1310-LE-SAIDA.
           EXIT.

      *=====================================================
      *== uma matricula ativa da empresa: decimo do mes e
      *== ajuste das ferias ao saldo de dias
      *=====================================================
       2000-PROVISIONA-FUNCIONARIO SECTION.
       PERFORM 0150-CASA-EMPRESA.
       IF REG-DESLIGADO
          OR (WRK-EMPRESA-SEL NOT = ZEROS
              AND WRK-EMPRESA-REG NOT = WRK-EMPRESA-SEL)
          OR REG-DATA-ADMISSAO > WRK-FIM-COMPET
           GO TO 2000-PROVISIONA-SAIDA
       END-IF.
       MOVE REG-FILIAL TO WRK-FILIAL-PROCURADA.
       PERFORM 0300-ACHA-FILIAL.
       IF WRK-FIL-ACHADO-IDX = ZEROS
           ADD 1 TO WRK-CNT-SEM-FILIAL
           GO TO 2000-PROVISIONA-SAIDA
       END-IF.
       MOVE WRK-FIL-ACHADO-IDX TO WRK-FIL-IDX.
       PERFORM 2100-LE-SALDO.
      *== competencia mais nova ja provisionada: rodar um mes
      *== antigo agora dobraria o decimo
       IF NOT WRK-SALDO-E-NOVO
          AND PRV-MOV-COMPETENCIA > WRK-COMPETENCIA
           DISPLAY "MATRICULA " REG-MATRICULA " JA PROVISIONADA "
                   "ATE " PRV-MOV-COMPETENCIA " - IGNORADA"
           ADD 1 TO WRK-CNT-JA-ADIANTE
           GO TO 2000-PROVISIONA-SAIDA
       END-IF.
       PERFORM 2050-PERC-ENCARGO.
       PERFORM 2200-PROVISIONA-DECIMO.
       PERFORM 2300-APURA-DIAS-FERIAS.
       PERFORM 2400-PROVISIONA-FERIAS.
       MOVE WRK-EMPRESA-REG TO PRV-EMPRESA.
       MOVE REG-FILIAL      TO PRV-FILIAL.
       MOVE WRK-COMPETENCIA TO PRV-MOV-COMPETENCIA.
       MOVE WRK-DATA-HORA   TO PRV-DATA-HORA.
       IF WRK-SALDO-E-NOVO
           WRITE REG-PROVISAO
               INVALID KEY
                   DISPLAY "AVISO: PROVISAO DA MATRICULA "
                           REG-MATRICULA " NAO GRAVADA - FS "
                           WRK-FS-PROVISAO
           END-WRITE
       ELSE
           REWRITE REG-PROVISAO
               INVALID KEY
                   DISPLAY "AVISO: PROVISAO DA MATRICULA "
                           REG-MATRICULA " NAO ATUALIZADA - FS "
                           WRK-FS-PROVISAO
           END-REWRITE
       END-IF.
       ADD 1 TO WRK-CNT-PROVISIONADAS.

       2000-PROVISIONA-SAIDA.
           PERFORM 2900-LE-EMPREGADO.

       0150-CASA-EMPRESA        SECTION.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.

       0300-ACHA-FILIAL         SECTION.
      *== posicao da filial na tabela do movimento, incluida
      *== na primeira vez; tabela cheia devolve zero
       MOVE ZEROS TO WRK-FIL-ACHADO-IDX.
       PERFORM 0310-PROCURA-FILIAL
           VARYING WRK-FIL-IDX FROM 1 BY 1
           UNTIL WRK-FIL-IDX > WRK-FIL-QTDE
              OR WRK-FIL-ACHADO-IDX NOT = ZEROS.
       IF WRK-FIL-ACHADO-IDX NOT = ZEROS
           GO TO 0300-ACHA-SAIDA
       END-IF.
       IF WRK-FIL-QTDE < 99
           ADD 1 TO WRK-FIL-QTDE
           INITIALIZE WRK-TFP-ITEM(WRK-FIL-QTDE)
           MOVE WRK-FILIAL-PROCURADA
                                TO WRK-TFP-FILIAL(WRK-FIL-QTDE)
           MOVE WRK-FIL-QTDE    TO WRK-FIL-ACHADO-IDX
       ELSE
           DISPLAY "TABELA DE FILIAIS CHEIA - FILIAL "
                   WRK-FILIAL-PROCURADA " FORA DA PROVISAO"
       END-IF.

       0300-ACHA-SAIDA.
           EXIT.

       0310-PROCURA-FILIAL      SECTION.
       IF WRK-TFP-FILIAL(WRK-FIL-IDX) = WRK-FILIAL-PROCURADA
           MOVE WRK-FIL-IDX TO WRK-FIL-ACHADO-IDX
       END-IF.

       2050-PERC-ENCARGO        SECTION.
       COMPUTE WRK-PERC-ENCARGO = WRK-PERC-EMPRESA-PAD
                                + WRK-PERC-RAT-PAD
                                + WRK-PERC-TERCEIROS-PAD
                                + WRK-PERC-FGTS.
       PERFORM 2060-PROCURA-ALIQUOTA
           VARYING WRK-ALQ-IDX FROM 1 BY 1
           UNTIL WRK-ALQ-IDX > WRK-ALQ-QTDE.

       2060-PROCURA-ALIQUOTA    SECTION.
       IF WRK-TAL-EMPRESA(WRK-ALQ-IDX) = WRK-EMPRESA-REG
           MOVE WRK-TAL-PERC(WRK-ALQ-IDX) TO WRK-PERC-ENCARGO
       END-IF.

       2100-LE-SALDO            SECTION.
       MOVE "N"           TO WRK-SALDO-NOVO.
       MOVE REG-MATRICULA TO PRV-MATRICULA.
       READ PROVISAO-FILE KEY IS PRV-MATRICULA
           INVALID KEY
               MOVE "S"           TO WRK-SALDO-NOVO
               INITIALIZE REG-PROVISAO
               MOVE REG-MATRICULA TO PRV-MATRICULA
       END-READ.

       2200-PROVISIONA-DECIMO   SECTION.
      *== 1/12 do salario no mes; admitido no mes so conta
      *== com 15 dias ou mais de casa. Segunda parcela ja
      *== paga fecha o decimo do ano: nada mais a provisionar
       MOVE ZEROS TO WRK-DECIMO-MES WRK-ENC-DECIMO-MES.
       IF PRV-REF-DECIMO = WRK-REF-DECIMO-PAGO
           GO TO 2200-APLICA
       END-IF.
       MOVE REG-DATA-ADMISSAO TO WRK-DATA-ADMISSAO.
       IF WRK-ADM-ANO-MES = WRK-COMPETENCIA
           COMPUTE WRK-DIAS-CASA = WRK-FCP-DIA - WRK-ADM-DIA + 1
           IF WRK-DIAS-CASA < 15
               GO TO 2200-APLICA
           END-IF
       END-IF.
       COMPUTE WRK-DECIMO-MES ROUNDED = REG-SALARIO / 12.
       COMPUTE WRK-ENC-DECIMO-MES ROUNDED =
               WRK-DECIMO-MES * WRK-PERC-ENCARGO / 100.

       2200-APLICA.
      *== segunda rodada da mesma competencia lanca so a
      *== diferenca contra o que ja foi provisionado nela
           IF PRV-MOV-COMPETENCIA = WRK-COMPETENCIA
               COMPUTE WRK-MOVIMENTO =
                       WRK-DECIMO-MES - PRV-MOV-DECIMO
           ELSE
               MOVE WRK-DECIMO-MES TO WRK-MOVIMENTO
           END-IF.
           MOVE 1                TO WRK-CAT.
           MOVE PRV-SALDO-DECIMO TO WRK-SALDO-TRAB.
           PERFORM 2500-APLICA-MOVIMENTO.
           MOVE WRK-SALDO-TRAB   TO PRV-SALDO-DECIMO.
           IF PRV-MOV-COMPETENCIA = WRK-COMPETENCIA
               COMPUTE WRK-MOVIMENTO =
                       WRK-ENC-DECIMO-MES - PRV-MOV-ENC-DECIMO
           ELSE
               MOVE WRK-ENC-DECIMO-MES TO WRK-MOVIMENTO
           END-IF.
           MOVE 2                    TO WRK-CAT.
           MOVE PRV-SALDO-ENC-DECIMO TO WRK-SALDO-TRAB.
           PERFORM 2500-APLICA-MOVIMENTO.
           MOVE WRK-SALDO-TRAB       TO PRV-SALDO-ENC-DECIMO.
           MOVE WRK-DECIMO-MES       TO PRV-MOV-DECIMO.
           MOVE WRK-ENC-DECIMO-MES   TO PRV-MOV-ENC-DECIMO.

       2300-APURA-DIAS-FERIAS   SECTION.
      *== dias de ferias devidos no fim da competencia:
      *== periodos completados e em aberto pelo saldo, o
      *== periodo em curso por avos (2,5 dias por avo). Sem
      *== periodo em curso cadastrado, os avos contam desde
      *== o dia seguinte ao ultimo fim aquisitivo, ou desde a
      *== admissao. Periodo perdido ou quitado nao conta.
       MOVE ZEROS TO WRK-DIAS-FERIAS WRK-ULTIMO-FIM.
       MOVE "N"   TO WRK-PERIODO-CORRENTE.
       IF WRK-FERIAS-DISPONIVEL
           MOVE "N"           TO WRK-EOF-FERIAS
           MOVE REG-MATRICULA TO FER-MATRICULA
           MOVE ZEROS         TO FER-INICIO-AQUIS
           START FERIAS-FILE KEY IS >= FER-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-FERIAS
           END-START
           PERFORM 2310-LE-PERIODO UNTIL WRK-EOF-FERIAS = "S"
       END-IF.
       IF WRK-TEM-PERIODO-CORRENTE
           GO TO 2300-APURA-SAIDA
       END-IF.
       IF WRK-ULTIMO-FIM NOT = ZEROS
           COMPUTE WRK-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-FIM) + 1
           COMPUTE WRK-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
       ELSE
           MOVE REG-DATA-ADMISSAO TO WRK-DATA-INICIO
       END-IF.
       IF WRK-DATA-INICIO = ZEROS
          OR WRK-DATA-INICIO > WRK-FIM-COMPET
           GO TO 2300-APURA-SAIDA
       END-IF.
       PERFORM 2350-CALCULA-AVOS.
       COMPUTE WRK-DIAS-FERIAS = WRK-DIAS-FERIAS
                               + WRK-AVOS * 2,5.

       2300-APURA-SAIDA.
           EXIT.

       2310-LE-PERIODO          SECTION.
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERIAS
               GO TO 2310-LE-SAIDA
       END-READ.
       IF FER-MATRICULA NOT = REG-MATRICULA
           MOVE "S" TO WRK-EOF-FERIAS
           GO TO 2310-LE-SAIDA
       END-IF.
       IF FER-FIM-AQUIS > WRK-ULTIMO-FIM
           MOVE FER-FIM-AQUIS TO WRK-ULTIMO-FIM
       END-IF.
       IF FER-PERDIDO
          OR FER-QUITADO
          OR FER-INICIO-AQUIS > WRK-FIM-COMPET
           GO TO 2310-LE-SAIDA
       END-IF.
       PERFORM 2320-DIAS-GOZADOS.
       IF FER-FIM-AQUIS NOT > WRK-FIM-COMPET
           IF FER-DIAS-DIREITO > WRK-GOZADOS
               COMPUTE WRK-DIAS-FERIAS = WRK-DIAS-FERIAS
                       + FER-DIAS-DIREITO - WRK-GOZADOS
           END-IF
           GO TO 2310-LE-SAIDA
       END-IF.
       MOVE "S"              TO WRK-PERIODO-CORRENTE.
       MOVE FER-INICIO-AQUIS TO WRK-DATA-INICIO.
       PERFORM 2350-CALCULA-AVOS.
       COMPUTE WRK-DIAS-PERIODO = WRK-AVOS * 2,5 - WRK-GOZADOS.
       IF WRK-DIAS-PERIODO > ZEROS
           ADD WRK-DIAS-PERIODO TO WRK-DIAS-FERIAS
       END-IF.

       2310-LE-SAIDA.
           EXIT.

       2320-DIAS-GOZADOS        SECTION.
      *== gozo marcado pelo MANTFER e ainda nao pago pelo
      *== FERIASPG continua provisionado: a baixa vem no
      *== pagamento
       MOVE ZEROS TO WRK-GOZADOS.
       IF FER-DIAS-GOZADOS NOT NUMERIC
           GO TO 2320-DIAS-SAIDA
       END-IF.
       MOVE FER-DIAS-GOZADOS TO WRK-GOZADOS.
       IF NOT WRK-FERPAG-DISPONIVEL
          OR WRK-GOZADOS = ZEROS
          OR FER-INICIO-GOZO NOT NUMERIC
          OR FER-INICIO-GOZO = ZEROS
           GO TO 2320-DIAS-SAIDA
       END-IF.
       MOVE FER-MATRICULA   TO FPG-MATRICULA.
       MOVE FER-INICIO-GOZO TO FPG-INICIO-GOZO.
       READ FERPAG-FILE KEY IS FPG-CHAVE
           INVALID KEY
               IF FER-DIAS-ULT-GOZO NUMERIC
                  AND FER-DIAS-ULT-GOZO > ZEROS
                  AND FER-DIAS-ULT-GOZO < WRK-GOZADOS
                   SUBTRACT FER-DIAS-ULT-GOZO FROM WRK-GOZADOS
               ELSE
                   MOVE ZEROS TO WRK-GOZADOS
               END-IF
       END-READ.

       2320-DIAS-SAIDA.
           EXIT.

       2350-CALCULA-AVOS        SECTION.
      *== meses completos de WRK-DATA-INICIO ao fim da
      *== competencia; a fracao de 15 dias ou mais conta um
      *== avo. Limite de 12.
       COMPUTE WRK-AVOS = (WRK-FCP-ANO - WRK-INI-ANO) * 12
                        + WRK-FCP-MES - WRK-INI-MES.
       COMPUTE WRK-DIF-DIAS = WRK-FCP-DIA - WRK-INI-DIA.
       IF WRK-DIF-DIAS >= 14
           ADD 1 TO WRK-AVOS
       END-IF.
       IF WRK-AVOS > 12
           MOVE 12 TO WRK-AVOS
       END-IF.
       IF WRK-AVOS < ZEROS
           MOVE ZEROS TO WRK-AVOS
       END-IF.

       2400-PROVISIONA-FERIAS   SECTION.
      *== provisao alvo = dias devidos sobre o salario do mes
      *== comercial, mais um terco; o movimento e a
      *== diferenca para o saldo (negativa vira estorno)
       COMPUTE WRK-SALARIO-DIA = REG-SALARIO / 30.
       COMPUTE WRK-ALVO-FERIAS ROUNDED =
               WRK-SALARIO-DIA * WRK-DIAS-FERIAS * 4 / 3.
       COMPUTE WRK-ALVO-ENC-FERIAS ROUNDED =
               WRK-ALVO-FERIAS * WRK-PERC-ENCARGO / 100.
       COMPUTE WRK-MOVIMENTO = WRK-ALVO-FERIAS - PRV-SALDO-FERIAS.
       MOVE 3                TO WRK-CAT.
       MOVE PRV-SALDO-FERIAS TO WRK-SALDO-TRAB.
       PERFORM 2500-APLICA-MOVIMENTO.
       MOVE WRK-SALDO-TRAB   TO PRV-SALDO-FERIAS.
       COMPUTE WRK-MOVIMENTO =
               WRK-ALVO-ENC-FERIAS - PRV-SALDO-ENC-FERIAS.
       MOVE 4                    TO WRK-CAT.
       MOVE PRV-SALDO-ENC-FERIAS TO WRK-SALDO-TRAB.
       PERFORM 2500-APLICA-MOVIMENTO.
       MOVE WRK-SALDO-TRAB       TO PRV-SALDO-ENC-FERIAS.

       2500-APLICA-MOVIMENTO    SECTION.
      *== movimento positivo constitui, negativo estorna ate
      *== o limite do saldo
       IF WRK-MOVIMENTO > ZEROS
           ADD WRK-MOVIMENTO TO WRK-SALDO-TRAB
           ADD WRK-MOVIMENTO
               TO WRK-TFP-PROVISAO(WRK-FIL-IDX, WRK-CAT)
       END-IF.
       IF WRK-MOVIMENTO < ZEROS
           COMPUTE WRK-VALOR-ESTORNO = ZEROS - WRK-MOVIMENTO
           IF WRK-VALOR-ESTORNO > WRK-SALDO-TRAB
               MOVE WRK-SALDO-TRAB TO WRK-VALOR-ESTORNO
           END-IF
           SUBTRACT WRK-VALOR-ESTORNO FROM WRK-SALDO-TRAB
           ADD WRK-VALOR-ESTORNO
               TO WRK-TFP-ESTORNO(WRK-FIL-IDX, WRK-CAT)
       END-IF.

       2900-LE-EMPREGADO        SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-EMPREGADOS
       END-READ.

      *=====================================================
      *== baixas pendentes gravadas no pagamento e saldo
      *== final por filial, desligados inclusive
      *=====================================================
       3000-BAIXAS-PENDENTES    SECTION.
       MOVE "N"   TO WRK-EOF-PROVISAO.
       MOVE ZEROS TO PRV-MATRICULA.
       START PROVISAO-FILE KEY IS >= PRV-MATRICULA
           INVALID KEY
               MOVE "S" TO WRK-EOF-PROVISAO
       END-START.
       PERFORM 3100-LE-PROVISAO UNTIL WRK-EOF-PROVISAO = "S".

       3100-LE-PROVISAO         SECTION.
       READ PROVISAO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-PROVISAO
               GO TO 3100-LE-SAIDA
       END-READ.
       IF WRK-EMPRESA-SEL NOT = ZEROS
          AND PRV-EMPRESA NOT = WRK-EMPRESA-SEL
           GO TO 3100-LE-SAIDA
       END-IF.
       MOVE PRV-FILIAL TO WRK-FILIAL-PROCURADA.
       PERFORM 0300-ACHA-FILIAL.
       IF WRK-FIL-ACHADO-IDX = ZEROS
           ADD 1 TO WRK-CNT-SEM-FILIAL
           GO TO 3100-LE-SAIDA
       END-IF.
       MOVE WRK-FIL-ACHADO-IDX TO WRK-FIL-IDX.
       ADD PRV-SALDO-DECIMO     TO WRK-TFP-SALDO(WRK-FIL-IDX, 1).
       ADD PRV-SALDO-ENC-DECIMO TO WRK-TFP-SALDO(WRK-FIL-IDX, 2).
       ADD PRV-SALDO-FERIAS     TO WRK-TFP-SALDO(WRK-FIL-IDX, 3).
       ADD PRV-SALDO-ENC-FERIAS TO WRK-TFP-SALDO(WRK-FIL-IDX, 4).
       IF PRV-BAIXA-DECIMO = ZEROS
          AND PRV-BAIXA-ENC-DECIMO = ZEROS
          AND PRV-BAIXA-FERIAS = ZEROS
          AND PRV-BAIXA-ENC-FERIAS = ZEROS
           GO TO 3100-LE-SAIDA
       END-IF.
       ADD PRV-BAIXA-DECIMO     TO WRK-TFP-BAIXA(WRK-FIL-IDX, 1).
       ADD PRV-BAIXA-ENC-DECIMO TO WRK-TFP-BAIXA(WRK-FIL-IDX, 2).
       ADD PRV-BAIXA-FERIAS     TO WRK-TFP-BAIXA(WRK-FIL-IDX, 3).
       ADD PRV-BAIXA-ENC-FERIAS TO WRK-TFP-BAIXA(WRK-FIL-IDX, 4).
       MOVE ZEROS TO PRV-BAIXA-DECIMO PRV-BAIXA-ENC-DECIMO
                     PRV-BAIXA-FERIAS PRV-BAIXA-ENC-FERIAS.
       MOVE WRK-DATA-HORA TO PRV-DATA-HORA.
       REWRITE REG-PROVISAO
           INVALID KEY
               DISPLAY "AVISO: BAIXA DA MATRICULA " PRV-MATRICULA
                       " NAO ZERADA - FS " WRK-FS-PROVISAO
       END-REWRITE.
       ADD 1 TO WRK-CNT-BAIXADAS.

       3100-LE-SAIDA.
           EXIT.

      *=====================================================
      *== bloco do resumo e lancamentos de uma filial
      *=====================================================
       4000-LANCA-FILIAL        SECTION.
       IF WRK-REL-LINHAS-PAGINA + 5 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "FILIAL " WRK-TFP-FILIAL(WRK-FIL-IDX)
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 4100-LANCA-CATEGORIA
           VARYING WRK-CAT FROM 1 BY 1
           UNTIL WRK-CAT > 4.

       4100-LANCA-CATEGORIA     SECTION.
       MOVE WRK-ROTULO-CAT(WRK-CAT) TO REL-CAT-ROTULO.
       MOVE WRK-TFP-PROVISAO(WRK-FIL-IDX, WRK-CAT)
                                    TO REL-CAT-PROVISAO.
       MOVE WRK-TFP-ESTORNO(WRK-FIL-IDX, WRK-CAT)
                                    TO REL-CAT-ESTORNO.
       MOVE WRK-TFP-BAIXA(WRK-FIL-IDX, WRK-CAT)
                                    TO REL-CAT-BAIXA.
       MOVE WRK-TFP-SALDO(WRK-FIL-IDX, WRK-CAT)
                                    TO REL-CAT-SALDO.
       WRITE REL-LINHA FROM REL-CATEGORIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       ADD WRK-TFP-PROVISAO(WRK-FIL-IDX, WRK-CAT)
                                TO WRK-TOT-PROVISAO(WRK-CAT).
       ADD WRK-TFP-ESTORNO(WRK-FIL-IDX, WRK-CAT)
                                TO WRK-TOT-ESTORNO(WRK-CAT).
       ADD WRK-TFP-BAIXA(WRK-FIL-IDX, WRK-CAT)
                                TO WRK-TOT-BAIXA(WRK-CAT).
       ADD WRK-TFP-SALDO(WRK-FIL-IDX, WRK-CAT)
                                TO WRK-TOT-SALDO(WRK-CAT).
      *== provisao: D despesa / C provisao; estorno: o
      *== inverso; baixa: D provisao / C conta a pagar
       IF WRK-TFP-PROVISAO(WRK-FIL-IDX, WRK-CAT) > ZEROS
           MOVE WRK-TFP-PROVISAO(WRK-FIL-IDX, WRK-CAT)
                                          TO WRK-LCT-VALOR
           MOVE "D"                       TO WRK-LCT-TIPO
           MOVE WRK-CTA-DESPESA(WRK-CAT)  TO WRK-LCT-CONTA
           PERFORM 4200-GRAVA-LANCAMENTO
           MOVE "C"                       TO WRK-LCT-TIPO
           MOVE WRK-CTA-PROVISAO(WRK-CAT) TO WRK-LCT-CONTA
           PERFORM 4200-GRAVA-LANCAMENTO
       END-IF.
       IF WRK-TFP-ESTORNO(WRK-FIL-IDX, WRK-CAT) > ZEROS
           MOVE WRK-TFP-ESTORNO(WRK-FIL-IDX, WRK-CAT)
                                          TO WRK-LCT-VALOR
           MOVE "D"                       TO WRK-LCT-TIPO
           MOVE WRK-CTA-PROVISAO(WRK-CAT) TO WRK-LCT-CONTA
           PERFORM 4200-GRAVA-LANCAMENTO
           MOVE "C"                       TO WRK-LCT-TIPO
           MOVE WRK-CTA-DESPESA(WRK-CAT)  TO WRK-LCT-CONTA
           PERFORM 4200-GRAVA-LANCAMENTO
       END-IF.
       IF WRK-TFP-BAIXA(WRK-FIL-IDX, WRK-CAT) > ZEROS
           MOVE WRK-TFP-BAIXA(WRK-FIL-IDX, WRK-CAT)
                                          TO WRK-LCT-VALOR
           MOVE "D"                       TO WRK-LCT-TIPO
           MOVE WRK-CTA-PROVISAO(WRK-CAT) TO WRK-LCT-CONTA
           PERFORM 4200-GRAVA-LANCAMENTO
           MOVE "C"                       TO WRK-LCT-TIPO
           MOVE WRK-CTA-A-PAGAR(WRK-CAT)  TO WRK-LCT-CONTA
           PERFORM 4200-GRAVA-LANCAMENTO
       END-IF.

       4200-GRAVA-LANCAMENTO    SECTION.
       MOVE SPACES                      TO REG-LANCAMENTO.
       MOVE WRK-LCT-TIPO                TO LCT-TIPO.
       MOVE WRK-LCT-CONTA               TO LCT-CONTA.
       MOVE WRK-TFP-FILIAL(WRK-FIL-IDX) TO LCT-FILIAL.
       MOVE WRK-COMPETENCIA             TO LCT-COMPETENCIA.
       MOVE WRK-LCT-VALOR               TO LCT-VALOR.
       WRITE REG-LANCAMENTO.
       ADD 1 TO WRK-CNT-LANCAMENTOS.
       IF LCT-DEBITO
           ADD LCT-VALOR TO WRK-TOT-DEBITOS
       ELSE
           ADD LCT-VALOR TO WRK-TOT-CREDITOS
       END-IF.

       4500-TOTAL-E-PROVA       SECTION.
       IF WRK-REL-LINHAS-PAGINA + 7 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "TOTAL GERAL" TO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 4510-TOTAL-CATEGORIA
           VARYING WRK-CAT FROM 1 BY 1
           UNTIL WRK-CAT > 4.
       MOVE SPACES           TO REG-LANCAMENTO.
       MOVE "P"              TO LCT-TIPO.
       MOVE WRK-TOT-DEBITOS  TO LCT-PRV-DEBITOS.
       MOVE WRK-TOT-CREDITOS TO LCT-PRV-CREDITOS.
       MOVE WRK-COMPETENCIA  TO LCT-PRV-COMPETENCIA.
       MOVE WRK-EMPRESA-SEL  TO LCT-PRV-EMPRESA.
       WRITE REG-LANCAMENTO.
       MOVE WRK-TOT-DEBITOS  TO REL-PRV-DEBITOS.
       MOVE WRK-TOT-CREDITOS TO REL-PRV-CREDITOS.
       IF WRK-TOT-DEBITOS = WRK-TOT-CREDITOS
           MOVE "FECHADA"    TO REL-PRV-RESULTADO
       ELSE
           MOVE "NAO FECHOU" TO REL-PRV-RESULTADO
           DISPLAY "*** PARTIDA DA PROVISAO NAO FECHOU - NAO "
                   "IMPORTE O LANCCTB ***"
           MOVE 4 TO RETURN-CODE
       END-IF.
       WRITE REL-LINHA FROM REL-PROVA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       4510-TOTAL-CATEGORIA     SECTION.
       MOVE WRK-ROTULO-CAT(WRK-CAT)   TO REL-CAT-ROTULO.
       MOVE WRK-TOT-PROVISAO(WRK-CAT) TO REL-CAT-PROVISAO.
       MOVE WRK-TOT-ESTORNO(WRK-CAT)  TO REL-CAT-ESTORNO.
       MOVE WRK-TOT-BAIXA(WRK-CAT)    TO REL-CAT-BAIXA.
       MOVE WRK-TOT-SALDO(WRK-CAT)    TO REL-CAT-SALDO.
       WRITE REL-LINHA FROM REL-CATEGORIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
      *== cartao invalido abortou antes de qualquer OPEN
       IF WRK-CARTAO-INVALIDO = "S"
           DISPLAY "PROVMES ABANDONADO PELO CARTAO PARMFOLH - "
                   "NENHUMA PROVISAO LANCADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-CNT-JA-ADIANTE > ZEROS
           DISPLAY "AVISO: " WRK-CNT-JA-ADIANTE
                   " MATRICULAS JA PROVISIONADAS EM COMPETENCIA "
                   "POSTERIOR - NAO MEXIDAS"
       END-IF.
       IF WRK-CNT-SEM-FILIAL > ZEROS
           DISPLAY "AVISO: " WRK-CNT-SEM-FILIAL
                   " MATRICULAS FORA DA TABELA DE FILIAIS"
       END-IF.
       MOVE WRK-TOT-DEBITOS TO WRK-TOTAL-ED.
       DISPLAY "PROVISAO DA COMPETENCIA " WRK-COMPETENCIA " - "
               WRK-CNT-PROVISIONADAS " MATRICULAS, "
               WRK-CNT-BAIXADAS " COM BAIXA, "
               WRK-CNT-LANCAMENTOS " LANCAMENTOS, TOTAL "
               WRK-TOTAL-ED.
       IF WRK-EMPREGADOS-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-FERIAS-DISPONIVEL
           CLOSE FERIAS-FILE
       END-IF.
       IF WRK-FERPAG-DISPONIVEL
           CLOSE FERPAG-FILE
       END-IF.
       CLOSE PROVISAO-FILE.
       CLOSE LANCAMENTO-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
