       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIASREC.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Guias mensais de recolhimento - le a
      *==            competencia no historico FOLHAHST (folha
      *==            normal e complementares) e totaliza por
      *==            empresa (REG-EMPRESA/CNPJ do EMPRESDB) o
      *==            IRRF retido, para o DARF (codigo 0561), e
      *==            o INSS dos segurados mais a parte da
      *==            empresa, RAT e terceiros sobre o bruto,
      *==            pelas aliquotas do cartao ALIQINSS, para a
      *==            GPS (codigo 2100). O vencimento e o dia 20
      *==            do mes seguinte, antecipado para o dia
      *==            util anterior pela rotina DIAUTIL. Cada
      *==            guia vai para o registro GUIADB, onde o
      *==            financeiro da a baixa (BAIXAGUI), e os
      *==            dados saem na listagem RELGUIAS - o total
      *==            feito a mao em cima do RELCONTR sai do
      *==            circuito. Guia ja paga nao e regravada;
      *==            pendente e recalculada.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Ferias pagas na competencia (FERPAGDB)
      *==                    entram no DARF, na GPS e na base
      *==                    patronal.
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
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT GUIA-FILE ASSIGN TO "GUIADB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               FILE STATUS IS WRK-FS-GUIA.
           SELECT ALIQUOTA-FILE ASSIGN TO "ALIQINSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALIQUOTA.
           SELECT RELATORIO-FILE ASSIGN TO "RELGUIAS"
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

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  GUIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "guiarc.cpy".

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
       01  REL-EMPRESA.
           05  FILLER              PIC X(08) VALUE "EMPRESA ".
           05  REL-EMP-CODIGO      PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-EMP-NOME        PIC X(30).
           05  FILLER              PIC X(07) VALUE "  CNPJ ".
           05  REL-EMP-CNPJ        PIC X(14).
           05  FILLER              PIC X(17) VALUE SPACES.
       01  REL-GUIA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-GUI-TIPO        PIC X(04).
           05  FILLER              PIC X(06) VALUE "  COD ".
           05  REL-GUI-RECEITA     PIC X(04).
           05  FILLER              PIC X(07) VALUE "  VENC ".
           05  REL-GUI-VENCIMENTO  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-GUI-VALOR==.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-GUI-OBS         PIC X(20).
           05  FILLER              PIC X(07) VALUE SPACES.
       01  REL-COMPOSICAO.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  REL-CMP-ROTULO      PIC X(22).
           05  REL-CMP-PERC        PIC ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-CMP-VALOR==.
           05  FILLER              PIC X(28) VALUE SPACES.
       01  REL-TOTAL.
           05  FILLER              PIC X(06) VALUE "GUIAS ".
           05  REL-TOT-QTDE        PIC ZZZZ9.
           05  FILLER              PIC X(16)
                   VALUE "  VALOR A PAGAR ".
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-VALOR==.
           05  FILLER              PIC X(37) VALUE SPACES.

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "GUIASREC".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-GUIA           PIC X(02) VALUE "00".
       77 WRK-FS-ALIQUOTA       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-EMPREGADOS-DISPONIVEL    VALUE "S".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
          88 WRK-FERPAG-DISPONIVEL        VALUE "S".
       77 WRK-EOF-FERPAG        PIC X(01) VALUE "N".
       77 WRK-MATRICULA-CASA    PIC 9(06) VALUE ZEROS.
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
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-EOF-EMPRESAS      PIC X(01) VALUE "N".
       77 WRK-EOF-ALIQUOTA      PIC X(01) VALUE "N".
       77 WRK-EMP-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-EMP-IDX           PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-EMPRESAS.
          05 WRK-TAB-EMP OCCURS 99 TIMES.
             10 WRK-TEM-CODIGO    PIC 9(02).
             10 WRK-TEM-CNPJ      PIC X(14).
             10 WRK-TEM-NOME      PIC X(30).
      *== aliquotas patronais: linha 00 do cartao e a padrao,
      *== as demais valem so para a propria empresa
       77 WRK-PERC-EMPRESA-PAD  PIC 9(02)V99 VALUE 20,00.
       77 WRK-PERC-RAT-PAD      PIC 9(02)V99 VALUE 2,00.
       77 WRK-PERC-TERCEIROS-PAD PIC 9(02)V99 VALUE 5,80.
       77 WRK-ALQ-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-ALQ-IDX           PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ALIQUOTAS.
          05 WRK-TAB-ALQ OCCURS 99 TIMES.
             10 WRK-TAL-EMPRESA   PIC 9(02).
             10 WRK-TAL-EMPRESA-P PIC 9(02)V99.
             10 WRK-TAL-RAT       PIC 9(02)V99.
             10 WRK-TAL-TERCEIROS PIC 9(02)V99.
       77 WRK-PERC-EMPRESA      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-RAT          PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-TERCEIROS    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-EMP-BRUTO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMP-INSS          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMP-IRRF          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMP-QTDE-FUNC     PIC 9(06) VALUE ZEROS.
       77 WRK-EMP-BASE-FERIAS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EMP-QTDE-FERIAS   PIC 9(06) VALUE ZEROS.
       77 WRK-VLR-EMPRESA       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VLR-RAT           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VLR-TERCEIROS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VLR-GPS           PIC 9(11)V99 VALUE ZEROS.
      *== vencimento: dia 20 do mes seguinte, antecipado
       01 WRK-VENCIMENTO        PIC 9(08) VALUE ZEROS.
       01 WRK-VENCIMENTO-RD REDEFINES WRK-VENCIMENTO.
           05  WRK-VCT-ANO          PIC 9(04).
           05  WRK-VCT-MES          PIC 9(02).
           05  WRK-VCT-DIA          PIC 9(02).
       77 WRK-VENCIMENTO-ED     PIC X(10) VALUE SPACES.
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-DIAS-INTEIROS     PIC 9(07) VALUE ZEROS.
       77 WRK-TENTATIVAS        PIC 9(02) VALUE ZEROS.
       77 WRK-GUIA-TIPO         PIC X(01) VALUE SPACES.
       77 WRK-GUIA-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GUIA-JA-PAGA      PIC X(01) VALUE "N".
       77 WRK-CNT-GUIAS         PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-JA-PAGAS      PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FORA-MESTRE   PIC 9(06) VALUE ZEROS.
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
      *== guia de competencia aberta sai, mas provisoria: a
      *== proxima rodada recalcula o que nao foi pago
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO NOT = "F"
           DISPLAY "AVISO: COMPETENCIA " WRK-COMPETENCIA
                   " AINDA ABERTA - GUIAS PROVISORIAS"
       END-IF.
       PERFORM 1300-LE-ALIQUOTAS.
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
                   "FOLHA A RECOLHER"
       END-IF.
      *== ferias sao pagas antes do gozo e saem do bruto da
      *== folha; o que o FERIASPG pagou na competencia vem
      *== do FERPAGDB
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       ELSE
           DISPLAY "AVISO: FERPAGDB INDISPONIVEL - FERIAS PAGAS "
                   "FORA DAS GUIAS"
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       OPEN I-O GUIA-FILE.
       IF WRK-FS-GUIA = "35"
           OPEN OUTPUT GUIA-FILE
           CLOSE GUIA-FILE
           OPEN I-O GUIA-FILE
       END-IF.
       PERFORM 1200-MONTA-EMPRESAS.
       IF NOT WRK-HISTORICO-DISPONIVEL
           MOVE ZEROS TO WRK-EMP-QTDE
       END-IF.
       PERFORM 1400-CALCULA-VENCIMENTO.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "GUIAS DE RECOLHIMENTO" TO WRK-CAB-TITULO.
       MOVE "  GUIA  RECEITA   VENCIMENTO" TO WRK-REL-COLUNAS.
       MOVE "VALOR"         TO WRK-REL-COLUNAS(48:5).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA
              "  EMPRESA " WRK-EMPRESA-SEL
              "  VENCIMENTO " WRK-VENCIMENTO-ED
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
       DISPLAY "EMPRESA DAS GUIAS (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DAS GUIAS (AAAAMM) "
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
      *== uma GPS e um DARF por empresa: a escolhida, ou todas
      *== as do EMPRESDB quando 00; sem o cadastro, a empresa
      *== 01 (legado de um CNPJ so) recolhe a folha inteira
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
                               " NAO CADASTRADA - GUIA SEM CNPJ"
                   NOT INVALID KEY
                       MOVE EMP-CNPJ TO WRK-TEM-CNPJ(1)
                       MOVE EMP-NOME TO WRK-TEM-NOME(1)
               END-READ
           END-IF
           GO TO 1200-MONTA-SAIDA
       END-IF.
       IF NOT WRK-EMPRESAS-DISPONIVEL
           DISPLAY "AVISO: CADASTRO EMPRESDB INDISPONIVEL - "
                   "GUIAS SO DA EMPRESA 01"
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
           MOVE ALQ-PERC-EMPRESA   TO
                WRK-TAL-EMPRESA-P(WRK-ALQ-QTDE)
           MOVE ALQ-PERC-RAT       TO WRK-TAL-RAT(WRK-ALQ-QTDE)
           MOVE ALQ-PERC-TERCEIROS TO
                WRK-TAL-TERCEIROS(WRK-ALQ-QTDE)
       END-IF.

       1310-LE-SAIDA.
           EXIT.

       1400-CALCULA-VENCIMENTO  SECTION.
      *== DARF do IRRF e GPS vencem no dia 20 do mes seguinte
      *== a competencia; sem expediente bancario no dia, o
      *== recolhimento e antecipado, nunca prorrogado
       MOVE WRK-CMP-ANO TO WRK-VCT-ANO.
       MOVE WRK-CMP-MES TO WRK-VCT-MES.
       IF WRK-VCT-MES = 12
           ADD 1 TO WRK-VCT-ANO
           MOVE 1 TO WRK-VCT-MES
       ELSE
           ADD 1 TO WRK-VCT-MES
       END-IF.
       MOVE 20    TO WRK-VCT-DIA.
       MOVE ZEROS TO WRK-TENTATIVAS.
       MOVE SPACES TO WRK-DUT-RESULTADO.
       PERFORM 1410-TESTA-DIA-UTIL
           UNTIL WRK-DUT-RESULTADO = "S"
              OR WRK-TENTATIVAS >= 10.
       MOVE SPACES TO WRK-VENCIMENTO-ED.
       STRING WRK-VCT-DIA "/" WRK-VCT-MES "/" WRK-VCT-ANO
              DELIMITED BY SIZE INTO WRK-VENCIMENTO-ED.

       1410-TESTA-DIA-UTIL      SECTION.
       MOVE "V"            TO WRK-DUT-FUNCAO.
       MOVE WRK-VENCIMENTO TO WRK-DUT-DATA.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO NOT = "S"
           ADD 1 TO WRK-TENTATIVAS
           COMPUTE WRK-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO) - 1
           COMPUTE WRK-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
       END-IF.

       2000-PROCESSA-EMPRESA    SECTION.
      *== uma passada no FOLHAHST por empresa; o historico
      *== nao guarda a empresa, que vem do mestre
       MOVE ZEROS TO WRK-EMP-BRUTO WRK-EMP-INSS WRK-EMP-IRRF
                     WRK-EMP-QTDE-FUNC WRK-EMP-BASE-FERIAS
                     WRK-EMP-QTDE-FERIAS.
       MOVE "N"   TO WRK-EOF-HISTORICO.
       MOVE ZEROS TO FHS-CHAVE.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-HISTORICO
       END-START.
       PERFORM 2100-LE-HISTORICO UNTIL WRK-EOF-HISTORICO = "S".
       IF WRK-FERPAG-DISPONIVEL
           MOVE "N"   TO WRK-EOF-FERPAG
           MOVE ZEROS TO FPG-CHAVE
           START FERPAG-FILE KEY IS >= FPG-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-FERPAG
           END-START
           PERFORM 2150-LE-FERIAS-PAGAS UNTIL WRK-EOF-FERPAG = "S"
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 10 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-TEM-CODIGO(WRK-EMP-IDX) TO REL-EMP-CODIGO.
       MOVE WRK-TEM-NOME(WRK-EMP-IDX)   TO REL-EMP-NOME.
       MOVE WRK-TEM-CNPJ(WRK-EMP-IDX)   TO REL-EMP-CNPJ.
       WRITE REL-LINHA FROM REL-EMPRESA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       IF WRK-EMP-QTDE-FUNC = ZEROS
          AND WRK-EMP-QTDE-FERIAS = ZEROS
           MOVE "  SEM FOLHA NA COMPETENCIA - NENHUMA GUIA"
             TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
           GO TO 2000-PROCESSA-SAIDA
       END-IF.
       PERFORM 2300-DARF.
       PERFORM 2400-GPS.

       2000-PROCESSA-SAIDA.
           EXIT.

       2100-LE-HISTORICO        SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
           NOT AT END
               IF FHS-COMPETENCIA = WRK-COMPETENCIA
                   MOVE FHS-MATRICULA TO WRK-MATRICULA-CASA
                   PERFORM 2200-CASA-FUNCIONARIO
                   IF WRK-EMPRESA-REG =
                      WRK-TEM-CODIGO(WRK-EMP-IDX)
                       ADD FHS-BRUTO TO WRK-EMP-BRUTO
                       ADD FHS-INSS  TO WRK-EMP-INSS
                       ADD FHS-IRRF  TO WRK-EMP-IRRF
                       ADD 1         TO WRK-EMP-QTDE-FUNC
                   END-IF
               END-IF
       END-READ.

       2150-LE-FERIAS-PAGAS     SECTION.
      *== ferias + 1/3 sao base do INSS patronal; o abono
      *== pecuniario nao e salario de contribuicao
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERPAG
           NOT AT END
               IF FPG-COMPETENCIA = WRK-COMPETENCIA
                   MOVE FPG-MATRICULA TO WRK-MATRICULA-CASA
                   PERFORM 2200-CASA-FUNCIONARIO
                   IF WRK-EMPRESA-REG =
                      WRK-TEM-CODIGO(WRK-EMP-IDX)
                       ADD FPG-VALOR-FERIAS FPG-VALOR-TERCO
                           TO WRK-EMP-BRUTO WRK-EMP-BASE-FERIAS
                       ADD FPG-INSS  TO WRK-EMP-INSS
                       ADD FPG-IRRF  TO WRK-EMP-IRRF
                       ADD 1         TO WRK-EMP-QTDE-FERIAS
                   END-IF
               END-IF
       END-READ.

       2200-CASA-FUNCIONARIO    SECTION.
      *== empresa vem do mestre; matricula que saiu do
      *== mestre (arquivada) recolhe pela empresa 01
       MOVE 1 TO WRK-EMPRESA-REG.
       IF NOT WRK-EMPREGADOS-DISPONIVEL
           GO TO 2200-CASA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA-CASA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               IF WRK-EMP-IDX = 1
                   ADD 1 TO WRK-CNT-FORA-MESTRE
               END-IF
           NOT INVALID KEY
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

       2300-DARF                SECTION.
      *== sem IRRF retido no mes nao ha DARF a recolher
       IF WRK-EMP-IRRF = ZEROS
           MOVE "  DARF 0561 - SEM IRRF RETIDO NA COMPETENCIA"
             TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
           GO TO 2300-DARF-SAIDA
       END-IF.
       MOVE "D"          TO WRK-GUIA-TIPO.
       MOVE WRK-EMP-IRRF TO WRK-GUIA-VALOR.
       PERFORM 2500-REGISTRA-GUIA.
       MOVE "DARF"       TO REL-GUI-TIPO.
       MOVE "0561"       TO REL-GUI-RECEITA.
       PERFORM 2600-IMPRIME-GUIA.

       2300-DARF-SAIDA.
           EXIT.

       2400-GPS                 SECTION.
       PERFORM 2410-BUSCA-ALIQUOTA.
       COMPUTE WRK-VLR-EMPRESA ROUNDED =
               WRK-EMP-BRUTO * WRK-PERC-EMPRESA / 100.
       COMPUTE WRK-VLR-RAT ROUNDED =
               WRK-EMP-BRUTO * WRK-PERC-RAT / 100.
       COMPUTE WRK-VLR-TERCEIROS ROUNDED =
               WRK-EMP-BRUTO * WRK-PERC-TERCEIROS / 100.
       COMPUTE WRK-VLR-GPS = WRK-EMP-INSS + WRK-VLR-EMPRESA
                           + WRK-VLR-RAT + WRK-VLR-TERCEIROS.
       MOVE "G"         TO WRK-GUIA-TIPO.
       MOVE WRK-VLR-GPS TO WRK-GUIA-VALOR.
       PERFORM 2500-REGISTRA-GUIA.
       MOVE "GPS "      TO REL-GUI-TIPO.
       MOVE "2100"      TO REL-GUI-RECEITA.
       PERFORM 2600-IMPRIME-GUIA.
       MOVE "BASE (BRUTO DA FOLHA)" TO REL-CMP-ROTULO.
       MOVE ZEROS                   TO REL-CMP-PERC.
       MOVE WRK-EMP-BRUTO           TO REL-CMP-VALOR.
       PERFORM 2700-IMPRIME-COMPOSICAO.
       IF WRK-EMP-BASE-FERIAS > ZEROS
           MOVE "  DA QUAL FERIAS + 1/3" TO REL-CMP-ROTULO
           MOVE ZEROS                    TO REL-CMP-PERC
           MOVE WRK-EMP-BASE-FERIAS      TO REL-CMP-VALOR
           PERFORM 2700-IMPRIME-COMPOSICAO
       END-IF.
       MOVE "SEGURADOS (RETIDO)"    TO REL-CMP-ROTULO.
       MOVE ZEROS                   TO REL-CMP-PERC.
       MOVE WRK-EMP-INSS            TO REL-CMP-VALOR.
       PERFORM 2700-IMPRIME-COMPOSICAO.
       MOVE "EMPRESA"               TO REL-CMP-ROTULO.
       MOVE WRK-PERC-EMPRESA        TO REL-CMP-PERC.
       MOVE WRK-VLR-EMPRESA         TO REL-CMP-VALOR.
       PERFORM 2700-IMPRIME-COMPOSICAO.
       MOVE "RAT AJUSTADO (FAP)"    TO REL-CMP-ROTULO.
       MOVE WRK-PERC-RAT            TO REL-CMP-PERC.
       MOVE WRK-VLR-RAT             TO REL-CMP-VALOR.
       PERFORM 2700-IMPRIME-COMPOSICAO.
       MOVE "OUTRAS ENTIDADES"      TO REL-CMP-ROTULO.
       MOVE WRK-PERC-TERCEIROS      TO REL-CMP-PERC.
       MOVE WRK-VLR-TERCEIROS       TO REL-CMP-VALOR.
       PERFORM 2700-IMPRIME-COMPOSICAO.

       2410-BUSCA-ALIQUOTA      SECTION.
       MOVE WRK-PERC-EMPRESA-PAD   TO WRK-PERC-EMPRESA.
       MOVE WRK-PERC-RAT-PAD       TO WRK-PERC-RAT.
       MOVE WRK-PERC-TERCEIROS-PAD TO WRK-PERC-TERCEIROS.
       PERFORM 2420-CONFERE-ALIQUOTA
           VARYING WRK-ALQ-IDX FROM 1 BY 1
           UNTIL WRK-ALQ-IDX > WRK-ALQ-QTDE.

       2420-CONFERE-ALIQUOTA    SECTION.
       IF WRK-TAL-EMPRESA(WRK-ALQ-IDX) =
             WRK-TEM-CODIGO(WRK-EMP-IDX)
           MOVE WRK-TAL-EMPRESA-P(WRK-ALQ-IDX) TO WRK-PERC-EMPRESA
           MOVE WRK-TAL-RAT(WRK-ALQ-IDX)       TO WRK-PERC-RAT
           MOVE WRK-TAL-TERCEIROS(WRK-ALQ-IDX)
             TO WRK-PERC-TERCEIROS
       END-IF.

       2500-REGISTRA-GUIA       SECTION.
      *== guia ja paga fica como foi paga; pendente e
      *== recalculada com a folha de agora
       MOVE "N" TO WRK-GUIA-JA-PAGA.
       MOVE WRK-COMPETENCIA             TO GUI-COMPETENCIA.
       MOVE WRK-TEM-CODIGO(WRK-EMP-IDX) TO GUI-EMPRESA.
       MOVE WRK-GUIA-TIPO               TO GUI-TIPO.
       READ GUIA-FILE KEY IS GUI-CHAVE
           INVALID KEY
               PERFORM 2510-MONTA-GUIA
               WRITE REG-GUIA
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTRAR A GUIA "
                               GUI-CHAVE " - FS " WRK-FS-GUIA
               END-WRITE
           NOT INVALID KEY
               IF GUI-PAGA
                   MOVE "S" TO WRK-GUIA-JA-PAGA
                   ADD 1    TO WRK-CNT-JA-PAGAS
               ELSE
                   PERFORM 2510-MONTA-GUIA
                   REWRITE REG-GUIA
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR A GUIA "
                                   GUI-CHAVE " - FS " WRK-FS-GUIA
                   END-REWRITE
               END-IF
       END-READ.
       IF WRK-GUIA-JA-PAGA = "N"
           ADD 1              TO WRK-CNT-GUIAS
           ADD WRK-GUIA-VALOR TO WRK-TOT-VALOR
       END-IF.

       2510-MONTA-GUIA          SECTION.
       MOVE SPACES                      TO REG-GUIA.
       MOVE WRK-COMPETENCIA             TO GUI-COMPETENCIA.
       MOVE WRK-TEM-CODIGO(WRK-EMP-IDX) TO GUI-EMPRESA.
       MOVE WRK-GUIA-TIPO               TO GUI-TIPO.
       MOVE WRK-TEM-CNPJ(WRK-EMP-IDX)   TO GUI-CNPJ.
       MOVE ZEROS TO GUI-VALOR-SEGURADOS GUI-VALOR-EMPRESA
                     GUI-VALOR-RAT GUI-VALOR-TERCEIROS
                     GUI-DATA-PAGAMENTO.
       IF GUI-DARF
           MOVE "0561"             TO GUI-CODIGO-RECEITA
       ELSE
           MOVE "2100"             TO GUI-CODIGO-RECEITA
           MOVE WRK-EMP-INSS       TO GUI-VALOR-SEGURADOS
           MOVE WRK-VLR-EMPRESA    TO GUI-VALOR-EMPRESA
           MOVE WRK-VLR-RAT        TO GUI-VALOR-RAT
           MOVE WRK-VLR-TERCEIROS  TO GUI-VALOR-TERCEIROS
       END-IF.
       MOVE WRK-GUIA-VALOR  TO GUI-VALOR-TOTAL.
       MOVE WRK-VENCIMENTO  TO GUI-VENCIMENTO.
       MOVE "P"             TO GUI-SITUACAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA   TO GUI-DATA-HORA.

       2600-IMPRIME-GUIA        SECTION.
       MOVE WRK-VENCIMENTO-ED TO REL-GUI-VENCIMENTO.
       MOVE WRK-GUIA-VALOR    TO REL-GUI-VALOR.
       IF WRK-GUIA-JA-PAGA = "S"
           MOVE "JA PAGA - MANTIDA"  TO REL-GUI-OBS
       ELSE
           MOVE SPACES               TO REL-GUI-OBS
       END-IF.
       WRITE REL-LINHA FROM REL-GUIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       2700-IMPRIME-COMPOSICAO  SECTION.
       WRITE REL-LINHA FROM REL-COMPOSICAO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
      *== cartao invalido abortou antes de qualquer OPEN
       IF WRK-CARTAO-INVALIDO = "S"
           DISPLAY "GUIASREC ABANDONADO PELO CARTAO PARMFOLH - "
                   "NENHUMA GUIA GERADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-CNT-GUIAS TO REL-TOT-QTDE.
       MOVE WRK-TOT-VALOR TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.
       IF WRK-CNT-FORA-MESTRE > ZEROS
           DISPLAY "AVISO: " WRK-CNT-FORA-MESTRE
                   " MATRICULAS DO HISTORICO FORA DO MESTRE - "
                   "RECOLHIDAS PELA EMPRESA 01"
       END-IF.
       IF WRK-CNT-JA-PAGAS > ZEROS
           DISPLAY "GUIAS JA PAGAS MANTIDAS SEM RECALCULO: "
                   WRK-CNT-JA-PAGAS
       END-IF.
       MOVE WRK-TOT-VALOR TO WRK-TOTAL-ED.
       DISPLAY "GUIAS DA COMPETENCIA " WRK-COMPETENCIA " - "
               WRK-CNT-GUIAS " A PAGAR ATE " WRK-VENCIMENTO-ED
               ", TOTAL " WRK-TOTAL-ED.
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
       CLOSE GUIA-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
