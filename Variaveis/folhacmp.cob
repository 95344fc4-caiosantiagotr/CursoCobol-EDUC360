       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHACMP.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Folha complementar fora do ciclo - paga a
      *==            correcao de uma competencia ja fechada
      *==            pelo CONTRACH (hora extra esquecida, falta
      *==            lancada a mais, provento ou desconto fixo)
      *==            sem reemitir a folha normal. O supervisor
      *==            (nivel 3) digita por matricula as verbas
      *==            de correcao (HE/FA/PV/DV, mesmas regras do
      *==            APLICMOV sobre o salario do mestre); o
      *==            INSS e o IRRF sao recalculados pela
      *==            CALCDESC sobre o total da competencia (ja
      *==            pago + complementar) e so a diferenca para
      *==            o ja retido e descontada. Cada complementar
      *==            entra no FOLHAHST como sequencia 01 em
      *==            diante da competencia, sai na remessa de
      *==            credito REMECOMP (layout da REMEADIA), no
      *==            demonstrativo RELCOMPL e no EXCPTLOG.
      *==            Competencia ainda aberta vai na folha
      *==            normal - aqui e recusada.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Credito passa a sair no leiaute FEBRABAN
      *==                    CNAB 240, um arquivo por banco recebedor,
      *==                    pela rotina comum GERACNAB; a remessa
      *==                    interna (agora com o codigo do banco no
      *==                    detalhe) fica como controle e a listagem
      *==                    mostra os totais CNAB conferidos contra ela
      *==                    - fora de balanco devolve RETURN-CODE 8.
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
           SELECT REMESSA-FILE ASSIGN TO "REMECOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT RELATORIO-FILE ASSIGN TO "RELCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

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
           05  FILLER                 PIC X(27).
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

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-FUNCIONARIO.
           05  FILLER              PIC X(10) VALUE "MATRICULA ".
           05  REL-FUN-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-FUN-NOME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "SEQ ".
           05  REL-FUN-SEQUENCIA   PIC 9(02).
           05  FILLER              PIC X(24) VALUE SPACES.
       01  REL-VERBA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  REL-VRB-ROTULO      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-VRB-NATUREZA    PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-VRB-VALOR==.
           05  FILLER              PIC X(34) VALUE SPACES.
       01  REL-RESUMO.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  REL-RES-ROTULO      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-RES-VALOR==.
           05  FILLER              PIC X(28) VALUE SPACES.
       01  REL-TOTAL.
           05  FILLER              PIC X(15)
                   VALUE "COMPLEMENTARES ".
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(16)
                   VALUE "  LIQUIDO TOTAL ".
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-VALOR==.
           05  FILLER              PIC X(27) VALUE SPACES.

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "FOLHACMP".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-REMESSA        PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RECUSA            PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
          05 WRK-CMP-ANO        PIC 9(04).
          05 WRK-CMP-MES        PIC 9(02).
       77 WRK-DATA-PAGTO-ENT    PIC X(08) VALUE SPACES.
       77 WRK-DATA-PAGTO-OK     PIC X(01) VALUE "N".
       77 WRK-DATA-PAGTO        PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA-OK      PIC X(01) VALUE "N".
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-VERBA             PIC X(02) VALUE SPACES.
          88 WRK-VERBA-VALIDA             VALUES "HE" "FA"
                                                 "PV" "DV".
          88 WRK-VERBA-QUANTIDADE         VALUES "HE" "FA".
          88 WRK-VERBA-ENCERRA            VALUE "FI".
       77 WRK-VERBAS-FIM        PIC X(01) VALUE "N".
       01 WRK-QTDE-CAMPOS.
          05 WRK-QTDE-ENT       PIC X(05) VALUE SPACES.
          05 WRK-QTDE-NUM REDEFINES WRK-QTDE-ENT
                                PIC 9(03)V99.
       01 WRK-VALOR-CAMPOS.
          05 WRK-VALOR-ENT      PIC X(10) VALUE SPACES.
          05 WRK-VALOR-NUM REDEFINES WRK-VALOR-ENT
                                PIC 9(08)V99.
       77 WRK-APL-QTDE-VERBAS   PIC 9(02) VALUE ZEROS.
       77 WRK-APL-IDX           PIC 9(02) VALUE ZEROS.
       01 WRK-APL-VERBAS.
          05 WRK-APL-VERBA OCCURS 10 TIMES.
             10 WRK-APL-ROTULO    PIC X(20).
             10 WRK-APL-NATUREZA  PIC X(01).
             10 WRK-APL-VALOR     PIC 9(08)V99.
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-TEM-NORMAL        PIC X(01) VALUE "N".
       77 WRK-SEQ-MAIOR         PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL-HIST       PIC 9(03) VALUE ZEROS.
       77 WRK-PAGO-BRUTO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PAGO-INSS         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PAGO-IRRF         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-PROVENTOS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CMP-BRUTO-CALC    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CMP-BRUTO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMP-INSS          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMP-IRRF          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CMP-LIQ-CALC      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CMP-LIQUIDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-SALARIO-BRUTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-INSS          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-IRRF          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-LIQUIDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-DEPENDENTES   PIC 9(02) VALUE ZEROS.
       77 WRK-LINHAS-BLOCO      PIC 9(02) VALUE ZEROS.
       77 WRK-RES-ROTULO        PIC X(30) VALUE SPACES.
       77 WRK-RES-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CNT-PAGAS         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-RECUSADAS     PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR-ED==.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMECOMP".
       77 WRK-GCN-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-GCN-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-GCN-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GCN-ARQUIVOS      PIC 9(03) VALUE ZEROS.
       77 WRK-GCN-RESULTADO     PIC X(01) VALUE SPACES.
       01  WRK-GCN-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-GCN-VALOR-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-TRATA-FUNCIONARIO UNTIL WRK-FIM = "S".
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
           DISPLAY "ACESSO NEGADO - FOLHA COMPLEMENTAR EXIGE "
                   "NIVEL 3"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA FOLHA COMPLEMENTAR"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1100-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       PERFORM 1200-RECEBE-DATA-PAGTO
           UNTIL WRK-DATA-PAGTO-OK = "S".
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "MESTRE EMPREGDB INDISPONIVEL - FS "
                   WRK-FS-EMPREGADOS " - JOB ABANDONADO"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
      *== sem historico nao ha folha paga para complementar
       OPEN I-O HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           DISPLAY "HISTORICO FOLHAHST INDISPONIVEL - FS "
                   WRK-FS-HISTORICO " - JOB ABANDONADO"
           CLOSE EMPREGADOS-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN OUTPUT REMESSA-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE SPACES         TO REG-REMESSA.
       MOVE "0"            TO REM-TIPO.
       MOVE WRK-EMPRESA    TO REM-HDR-EMPRESA.
       MOVE WRK-DATA-PAGTO TO REM-HDR-DATA-PAGTO.
       WRITE REG-REMESSA.
       MOVE "FOLHA COMPLEMENTAR" TO WRK-CAB-TITULO.
       MOVE "VERBA                  N             VALOR"
         TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA A COMPLEMENTAR (AAAAMM) "
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

       1200-RECEBE-DATA-PAGTO   SECTION.
       DISPLAY "DATA DO CREDITO DA COMPLEMENTAR (AAAAMMDD) "
       ACCEPT WRK-DATA-PAGTO-ENT.
       IF WRK-DATA-PAGTO-ENT NOT NUMERIC
           DISPLAY "DATA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       MOVE WRK-DATA-PAGTO-ENT TO WRK-DUT-DATA.
       MOVE "V"                TO WRK-DUT-FUNCAO.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO = "E"
           DISPLAY "DATA INEXISTENTE NO CALENDARIO - REDIGITE"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       IF WRK-DUT-RESULTADO NOT = "S"
           DISPLAY "DATA NAO E DIA UTIL - REDIGITE"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       MOVE WRK-DUT-DATA TO WRK-DATA-PAGTO.
       MOVE "S"          TO WRK-DATA-PAGTO-OK.

       1200-RECEBE-SAIDA.
           EXIT.

       2000-TRATA-FUNCIONARIO   SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2100-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       IF WRK-FIM = "S"
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE "N" TO WRK-RECUSA.
       PERFORM 2200-LOCALIZA-FUNCIONARIO.
       IF WRK-RECUSA = "S"
           ADD 1 TO WRK-CNT-RECUSADAS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE ZEROS TO WRK-APL-QTDE-VERBAS.
       MOVE "N"   TO WRK-VERBAS-FIM.
       PERFORM 2400-DIGITA-VERBA UNTIL WRK-VERBAS-FIM = "S".
       PERFORM 2500-CALCULA-COMPLEMENTAR.
       IF WRK-RECUSA = "S"
           ADD 1 TO WRK-CNT-RECUSADAS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       PERFORM 2600-CONFIRMA.
       IF WRK-RESP NOT = "S"
           DISPLAY "COMPLEMENTAR DA MATRICULA " REG-MATRICULA
                   " DESCARTADA"
           ADD 1 TO WRK-CNT-RECUSADAS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       PERFORM 2700-GRAVA-COMPLEMENTAR.

       2000-TRATA-SAIDA.
           EXIT.

       2100-RECEBE-MATRICULA    SECTION.
       DISPLAY "MATRICULA DA COMPLEMENTAR (000000 OU FI "
               "ENCERRA) "
       ACCEPT WRK-MATRICULA-ENT.
       IF WRK-MATRICULA-ENT = "000000"
          OR WRK-MATRICULA-ENT = "FI"
           MOVE "S" TO WRK-FIM
           MOVE "S" TO WRK-MATRICULA-OK
           GO TO 2100-RECEBE-SAIDA
       END-IF.
       IF WRK-MATRICULA-ENT NOT NUMERIC
           DISPLAY "MATRICULA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2100-RECEBE-SAIDA
       END-IF.
       MOVE "V"               TO WRK-NMT-FUNCAO.
       MOVE WRK-MATRICULA-ENT TO WRK-NMT-MATRICULA.
       CALL "NUMMATR" USING BY REFERENCE WRK-NMT-FUNCAO
                            WRK-NMT-MATRICULA
                            WRK-NMT-RESULTADO.
       IF WRK-NMT-RESULTADO = "N"
           DISPLAY "MATRICULA COM DIGITO INVALIDO - REDIGITE"
       ELSE
           MOVE "S" TO WRK-MATRICULA-OK
       END-IF.

       2100-RECEBE-SAIDA.
           EXIT.

       2200-LOCALIZA-FUNCIONARIO SECTION.
       MOVE WRK-NMT-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA " WRK-NMT-MATRICULA
                       " NAO CADASTRADA"
               MOVE "S" TO WRK-RECUSA
               GO TO 2200-LOCALIZA-SAIDA
       END-READ.
       IF REG-DESLIGADO
           DISPLAY "MATRICULA " REG-MATRICULA
                   " DESLIGADA - ACERTO VAI NA RESCISAO"
           MOVE "S" TO WRK-RECUSA
           GO TO 2200-LOCALIZA-SAIDA
       END-IF.
      *== complementar so de competencia fechada; aberta, o
      *== acerto entra na folha normal do CONTRACH
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.
       MOVE "V" TO WRK-CPT-FUNCAO.
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-REG
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO NOT = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " ABERTA PARA A EMPRESA " WRK-EMPRESA-REG
                   " - LANCE O ACERTO NA FOLHA NORMAL (CONTRACH)"
           MOVE "S" TO WRK-RECUSA
           GO TO 2200-LOCALIZA-SAIDA
       END-IF.
       PERFORM 2300-SOMA-PAGO.
       IF WRK-TEM-NORMAL NOT = "S"
           DISPLAY "MATRICULA " REG-MATRICULA
                   " SEM FOLHA NORMAL NA COMPETENCIA "
                   WRK-COMPETENCIA
           MOVE "S" TO WRK-RECUSA
           GO TO 2200-LOCALIZA-SAIDA
       END-IF.
       IF WRK-SEQ-MAIOR = 99
           DISPLAY "MATRICULA " REG-MATRICULA
                   " JA TEM 99 FOLHAS NA COMPETENCIA"
           MOVE "S" TO WRK-RECUSA
           GO TO 2200-LOCALIZA-SAIDA
       END-IF.
       MOVE WRK-PAGO-BRUTO TO WRK-VALOR-ED.
       DISPLAY REG-MATRICULA " " REG-NOME
               " - BRUTO JA PAGO NA COMPETENCIA " WRK-VALOR-ED.

       2200-LOCALIZA-SAIDA.
           EXIT.

       2300-SOMA-PAGO           SECTION.
      *== soma a folha normal e as complementares ja pagas da
      *== competencia - o imposto e sobre o total do mes
       MOVE ZEROS TO WRK-PAGO-BRUTO WRK-PAGO-INSS WRK-PAGO-IRRF
                     WRK-SEQ-MAIOR WRK-FILIAL-HIST.
       MOVE "N"   TO WRK-TEM-NORMAL.
       MOVE "N"   TO WRK-EOF-HISTORICO.
       MOVE REG-MATRICULA   TO FHS-MATRICULA.
       MOVE WRK-COMPETENCIA TO FHS-COMPETENCIA.
       MOVE ZEROS           TO FHS-SEQUENCIA.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-HISTORICO
       END-START.
       IF WRK-EOF-HISTORICO NOT = "S"
           PERFORM 2310-LE-HISTORICO
       END-IF.
       PERFORM 2320-SOMA-SEQUENCIA
           UNTIL WRK-EOF-HISTORICO = "S".

       2310-LE-HISTORICO        SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
       END-READ.

       2320-SOMA-SEQUENCIA      SECTION.
       IF FHS-MATRICULA NOT = REG-MATRICULA
          OR FHS-COMPETENCIA NOT = WRK-COMPETENCIA
           MOVE "S" TO WRK-EOF-HISTORICO
           GO TO 2320-SOMA-SAIDA
       END-IF.
       IF FHS-FOLHA-NORMAL
           MOVE "S"        TO WRK-TEM-NORMAL
           MOVE FHS-FILIAL TO WRK-FILIAL-HIST
       END-IF.
       ADD FHS-BRUTO        TO WRK-PAGO-BRUTO.
       ADD FHS-INSS         TO WRK-PAGO-INSS.
       ADD FHS-IRRF         TO WRK-PAGO-IRRF.
       MOVE FHS-SEQUENCIA   TO WRK-SEQ-MAIOR.
       PERFORM 2310-LE-HISTORICO.

       2320-SOMA-SAIDA.
           EXIT.

       2400-DIGITA-VERBA        SECTION.
       IF WRK-APL-QTDE-VERBAS >= 10
           DISPLAY "LIMITE DE 10 VERBAS POR COMPLEMENTAR"
           MOVE "S" TO WRK-VERBAS-FIM
           GO TO 2400-DIGITA-SAIDA
       END-IF.
       MOVE SPACES TO WRK-VERBA.
       PERFORM 2410-RECEBE-VERBA
           UNTIL WRK-VERBA-VALIDA OR WRK-VERBA-ENCERRA.
       IF WRK-VERBA-ENCERRA
           MOVE "S" TO WRK-VERBAS-FIM
           GO TO 2400-DIGITA-SAIDA
       END-IF.
       MOVE ZEROS TO WRK-QTDE-NUM WRK-VALOR-NUM.
       IF WRK-VERBA-QUANTIDADE
           MOVE SPACES TO WRK-QTDE-ENT
           PERFORM 2420-RECEBE-QUANTIDADE
               UNTIL WRK-QTDE-ENT NUMERIC
       ELSE
           MOVE SPACES TO WRK-VALOR-ENT
           PERFORM 2430-RECEBE-VALOR
               UNTIL WRK-VALOR-ENT NUMERIC
       END-IF.
      *== mesmas regras do APLICMOV, sobre o salario do mestre
       ADD 1 TO WRK-APL-QTDE-VERBAS.
       MOVE WRK-APL-QTDE-VERBAS TO WRK-APL-IDX.
       IF WRK-VERBA = "HE"
           COMPUTE WRK-APL-VALOR(WRK-APL-IDX) ROUNDED =
                   REG-SALARIO / 220 * WRK-QTDE-NUM * 1,5
           MOVE "HORAS EXTRAS 50 PCT" TO WRK-APL-ROTULO(WRK-APL-IDX)
           MOVE "P"                   TO
                WRK-APL-NATUREZA(WRK-APL-IDX)
       END-IF.
       IF WRK-VERBA = "FA"
           COMPUTE WRK-APL-VALOR(WRK-APL-IDX) ROUNDED =
                   REG-SALARIO / 30 * WRK-QTDE-NUM
           MOVE "FALTAS NAO ABONADAS" TO WRK-APL-ROTULO(WRK-APL-IDX)
           MOVE "D"                   TO
                WRK-APL-NATUREZA(WRK-APL-IDX)
       END-IF.
       IF WRK-VERBA = "PV"
           MOVE WRK-VALOR-NUM   TO WRK-APL-VALOR(WRK-APL-IDX)
           MOVE "PROVENTO FIXO" TO WRK-APL-ROTULO(WRK-APL-IDX)
           MOVE "P"             TO WRK-APL-NATUREZA(WRK-APL-IDX)
       END-IF.
       IF WRK-VERBA = "DV"
           MOVE WRK-VALOR-NUM   TO WRK-APL-VALOR(WRK-APL-IDX)
           MOVE "DESCONTO FIXO" TO WRK-APL-ROTULO(WRK-APL-IDX)
           MOVE "D"             TO WRK-APL-NATUREZA(WRK-APL-IDX)
       END-IF.
       MOVE WRK-APL-VALOR(WRK-APL-IDX) TO WRK-VALOR-ED.
       DISPLAY "  " WRK-APL-ROTULO(WRK-APL-IDX) " "
               WRK-APL-NATUREZA(WRK-APL-IDX) " " WRK-VALOR-ED.

       2400-DIGITA-SAIDA.
           EXIT.

       2410-RECEBE-VERBA        SECTION.
       DISPLAY "VERBA - HE HORAS EXTRAS / FA FALTAS / "
               "PV PROVENTO FIXO / DV DESCONTO FIXO / "
               "FI ENCERRA AS VERBAS "
       ACCEPT WRK-VERBA.
       IF NOT WRK-VERBA-VALIDA AND NOT WRK-VERBA-ENCERRA
           DISPLAY "VERBA INVALIDA - DIGITE HE, FA, PV, DV OU FI"
       END-IF.

       2420-RECEBE-QUANTIDADE   SECTION.
       DISPLAY "QUANTIDADE (5 DIGITOS, CENTESIMOS NO FIM, "
               "EX 00850 = 8,50 HORAS/DIAS) "
       ACCEPT WRK-QTDE-ENT.
       IF WRK-QTDE-ENT NOT NUMERIC
           DISPLAY "QUANTIDADE INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       2430-RECEBE-VALOR        SECTION.
       DISPLAY "VALOR (10 DIGITOS, CENTAVOS NO FIM, "
               "EX 0000010050 = 100,50) "
       ACCEPT WRK-VALOR-ENT.
       IF WRK-VALOR-ENT NOT NUMERIC
           DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2500-CALCULA-COMPLEMENTAR SECTION.
       MOVE ZEROS TO WRK-TOT-PROVENTOS WRK-TOT-DESCONTOS.
       PERFORM 2510-SOMA-VERBA
           VARYING WRK-APL-IDX FROM 1 BY 1
           UNTIL WRK-APL-IDX > WRK-APL-QTDE-VERBAS.
       COMPUTE WRK-CMP-BRUTO-CALC =
               WRK-TOT-PROVENTOS - WRK-TOT-DESCONTOS.
       IF WRK-CMP-BRUTO-CALC NOT > ZEROS
           DISPLAY "VERBAS SEM VALOR A PAGAR - COMPLEMENTAR DA "
                   "MATRICULA " REG-MATRICULA " RECUSADA"
           MOVE "S" TO WRK-RECUSA
           GO TO 2500-CALCULA-SAIDA
       END-IF.
       MOVE WRK-CMP-BRUTO-CALC TO WRK-CMP-BRUTO.
      *== INSS e IRRF sobre o total da competencia; retem so o
      *== que falta alem do ja retido
       COMPUTE WRK-CAL-SALARIO-BRUTO = WRK-PAGO-BRUTO + WRK-CMP-BRUTO
           ON SIZE ERROR
               DISPLAY "BRUTO TOTAL NAO REPRESENTAVEL - MATRICULA "
                       REG-MATRICULA " RECUSADA"
               MOVE "S" TO WRK-RECUSA
               GO TO 2500-CALCULA-SAIDA
       END-COMPUTE.
       CALL "CONTADEP" USING BY REFERENCE
                             REG-MATRICULA
                             WRK-CAL-DEPENDENTES.
       CALL "CALCDESC" USING BY REFERENCE
                             WRK-CAL-SALARIO-BRUTO
                             WRK-CAL-INSS
                             WRK-CAL-IRRF
                             WRK-CAL-LIQUIDO
                             WRK-COMPETENCIA
                             WRK-CAL-DEPENDENTES.
       MOVE ZEROS TO WRK-CMP-INSS WRK-CMP-IRRF.
       IF WRK-CAL-INSS > WRK-PAGO-INSS
           COMPUTE WRK-CMP-INSS = WRK-CAL-INSS - WRK-PAGO-INSS
       END-IF.
       IF WRK-CAL-IRRF > WRK-PAGO-IRRF
           COMPUTE WRK-CMP-IRRF = WRK-CAL-IRRF - WRK-PAGO-IRRF
       END-IF.
       COMPUTE WRK-CMP-LIQ-CALC =
               WRK-CMP-BRUTO - WRK-CMP-INSS - WRK-CMP-IRRF.
       IF WRK-CMP-LIQ-CALC < ZEROS
           MOVE ZEROS TO WRK-CMP-LIQUIDO
       ELSE
           MOVE WRK-CMP-LIQ-CALC TO WRK-CMP-LIQUIDO
       END-IF.

       2500-CALCULA-SAIDA.
           EXIT.

       2510-SOMA-VERBA          SECTION.
       IF WRK-APL-NATUREZA(WRK-APL-IDX) = "P"
           ADD WRK-APL-VALOR(WRK-APL-IDX) TO WRK-TOT-PROVENTOS
       ELSE
           ADD WRK-APL-VALOR(WRK-APL-IDX) TO WRK-TOT-DESCONTOS
       END-IF.

       2600-CONFIRMA            SECTION.
       MOVE WRK-CMP-BRUTO TO WRK-VALOR-ED.
       DISPLAY "BRUTO COMPLEMENTAR      " WRK-VALOR-ED.
       MOVE WRK-CMP-INSS  TO WRK-VALOR-ED.
       DISPLAY "INSS A RETER            " WRK-VALOR-ED.
       MOVE WRK-CMP-IRRF  TO WRK-VALOR-ED.
       DISPLAY "IRRF A RETER            " WRK-VALOR-ED.
       MOVE WRK-CMP-LIQUIDO TO WRK-VALOR-ED.
       DISPLAY "LIQUIDO A CREDITAR      " WRK-VALOR-ED.
       DISPLAY "CONFIRMA A COMPLEMENTAR (S/N) "
       ACCEPT WRK-RESP.

       2700-GRAVA-COMPLEMENTAR  SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE SPACES                TO REG-FOLHA-HIST.
       MOVE REG-MATRICULA         TO FHS-MATRICULA.
       MOVE WRK-COMPETENCIA       TO FHS-COMPETENCIA.
       COMPUTE FHS-SEQUENCIA      =  WRK-SEQ-MAIOR + 1.
       MOVE WRK-FILIAL-HIST       TO FHS-FILIAL.
       MOVE WRK-CMP-BRUTO         TO FHS-BRUTO.
       MOVE WRK-CMP-INSS          TO FHS-INSS.
       MOVE WRK-CMP-IRRF          TO FHS-IRRF.
       MOVE WRK-CMP-LIQUIDO       TO FHS-LIQUIDO.
       MOVE WRK-DATA-HORA         TO FHS-DATA-HORA.
       WRITE REG-FOLHA-HIST
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR O HISTORICO DA MATRICULA "
                       REG-MATRICULA " - FS " WRK-FS-HISTORICO
                       " - COMPLEMENTAR NAO PAGA"
               ADD 1 TO WRK-CNT-RECUSADAS
               GO TO 2700-GRAVA-SAIDA
       END-WRITE.
       MOVE SPACES            TO REG-REMESSA.
       MOVE "1"               TO REM-TIPO.
       MOVE REG-MATRICULA     TO REM-DET-MATRICULA.
       MOVE REG-NOME          TO REM-DET-NOME.
       MOVE WRK-CMP-LIQUIDO   TO REM-DET-VALOR.
       MOVE REG-AGENCIA       TO REM-DET-AGENCIA.
       MOVE REG-CONTA         TO REM-DET-CONTA.
       MOVE REG-CONTA-DV      TO REM-DET-CONTA-DV.
       MOVE REG-BANCO         TO REM-DET-BANCO.
       WRITE REG-REMESSA.
       PERFORM 4000-IMPRIME-DEMONSTRATIVO.
       MOVE "FHS-SEQUENCIA"   TO WRK-EXC-CAMPO.
       MOVE SPACES            TO WRK-EXC-DESCRICAO.
       STRING "COMPL " FHS-SEQUENCIA " "
              WRK-COMPETENCIA " MATR " REG-MATRICULA
              " POR " WRK-SGN-OPERADOR-ID
           DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO.
       PERFORM 2900-GRAVA-EXCECAO.
       ADD 1               TO WRK-CNT-PAGAS.
       ADD WRK-CMP-LIQUIDO TO WRK-VALOR-TOTAL.
       DISPLAY "COMPLEMENTAR " FHS-SEQUENCIA " DA MATRICULA "
               REG-MATRICULA " GRAVADA".

       2700-GRAVA-SAIDA.
           EXIT.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       4000-IMPRIME-DEMONSTRATIVO SECTION.
       COMPUTE WRK-LINHAS-BLOCO = WRK-APL-QTDE-VERBAS + 8.
       IF WRK-REL-LINHAS-PAGINA + WRK-LINHAS-BLOCO
          > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE REG-MATRICULA  TO REL-FUN-MATRICULA.
       MOVE REG-NOME       TO REL-FUN-NOME.
       MOVE FHS-SEQUENCIA  TO REL-FUN-SEQUENCIA.
       WRITE REL-LINHA FROM REL-FUNCIONARIO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 4100-LINHA-VERBA
           VARYING WRK-APL-IDX FROM 1 BY 1
           UNTIL WRK-APL-IDX > WRK-APL-QTDE-VERBAS.
       MOVE "BRUTO JA PAGO NA COMPETENCIA" TO WRK-RES-ROTULO.
       MOVE WRK-PAGO-BRUTO                 TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.
       MOVE "BRUTO COMPLEMENTAR"           TO WRK-RES-ROTULO.
       MOVE WRK-CMP-BRUTO                  TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.
       MOVE "INSS SOBRE O TOTAL DO MES"    TO WRK-RES-ROTULO.
       MOVE WRK-CAL-INSS                   TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.
       MOVE "INSS A RETER (DIFERENCA)"     TO WRK-RES-ROTULO.
       MOVE WRK-CMP-INSS                   TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.
       MOVE "IRRF SOBRE O TOTAL DO MES"    TO WRK-RES-ROTULO.
       MOVE WRK-CAL-IRRF                   TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.
       MOVE "IRRF A RETER (DIFERENCA)"     TO WRK-RES-ROTULO.
       MOVE WRK-CMP-IRRF                   TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.
       MOVE "LIQUIDO DA COMPLEMENTAR"      TO WRK-RES-ROTULO.
       MOVE WRK-CMP-LIQUIDO                TO WRK-RES-VALOR.
       PERFORM 4200-LINHA-RESUMO.

       4100-LINHA-VERBA         SECTION.
       MOVE WRK-APL-ROTULO(WRK-APL-IDX)   TO REL-VRB-ROTULO.
       MOVE WRK-APL-NATUREZA(WRK-APL-IDX) TO REL-VRB-NATUREZA.
       MOVE WRK-APL-VALOR(WRK-APL-IDX)    TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       4200-LINHA-RESUMO        SECTION.
       MOVE WRK-RES-ROTULO TO REL-RES-ROTULO.
       MOVE WRK-RES-VALOR  TO REL-RES-VALOR.
       WRITE REL-LINHA FROM REL-RESUMO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       8500-TRAILER             SECTION.
       MOVE SPACES           TO REG-REMESSA.
       MOVE "9"              TO REM-TIPO.
       MOVE WRK-CNT-PAGAS    TO REM-TRL-QTDE.
       MOVE WRK-VALOR-TOTAL  TO REM-TRL-VALOR-TOTAL.
       WRITE REG-REMESSA.
       MOVE WRK-CNT-PAGAS    TO REL-TOT-QTDE.
       MOVE WRK-VALOR-TOTAL  TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE WRK-VALOR-TOTAL  TO WRK-TOTAL-ED.
       DISPLAY "FOLHA COMPLEMENTAR " WRK-COMPETENCIA " - "
               WRK-CNT-PAGAS " PAGAS, LIQUIDO " WRK-TOTAL-ED.
       IF WRK-CNT-RECUSADAS > ZEROS
           DISPLAY "RECUSADAS OU DESCARTADAS: " WRK-CNT-RECUSADAS
       END-IF.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 8500-TRAILER.
       CLOSE EMPREGADOS-FILE.
       CLOSE HISTORICO-FILE.
       CLOSE REMESSA-FILE.
       PERFORM 8800-GERA-CNAB.
       CLOSE RELATORIO-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       8800-GERA-CNAB           SECTION.
      *== a remessa interna fechada vira os arquivos CNAB 240,
      *== um por banco recebedor, conferidos contra o trailer
       CALL "GERACNAB" USING BY REFERENCE WRK-GCN-ARQUIVO
                             WRK-GCN-EMPRESA
                             WRK-GCN-QTDE
                             WRK-GCN-VALOR
                             WRK-GCN-ARQUIVOS
                             WRK-GCN-RESULTADO.
       MOVE WRK-GCN-VALOR TO WRK-GCN-VALOR-ED.
       MOVE SPACES TO REL-LINHA.
       IF WRK-GCN-RESULTADO = "V"
           MOVE "CNAB 240: REMESSA SEM CREDITOS - NENHUM ARQUIVO"
             TO REL-LINHA
           WRITE REL-LINHA
           GO TO 8800-GERA-CNAB-SAIDA
       END-IF.
       IF WRK-GCN-RESULTADO NOT = "S"
           MOVE "CNAB 240 NAO GERADO - NAO ENVIE NADA AO BANCO"
             TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY "ARQUIVOS CNAB 240 DA " WRK-GCN-ARQUIVO
                   " RECUSADOS - REMESSA RETIDA"
           MOVE 8 TO RETURN-CODE
           GO TO 8800-GERA-CNAB-SAIDA
       END-IF.
       STRING "CNAB 240: " WRK-GCN-ARQUIVOS " ARQUIVO(S) "
              WRK-GCN-QTDE " CREDITOS, TOTAL " WRK-GCN-VALOR-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.

       8800-GERA-CNAB-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
