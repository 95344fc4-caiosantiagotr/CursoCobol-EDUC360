       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIASPG.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Pagamento de ferias - para os gozos
      *==            marcados no FERIASDB (MANTFER) com inicio
      *==            dentro da janela informada, calcula as
      *==            ferias dos dias de gozo sobre o salario do
      *==            mestre, o 1/3 constitucional e, quando
      *==            vendido, o abono pecuniario de 10 dias com
      *==            o seu 1/3 (sem INSS/IRRF); INSS e IRRF das
      *==            ferias pela rotina comum CALCDESC. Emite o
      *==            aviso e o recibo de ferias que o
      *==            funcionario assina (RELAVFER), gera a
      *==            remessa de credito REMEFER (layout da
      *==            REMEADIA) para dois dias antes do inicio
      *==            dos gozos da janela, antecipada para dia util
      *==            pela DIAUTIL, e grava cada pagamento no
      *==            FERPAGDB, que o CONTRACH le para nao pagar
      *==            os dias de ferias de novo. Gozo ja pago
      *==            nao e pago outra vez.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Cada pagamento baixa a provisao de
      *==                    ferias da matricula (PROVSDO, rotina
      *==                    BAIXAPRV) pelas ferias, terco e abono
      *==                    pagos, limitada ao saldo provisionado.
      *==   15/10/2026 CAS - Credito passa a sair no leiaute FEBRABAN
      *==                    CNAB 240, um arquivo por banco recebedor,
      *==                    pela rotina comum GERACNAB; a remessa
      *==                    interna (agora com o codigo do banco no
      *==                    detalhe) fica como controle e a listagem
      *==                    mostra os totais CNAB conferidos contra ela
      *==                    - fora de balanco devolve RETURN-CODE 8.
      *==   15/10/2026 CAS - Data do credito calculada para cada gozo
      *==                    a pagar (inicio menos 2 dias, antecipada
      *==                    para dia util); a janela cujos gozos
      *==                    caem em datas de credito diferentes e
      *==                    recusada com RETURN-CODE 8.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS-FILE ASSIGN TO "FERIASDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT REMESSA-FILE ASSIGN TO "REMEFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT RELATORIO-FILE ASSIGN TO "RELAVFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "feriasrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

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
       01  REL-VERBA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  REL-VRB-ROTULO      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-VRB-VALOR==.
           05  FILLER              PIC X(28) VALUE SPACES.
       01  REL-TOTAL.
           05  FILLER              PIC X(15)
                   VALUE "FERIAS PAGAS   ".
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
       77 WRK-NOME-JOB          PIC X(20) VALUE "FERIASPG".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-FERIAS         PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-REMESSA        PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF-FERIAS        PIC X(01) VALUE "N".
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-DATA-ENT          PIC X(08) VALUE SPACES.
       77 WRK-DATA-OK           PIC X(01) VALUE "N".
       77 WRK-JANELA-DE         PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-ATE        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       77 WRK-DATA-CREDITO      PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-CREDITO    PIC 9(08) VALUE ZEROS.
       77 WRK-CREDITO-GOZO      PIC 9(08) VALUE ZEROS.
       77 WRK-CREDITO-DIVERGE   PIC X(01) VALUE "N".
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-DIAS-INTEIROS     PIC 9(07) VALUE ZEROS.
       77 WRK-TENTATIVAS        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-ANTECEDENCIA PIC 9(02) VALUE 2.
       77 WRK-DIAS-GOZO         PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-ABONO        PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-GOZO          PIC 9(08) VALUE ZEROS.
       77 WRK-RETORNO           PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-SALARIO-DIA       PIC 9(08)V9999 VALUE ZEROS.
       77 WRK-VLR-FERIAS        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-TERCO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-ABONO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-TERCO-ABONO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-LIQUIDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-SALARIO-BRUTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-INSS          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-IRRF          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-LIQUIDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-DEPENDENTES   PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-TRAB         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-TRAB-RD REDEFINES WRK-DATA-TRAB.
          05 WRK-DTT-ANO        PIC 9(04).
          05 WRK-DTT-MES        PIC 9(02).
          05 WRK-DTT-DIA        PIC 9(02).
       77 WRK-DATA-ED           PIC X(10) VALUE SPACES.
       77 WRK-DATA-ED-2         PIC X(10) VALUE SPACES.
       77 WRK-CNT-PAGAS         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-JA-PAGAS      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-RECUSADAS     PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-BXP-FUNCAO        PIC X(01) VALUE "P".
       77 WRK-BXP-TIPO          PIC X(01) VALUE "F".
       77 WRK-BXP-REFERENCIA    PIC X(10) VALUE SPACES.
       77 WRK-BXP-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BXP-RESULTADO     PIC X(01) VALUE SPACES.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMEFER".
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
       PERFORM 2000-TRATA-PERIODO UNTIL WRK-EOF-FERIAS = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
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
           DISPLAY "ACESSO NEGADO - PAGAMENTO DE FERIAS EXIGE "
                   "NIVEL 3"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NO PAGAMENTO DE FERIAS"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-EOF-FERIAS
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 1100-RECEBE-JANELA-DE UNTIL WRK-DATA-OK = "S".
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 1200-RECEBE-JANELA-ATE UNTIL WRK-DATA-OK = "S".
       OPEN INPUT FERIAS-FILE.
       IF WRK-FS-FERIAS NOT = "00"
           DISPLAY "CONTROLE DE FERIAS FERIASDB INDISPONIVEL - FS "
                   WRK-FS-FERIAS " - NADA A PAGAR"
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-EOF-FERIAS
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "MESTRE EMPREGDB INDISPONIVEL - FS "
                   WRK-FS-EMPREGADOS " - JOB ABANDONADO"
           CLOSE FERIAS-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-EOF-FERIAS
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN I-O FERPAG-FILE.
       IF WRK-FS-FERPAG = "35"
           OPEN OUTPUT FERPAG-FILE
           CLOSE FERPAG-FILE
           OPEN I-O FERPAG-FILE
       END-IF.
       PERFORM 1300-CALCULA-CREDITO.
       IF WRK-CREDITO-DIVERGE = "S"
           DISPLAY "JANELA COM GOZOS DE DATAS DE CREDITO "
                   "DIFERENTES - INFORME UMA JANELA POR DATA"
           CLOSE FERIAS-FILE
           CLOSE EMPREGADOS-FILE
           CLOSE FERPAG-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-EOF-FERIAS
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN OUTPUT REMESSA-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE SPACES           TO REG-REMESSA.
       MOVE "0"              TO REM-TIPO.
       MOVE WRK-EMPRESA      TO REM-HDR-EMPRESA.
       MOVE WRK-DATA-CREDITO TO REM-HDR-DATA-PAGTO.
       WRITE REG-REMESSA.
       MOVE "AVISO E RECIBO DE FERIAS" TO WRK-CAB-TITULO.
       MOVE SPACES TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       MOVE "N"   TO WRK-EOF-FERIAS.
       MOVE ZEROS TO FER-MATRICULA FER-INICIO-AQUIS.
       START FERIAS-FILE KEY IS >= FER-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERIAS
       END-START.
       IF WRK-EOF-FERIAS NOT = "S"
           PERFORM 2100-LE-FERIAS
       END-IF.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-JANELA-DE    SECTION.
       DISPLAY "PAGAR GOZOS COM INICIO A PARTIR DE (AAAAMMDD) "
       ACCEPT WRK-DATA-ENT.
       PERFORM 1150-CRITICA-DATA.
       IF WRK-DATA-OK = "S"
           MOVE WRK-DUT-DATA TO WRK-JANELA-DE
       END-IF.

       1150-CRITICA-DATA        SECTION.
       IF WRK-DATA-ENT NOT NUMERIC
           DISPLAY "DATA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1150-CRITICA-SAIDA
       END-IF.
       MOVE WRK-DATA-ENT TO WRK-DUT-DATA.
       MOVE "V"          TO WRK-DUT-FUNCAO.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO = "E"
           DISPLAY "DATA INEXISTENTE NO CALENDARIO - REDIGITE"
           GO TO 1150-CRITICA-SAIDA
       END-IF.
       MOVE "S" TO WRK-DATA-OK.

       1150-CRITICA-SAIDA.
           EXIT.

       1200-RECEBE-JANELA-ATE   SECTION.
       DISPLAY "ATE O INICIO DE GOZO (AAAAMMDD) "
       ACCEPT WRK-DATA-ENT.
       PERFORM 1150-CRITICA-DATA.
       IF WRK-DATA-OK = "S"
           IF WRK-DUT-DATA < WRK-JANELA-DE
               DISPLAY "DATA FINAL ANTERIOR A INICIAL - REDIGITE"
               MOVE "N" TO WRK-DATA-OK
           ELSE
               MOVE WRK-DUT-DATA TO WRK-JANELA-ATE
           END-IF
       END-IF.

       1300-CALCULA-CREDITO     SECTION.
      *== ferias pagas ate 2 dias antes do inicio do gozo,
      *== antecipado se nao houver expediente bancario. A
      *== remessa tem uma data so: cada gozo a pagar na janela
      *== tem o seu prazo conferido e, se algum cair em outra
      *== data, a janela e recusada
       MOVE ZEROS TO WRK-DATA-CREDITO.
       MOVE "N"   TO WRK-CREDITO-DIVERGE.
       MOVE "N"   TO WRK-EOF-FERIAS.
       MOVE ZEROS TO FER-MATRICULA FER-INICIO-AQUIS.
       START FERIAS-FILE KEY IS >= FER-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERIAS
       END-START.
       PERFORM 1320-CONFERE-GOZO UNTIL WRK-EOF-FERIAS = "S".
       IF WRK-CREDITO-DIVERGE = "S"
           GO TO 1300-CALCULA-SAIDA
       END-IF.
      *== janela sem gozo a pagar: a data do primeiro dia
      *== dela so vai para o header da remessa vazia
       IF WRK-DATA-CREDITO = ZEROS
           MOVE WRK-JANELA-DE    TO WRK-INICIO-CREDITO
           PERFORM 1330-CREDITO-DO-GOZO
           MOVE WRK-CREDITO-GOZO TO WRK-DATA-CREDITO
       END-IF.
       MOVE WRK-DATA-CREDITO TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       DISPLAY "CREDITO DAS FERIAS EM " WRK-DATA-ED.
       IF WRK-DATA-CREDITO < WRK-DATA-HOJE
           DISPLAY "AVISO: DATA DO CREDITO JA PASSOU - FERIAS "
                   "PAGAS FORA DO PRAZO LEGAL"
       END-IF.

       1300-CALCULA-SAIDA.
           EXIT.

       1310-TESTA-DIA-UTIL      SECTION.
       MOVE "V"              TO WRK-DUT-FUNCAO.
       MOVE WRK-CREDITO-GOZO TO WRK-DUT-DATA.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO NOT = "S"
           ADD 1 TO WRK-TENTATIVAS
           COMPUTE WRK-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WRK-CREDITO-GOZO) - 1
           COMPUTE WRK-CREDITO-GOZO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
       END-IF.

       1320-CONFERE-GOZO        SECTION.
      *== mesmo filtro do 2000-TRATA-PERIODO: gozo da janela
      *== ainda nao pago
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERIAS
               GO TO 1320-CONFERE-SAIDA
       END-READ.
       IF FER-INICIO-GOZO NOT NUMERIC
          OR FER-INICIO-GOZO < WRK-JANELA-DE
          OR FER-INICIO-GOZO > WRK-JANELA-ATE
          OR FER-PERDIDO
          OR FER-DIAS-GOZADOS NOT NUMERIC
          OR FER-DIAS-GOZADOS = ZEROS
           GO TO 1320-CONFERE-SAIDA
       END-IF.
       MOVE FER-MATRICULA   TO FPG-MATRICULA.
       MOVE FER-INICIO-GOZO TO FPG-INICIO-GOZO.
       READ FERPAG-FILE KEY IS FPG-CHAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               GO TO 1320-CONFERE-SAIDA
       END-READ.
       MOVE FER-INICIO-GOZO TO WRK-INICIO-CREDITO.
       PERFORM 1330-CREDITO-DO-GOZO.
       IF WRK-DATA-CREDITO = ZEROS
           MOVE WRK-CREDITO-GOZO TO WRK-DATA-CREDITO
           GO TO 1320-CONFERE-SAIDA
       END-IF.
       IF WRK-CREDITO-GOZO NOT = WRK-DATA-CREDITO
           MOVE "S" TO WRK-CREDITO-DIVERGE
           MOVE WRK-CREDITO-GOZO TO WRK-DATA-TRAB
           PERFORM 7800-EDITA-DATA
           DISPLAY "MATRICULA " FER-MATRICULA " GOZO EM "
                   FER-INICIO-GOZO " - CREDITO EM " WRK-DATA-ED
       END-IF.

       1320-CONFERE-SAIDA.
           EXIT.

       1330-CREDITO-DO-GOZO     SECTION.
      *== WRK-INICIO-CREDITO menos a antecedencia, recuado
      *== ate o dia util anterior
       COMPUTE WRK-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WRK-INICIO-CREDITO)
               - WRK-DIAS-ANTECEDENCIA.
       COMPUTE WRK-CREDITO-GOZO =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS).
       MOVE ZEROS  TO WRK-TENTATIVAS.
       MOVE SPACES TO WRK-DUT-RESULTADO.
       PERFORM 1310-TESTA-DIA-UTIL
           UNTIL WRK-DUT-RESULTADO = "S"
              OR WRK-TENTATIVAS >= 10.

       2000-TRATA-PERIODO       SECTION.
       IF FER-INICIO-GOZO NOT NUMERIC
          OR FER-INICIO-GOZO < WRK-JANELA-DE
          OR FER-INICIO-GOZO > WRK-JANELA-ATE
          OR FER-PERDIDO
          OR FER-DIAS-GOZADOS NOT NUMERIC
          OR FER-DIAS-GOZADOS = ZEROS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE FER-MATRICULA   TO FPG-MATRICULA.
       MOVE FER-INICIO-GOZO TO FPG-INICIO-GOZO.
       READ FERPAG-FILE KEY IS FPG-CHAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WRK-CNT-JA-PAGAS
               GO TO 2000-TRATA-SAIDA
       END-READ.
       MOVE FER-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA " FER-MATRICULA
                       " FORA DO MESTRE - FERIAS NAO PAGAS"
               ADD 1 TO WRK-CNT-RECUSADAS
               GO TO 2000-TRATA-SAIDA
       END-READ.
       IF REG-DESLIGADO
           DISPLAY "MATRICULA " FER-MATRICULA
                   " DESLIGADA - FERIAS SAEM NA RESCISAO"
           ADD 1 TO WRK-CNT-RECUSADAS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF REG-CONTA-AUSENTE
           DISPLAY "MATRICULA " FER-MATRICULA
                   " SEM CONTA DE CREDITO - FERIAS NAO PAGAS"
           MOVE "REG-CONTA"       TO WRK-EXC-CAMPO
           MOVE "FERIAS SEM CONTA DE CREDITO NO MESTRE"
                                  TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           ADD 1 TO WRK-CNT-RECUSADAS
           GO TO 2000-TRATA-SAIDA
       END-IF.
       PERFORM 2200-CALCULA-FERIAS.
       PERFORM 2300-GRAVA-PAGAMENTO.

       2000-TRATA-SAIDA.
           PERFORM 2100-LE-FERIAS.

       2100-LE-FERIAS           SECTION.
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERIAS
       END-READ.

       2200-CALCULA-FERIAS      SECTION.
      *== dias da ultima marcacao; periodo marcado antes do
      *== campo existir tem um gozo so, o total gozado
       IF FER-DIAS-ULT-GOZO NUMERIC
          AND FER-DIAS-ULT-GOZO > ZEROS
           MOVE FER-DIAS-ULT-GOZO TO WRK-DIAS-GOZO
       ELSE
           MOVE FER-DIAS-GOZADOS  TO WRK-DIAS-GOZO
       END-IF.
       MOVE ZEROS TO WRK-DIAS-ABONO.
       IF FER-COM-ABONO
           MOVE 10 TO WRK-DIAS-ABONO
       END-IF.
       COMPUTE WRK-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(FER-INICIO-GOZO)
               + WRK-DIAS-GOZO - 1.
       COMPUTE WRK-FIM-GOZO =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS).
       ADD 1 TO WRK-DIAS-INTEIROS.
       COMPUTE WRK-RETORNO =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS).
       MOVE FER-INICIO-GOZO(1:6) TO WRK-COMPETENCIA.
      *== mes comercial de 30 dias sobre o salario do mestre
       COMPUTE WRK-SALARIO-DIA = REG-SALARIO / 30.
       COMPUTE WRK-VLR-FERIAS ROUNDED =
               WRK-SALARIO-DIA * WRK-DIAS-GOZO.
       COMPUTE WRK-VLR-TERCO ROUNDED = WRK-VLR-FERIAS / 3.
       COMPUTE WRK-VLR-ABONO ROUNDED =
               WRK-SALARIO-DIA * WRK-DIAS-ABONO.
       COMPUTE WRK-VLR-TERCO-ABONO ROUNDED = WRK-VLR-ABONO / 3.
      *== abono pecuniario e seu 1/3 sao indenizatorios: fora
      *== da base do INSS e do IRRF
       CALL "CONTADEP" USING BY REFERENCE REG-MATRICULA
                             WRK-CAL-DEPENDENTES.
       COMPUTE WRK-CAL-SALARIO-BRUTO =
               WRK-VLR-FERIAS + WRK-VLR-TERCO.
       CALL "CALCDESC" USING BY REFERENCE
                             WRK-CAL-SALARIO-BRUTO
                             WRK-CAL-INSS
                             WRK-CAL-IRRF
                             WRK-CAL-LIQUIDO
                             WRK-COMPETENCIA
                             WRK-CAL-DEPENDENTES.
       COMPUTE WRK-VLR-LIQUIDO = WRK-CAL-LIQUIDO
                               + WRK-VLR-ABONO
                               + WRK-VLR-TERCO-ABONO.

       2300-GRAVA-PAGAMENTO     SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE SPACES              TO REG-FERIAS-PAGAS.
       MOVE FER-MATRICULA       TO FPG-MATRICULA.
       MOVE FER-INICIO-GOZO     TO FPG-INICIO-GOZO.
       MOVE FER-INICIO-AQUIS    TO FPG-INICIO-AQUIS.
       MOVE WRK-DIAS-GOZO       TO FPG-DIAS-GOZO.
       MOVE WRK-DIAS-ABONO      TO FPG-DIAS-ABONO.
       MOVE WRK-COMPETENCIA     TO FPG-COMPETENCIA.
       MOVE WRK-VLR-FERIAS      TO FPG-VALOR-FERIAS.
       MOVE WRK-VLR-TERCO       TO FPG-VALOR-TERCO.
       COMPUTE FPG-VALOR-ABONO  =  WRK-VLR-ABONO
                                +  WRK-VLR-TERCO-ABONO.
       MOVE WRK-CAL-INSS        TO FPG-INSS.
       MOVE WRK-CAL-IRRF        TO FPG-IRRF.
       MOVE WRK-VLR-LIQUIDO     TO FPG-LIQUIDO.
       MOVE WRK-DATA-CREDITO    TO FPG-DATA-CREDITO.
       MOVE WRK-SGN-OPERADOR-ID TO FPG-OPERADOR.
       MOVE WRK-DATA-HORA       TO FPG-DATA-HORA.
       WRITE REG-FERIAS-PAGAS
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR FERIAS PAGAS DA MATRICULA "
                       FER-MATRICULA " - FS " WRK-FS-FERPAG
                       " - FERIAS NAO PAGAS"
               ADD 1 TO WRK-CNT-RECUSADAS
               GO TO 2300-GRAVA-SAIDA
       END-WRITE.
       MOVE SPACES            TO REG-REMESSA.
       MOVE "1"               TO REM-TIPO.
       MOVE REG-MATRICULA     TO REM-DET-MATRICULA.
       MOVE REG-NOME          TO REM-DET-NOME.
       MOVE WRK-VLR-LIQUIDO   TO REM-DET-VALOR.
       MOVE REG-AGENCIA       TO REM-DET-AGENCIA.
       MOVE REG-CONTA         TO REM-DET-CONTA.
       MOVE REG-CONTA-DV      TO REM-DET-CONTA-DV.
       MOVE REG-BANCO         TO REM-DET-BANCO.
       WRITE REG-REMESSA.
       PERFORM 4000-IMPRIME-AVISO.
       PERFORM 4100-IMPRIME-RECIBO.
       PERFORM 2400-BAIXA-PROVISAO.
       ADD 1               TO WRK-CNT-PAGAS.
       ADD WRK-VLR-LIQUIDO TO WRK-VALOR-TOTAL.

       2300-GRAVA-SAIDA.
           EXIT.

       2400-BAIXA-PROVISAO      SECTION.
      *== ferias, terco e abono pagos saem da provisao; a
      *== referencia e o inicio do gozo
       COMPUTE WRK-BXP-VALOR = FPG-VALOR-FERIAS
                             + FPG-VALOR-TERCO
                             + FPG-VALOR-ABONO.
       MOVE SPACES TO WRK-BXP-REFERENCIA.
       STRING "F" FER-INICIO-GOZO
              DELIMITED BY SIZE INTO WRK-BXP-REFERENCIA.
       CALL "BAIXAPRV" USING BY REFERENCE WRK-BXP-FUNCAO
                             WRK-BXP-TIPO
                             FER-MATRICULA
                             WRK-BXP-REFERENCIA
                             WRK-BXP-VALOR
                             WRK-BXP-RESULTADO.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

      *=====================================================
      *== aviso e recibo numa pagina por funcionario, para
      *== a assinatura
      *=====================================================
       4000-IMPRIME-AVISO       SECTION.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE "AVISO DE FERIAS" TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "MATRICULA " REG-MATRICULA "  " REG-NOME
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE FER-INICIO-AQUIS TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       MOVE WRK-DATA-ED      TO WRK-DATA-ED-2.
       MOVE FER-FIM-AQUIS    TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       MOVE SPACES TO REL-LINHA.
       STRING "PERIODO AQUISITIVO " WRK-DATA-ED-2
              " A " WRK-DATA-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE FER-INICIO-GOZO  TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       MOVE WRK-DATA-ED      TO WRK-DATA-ED-2.
       MOVE WRK-FIM-GOZO     TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       MOVE SPACES TO REL-LINHA.
       STRING "GOZO DE " WRK-DATA-ED-2 " A " WRK-DATA-ED
              " - " WRK-DIAS-GOZO " DIAS"
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       IF WRK-DIAS-ABONO > ZEROS
           MOVE SPACES TO REL-LINHA
           STRING "ABONO PECUNIARIO DE " WRK-DIAS-ABONO
                  " DIAS CONVERTIDOS EM DINHEIRO"
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       MOVE WRK-RETORNO      TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       MOVE SPACES TO REL-LINHA.
       STRING "RETORNO AO TRABALHO EM " WRK-DATA-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       ADD 8 TO WRK-REL-LINHAS-PAGINA.

       4100-IMPRIME-RECIBO      SECTION.
       MOVE "RECIBO DE FERIAS" TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-VRB-ROTULO.
       STRING "FERIAS - " WRK-DIAS-GOZO " DIAS"
              DELIMITED BY SIZE INTO REL-VRB-ROTULO.
       MOVE WRK-VLR-FERIAS      TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "1/3 CONSTITUCIONAL" TO REL-VRB-ROTULO.
       MOVE WRK-VLR-TERCO       TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       IF WRK-DIAS-ABONO > ZEROS
           MOVE SPACES TO REL-VRB-ROTULO
           STRING "ABONO PECUNIARIO - " WRK-DIAS-ABONO " DIAS"
                  DELIMITED BY SIZE INTO REL-VRB-ROTULO
           MOVE WRK-VLR-ABONO       TO REL-VRB-VALOR
           WRITE REL-LINHA FROM REL-VERBA
           MOVE "1/3 SOBRE O ABONO" TO REL-VRB-ROTULO
           MOVE WRK-VLR-TERCO-ABONO TO REL-VRB-VALOR
           WRITE REL-LINHA FROM REL-VERBA
       END-IF.
       MOVE "DESCONTO INSS"     TO REL-VRB-ROTULO.
       MOVE WRK-CAL-INSS        TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "DESCONTO IRRF"     TO REL-VRB-ROTULO.
       MOVE WRK-CAL-IRRF        TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "LIQUIDO A RECEBER" TO REL-VRB-ROTULO.
       MOVE WRK-VLR-LIQUIDO     TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE WRK-DATA-CREDITO    TO WRK-DATA-TRAB.
       PERFORM 7800-EDITA-DATA.
       MOVE SPACES TO REL-LINHA.
       STRING "CREDITO EM CONTA EM " WRK-DATA-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "RECEBI A IMPORTANCIA LIQUIDA ACIMA, REFERENTE AS MINHAS"
         TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "FERIAS, DA QUAL DOU PLENA E GERAL QUITACAO."
         TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "______________________________________  ____/____/____"
         TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING REG-NOME "  DATA"
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 14 TO WRK-REL-LINHAS-PAGINA.

       7800-EDITA-DATA          SECTION.
       MOVE SPACES TO WRK-DATA-ED.
       STRING WRK-DTT-DIA "/" WRK-DTT-MES "/" WRK-DTT-ANO
              DELIMITED BY SIZE INTO WRK-DATA-ED.

       8500-TRAILER             SECTION.
       MOVE SPACES          TO REG-REMESSA.
       MOVE "9"             TO REM-TIPO.
       MOVE WRK-CNT-PAGAS   TO REM-TRL-QTDE.
       MOVE WRK-VALOR-TOTAL TO REM-TRL-VALOR-TOTAL.
       WRITE REG-REMESSA.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE WRK-CNT-PAGAS   TO REL-TOT-QTDE.
       MOVE WRK-VALOR-TOTAL TO REL-TOT-VALOR.
       WRITE REL-LINHA FROM REL-TOTAL.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 8500-TRAILER.
       MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
       DISPLAY "FERIAS PAGAS " WRK-CNT-PAGAS " - LIQUIDO "
               WRK-TOTAL-ED " NA REMESSA REMEFER".
       IF WRK-CNT-JA-PAGAS > ZEROS
           DISPLAY "GOZOS JA PAGOS EM RODADA ANTERIOR: "
                   WRK-CNT-JA-PAGAS
       END-IF.
       IF WRK-CNT-RECUSADAS > ZEROS
           DISPLAY "GOZOS NAO PAGOS (VER MENSAGENS): "
                   WRK-CNT-RECUSADAS
       END-IF.
       CLOSE FERIAS-FILE.
       CLOSE EMPREGADOS-FILE.
       CLOSE FERPAG-FILE.
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
