       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJORCA.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Projecao da folha ate o fim do ano contra
      *==            o orcamento (ORCAMDB) de uma empresa, por
      *==            filial. O realizado do ano vem do FOLHAHST
      *==            (bruto de todas as sequencias, normal e
      *==            complementares); a projecao parte do mes
      *==            seguinte ao ultimo ja pago e usa os
      *==            salarios dos ativos de hoje no EMPREGDB,
      *==            com o reajuste planejado (percentual e mes
      *==            de vigencia digitados) aplicado dali em
      *==            diante, mais o terco de ferias provisionado
      *==            mes a mes (1/12 de um terco do salario) e o
      *==            13o salario, metade em novembro e metade em
      *==            dezembro. Estimativa do ano = realizado +
      *==            projetado, contra o orcado no ano, com a
      *==            variacao em valor e percentual; no fim, a
      *==            quebra mes a mes da empresa. Listagem
      *==            RELPROJE.
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
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCAMENTO.
           SELECT FILIAIS-FILE ASSIGN TO "FILIALDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAIS.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT RELATORIO-FILE ASSIGN TO "RELPROJE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  ORCAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "orcamrc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
       COPY "filialrc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "PROJORCA".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-ORCAMENTO      PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-ORCAMENTO-OK      PIC X(01) VALUE "N".
          88 WRK-ORCAMENTO-DISPONIVEL     VALUE "S".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-EOF-ORCAMENTO     PIC X(01) VALUE "N".
      *== parametros digitados
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       01 WRK-PERC-CAMPOS.
          05 WRK-PERC-ENT       PIC X(04) VALUE SPACES.
          05 WRK-PERC-NUM REDEFINES WRK-PERC-ENT
                                PIC 9(02)V99.
       77 WRK-MES-REAJ-ENT      PIC X(02) VALUE SPACES.
       77 WRK-MES-REAJ-OK       PIC X(01) VALUE "N".
       77 WRK-MES-REAJUSTE      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-RD REDEFINES WRK-DATA-GERACAO.
           05  WRK-GER-ANO          PIC 9(04).
           05  WRK-GER-MES          PIC 9(02).
           05  WRK-GER-DIA          PIC 9(02).
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       01 WRK-CMP-TESTE         PIC 9(06) VALUE ZEROS.
       01 WRK-CMP-TESTE-RD REDEFINES WRK-CMP-TESTE.
           05  WRK-TST-ANO          PIC 9(04).
           05  WRK-TST-MES          PIC 9(02).
      *== primeiro mes projetado: o seguinte ao ultimo com folha
      *== no FOLHAHST, ou o mes corrente se o ano nao tem folha
       77 WRK-ULTIMO-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-MES-INICIO        PIC 9(02) VALUE ZEROS.
       77 WRK-MES               PIC 9(02) VALUE ZEROS.
       77 WRK-MES-EFETIVO       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-FUNC      PIC 9(02) VALUE ZEROS.
       77 WRK-MATRICULA-ANT     PIC 9(06) VALUE ZEROS.
       77 WRK-FILIAL-BUSCA      PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ACHADO-IDX    PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ACHOU         PIC X(01) VALUE "N".
          88 WRK-TAB-ACHOU-SIM            VALUE "S".
       01 WRK-TAB-FILIAIS.
          05 WRK-TAB-ITEM OCCURS 50 TIMES.
             10 WRK-TAB-FILIAL      PIC 9(03).
             10 WRK-TAB-EFETIVO     PIC 9(05).
             10 WRK-TAB-SALARIOS    PIC 9(11)V99.
             10 WRK-TAB-REALIZADO   PIC 9(11)V99.
             10 WRK-TAB-PROJETADO   PIC 9(11)V99.
             10 WRK-TAB-ORC-ANO     PIC 9(11)V99.
             10 WRK-TAB-ORC-EFETIVO PIC 9(05).
       01 WRK-TAB-MESES.
          05 WRK-MES-ITEM OCCURS 12 TIMES.
             10 WRK-MES-SALARIOS    PIC 9(11)V99.
             10 WRK-MES-ENCARGOS    PIC 9(11)V99.
             10 WRK-MES-REALIZADO   PIC 9(11)V99.
             10 WRK-MES-ORCADO      PIC 9(11)V99.
      *== calculo do mes projetado
       77 WRK-BASE-MES          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ENCARGO-MES       PIC 9(11)V99 VALUE ZEROS.
      *== linha a imprimir (filial ou total da empresa)
       77 WRK-LIN-FILIAL        PIC X(03) VALUE SPACES.
       77 WRK-LIN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-LIN-EFETIVO       PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-ORC-EFETIVO   PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-REALIZADO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LIN-PROJETADO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LIN-ORC-ANO       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LIN-ESTIMATIVA    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VARIACAO          PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VAR-PERC          PIC S9(03)V99 VALUE ZEROS.
       01 WRK-TOT-EMPRESA.
          05 WRK-TOT-EFETIVO    PIC 9(05) VALUE ZEROS.
          05 WRK-TOT-ORC-EFETIVO PIC 9(05) VALUE ZEROS.
          05 WRK-TOT-REALIZADO  PIC 9(13)V99 VALUE ZEROS.
          05 WRK-TOT-PROJETADO  PIC 9(13)V99 VALUE ZEROS.
          05 WRK-TOT-ORC-ANO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MES-TOTAL         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MES-TIPO          PIC X(04) VALUE SPACES.
       77 WRK-EFETIVO-ED        PIC ZZZZ9.
       77 WRK-ORC-EFETIVO-ED    PIC ZZZZ9.
       77 WRK-PERC-ED           PIC -ZZ9,99.
       77 WRK-REAJ-ED           PIC Z9,99.
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR1-ED==.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR2-ED==.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR3-ED==.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR4-ED==.
           COPY "moedased.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VARIACAO-ED==.
       77 WRK-CNT-ATIVOS        PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-FORA-MESTRE   PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           PERFORM 2000-LE-MESTRE UNTIL WRK-EOF = "S"
           IF WRK-HISTORICO-DISPONIVEL
               PERFORM 3000-LE-HISTORICO
                   UNTIL WRK-EOF-HISTORICO = "S"
           END-IF
           PERFORM 3900-DEFINE-INICIO
           IF WRK-ORCAMENTO-DISPONIVEL
               PERFORM 4000-LE-ORCAMENTO
           END-IF
           PERFORM 5000-PROJETA-FILIAL
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TAB-QTDE
           PERFORM 6000-IMPRIME-PROJECAO
           PERFORM 7000-IMPRIME-MESES
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       INITIALIZE WRK-TAB-FILIAIS WRK-TAB-MESES.
       PERFORM 1050-RECEBE-EMPRESA
           UNTIL WRK-EMPRESA-ENT NUMERIC.
       MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL.
       IF WRK-EMPRESA-SEL = ZEROS
           MOVE 1 TO WRK-EMPRESA-SEL
       END-IF.
       PERFORM 1060-RECEBE-PERCENTUAL
           UNTIL WRK-PERC-ENT NUMERIC.
       IF WRK-PERC-NUM = ZEROS
           MOVE "S" TO WRK-MES-REAJ-OK
       END-IF.
       PERFORM 1070-RECEBE-MES-REAJUSTE
           UNTIL WRK-MES-REAJ-OK = "S".
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "ARQUIVO MESTRE EMPREGDB INDISPONIVEL - "
                   "PROJECAO NAO EMITIDA"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "00"
           MOVE "S" TO WRK-HISTORICO-OK
       ELSE
           DISPLAY "AVISO: HISTORICO FOLHAHST AUSENTE - "
                   "REALIZADO DO ANO ZERADO"
       END-IF.
       OPEN INPUT ORCAMENTO-FILE.
       IF WRK-FS-ORCAMENTO = "00"
           MOVE "S" TO WRK-ORCAMENTO-OK
       ELSE
           DISPLAY "AVISO: ORCAMENTO ORCAMDB AUSENTE - "
                   "PROJECAO SEM COMPARACAO (RODE O MANTORCA)"
       END-IF.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       MOVE ZEROS TO REG-MATRICULA.
       START EMPREGADOS-FILE KEY IS >= REG-MATRICULA
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       IF WRK-HISTORICO-DISPONIVEL
           MOVE ZEROS TO FHS-CHAVE
           START HISTORICO-FILE KEY IS >= FHS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-HISTORICO
           END-START
       END-IF.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1050-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA DA PROJECAO (2 DIGITOS, 00 = 01) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1060-RECEBE-PERCENTUAL   SECTION.
       DISPLAY "PERCENTUAL DE REAJUSTE PLANEJADO (4 DIGITOS, "
               "EX 0550 = 5,50 - 0000 = SEM REAJUSTE) "
       ACCEPT WRK-PERC-ENT.
       IF WRK-PERC-ENT NOT NUMERIC
           DISPLAY "PERCENTUAL INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       1070-RECEBE-MES-REAJUSTE SECTION.
      *== o reajuste planejado ainda nao esta no mestre: vale
      *== dali em diante para os meses projetados
       DISPLAY "MES DE VIGENCIA DO REAJUSTE (01 A 12) "
       ACCEPT WRK-MES-REAJ-ENT.
       IF WRK-MES-REAJ-ENT NOT NUMERIC
           DISPLAY "MES INVALIDO - DIGITE APENAS NUMEROS"
           GO TO 1070-RECEBE-SAIDA
       END-IF.
       MOVE WRK-MES-REAJ-ENT TO WRK-MES-REAJUSTE.
       IF WRK-MES-REAJUSTE < 1 OR WRK-MES-REAJUSTE > 12
           DISPLAY "MES INVALIDO - REDIGITE"
           GO TO 1070-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-MES-REAJ-OK.

       1070-RECEBE-SAIDA.
           EXIT.

       2000-LE-MESTRE           SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-LE-SAIDA
       END-READ.
       IF REG-DESLIGADO
           GO TO 2000-LE-SAIDA
       END-IF.
       PERFORM 0150-CASA-EMPRESA.
       IF WRK-EMPRESA-FUNC NOT = WRK-EMPRESA-SEL
           GO TO 2000-LE-SAIDA
       END-IF.
       MOVE REG-FILIAL TO WRK-FILIAL-BUSCA.
       PERFORM 2100-LOCALIZA-FILIAL.
       IF WRK-TAB-ACHADO-IDX > ZEROS
           ADD 1           TO WRK-TAB-EFETIVO(WRK-TAB-ACHADO-IDX)
           ADD REG-SALARIO TO WRK-TAB-SALARIOS(WRK-TAB-ACHADO-IDX)
           ADD 1           TO WRK-CNT-ATIVOS
       END-IF.

       2000-LE-SAIDA.
           EXIT.

       0150-CASA-EMPRESA        SECTION.
      *== empresa 00 no mestre e legado de um CNPJ so: vale 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-FUNC.
       IF WRK-EMPRESA-FUNC = ZEROS
           MOVE 1 TO WRK-EMPRESA-FUNC
       END-IF.

       2100-LOCALIZA-FILIAL     SECTION.
      *== devolve em WRK-TAB-ACHADO-IDX a posicao da filial na
      *== tabela, incluindo-a se nova; zero se a tabela encheu
       MOVE "N"   TO WRK-TAB-ACHOU.
       MOVE ZEROS TO WRK-TAB-ACHADO-IDX.
       PERFORM 2110-PROCURA-FILIAL
           VARYING WRK-TAB-IDX FROM 1 BY 1
           UNTIL WRK-TAB-IDX > WRK-TAB-QTDE
              OR WRK-TAB-ACHOU-SIM.
       IF WRK-TAB-ACHOU-SIM
           GO TO 2100-LOCALIZA-SAIDA
       END-IF.
       IF WRK-TAB-QTDE < 50
           ADD 1 TO WRK-TAB-QTDE
           MOVE WRK-FILIAL-BUSCA TO WRK-TAB-FILIAL(WRK-TAB-QTDE)
           MOVE WRK-TAB-QTDE     TO WRK-TAB-ACHADO-IDX
       ELSE
           DISPLAY "TABELA DE FILIAIS CHEIA - FILIAL "
                   WRK-FILIAL-BUSCA " IGNORADA NA PROJECAO"
       END-IF.

       2100-LOCALIZA-SAIDA.
           EXIT.

       2110-PROCURA-FILIAL      SECTION.
       IF WRK-TAB-FILIAL(WRK-TAB-IDX) = WRK-FILIAL-BUSCA
           MOVE "S"         TO WRK-TAB-ACHOU
           MOVE WRK-TAB-IDX TO WRK-TAB-ACHADO-IDX
       END-IF.

       3000-LE-HISTORICO        SECTION.
      *== realizado do ano: bruto de todas as sequencias da
      *== competencia; o FOLHAHST nao guarda a empresa, que vem
      *== do mestre (fora dele, empresa 01)
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
               GO TO 3000-LE-SAIDA
       END-READ.
       MOVE FHS-COMPETENCIA TO WRK-CMP-TESTE.
       IF WRK-TST-ANO NOT = WRK-GER-ANO
           GO TO 3000-LE-SAIDA
       END-IF.
       IF FHS-MATRICULA NOT = WRK-MATRICULA-ANT
           MOVE FHS-MATRICULA TO WRK-MATRICULA-ANT
           PERFORM 3100-CASA-FUNCIONARIO
       END-IF.
       IF WRK-EMPRESA-FUNC NOT = WRK-EMPRESA-SEL
           GO TO 3000-LE-SAIDA
       END-IF.
       MOVE FHS-FILIAL TO WRK-FILIAL-BUSCA.
       PERFORM 2100-LOCALIZA-FILIAL.
       IF WRK-TAB-ACHADO-IDX > ZEROS
           ADD FHS-BRUTO TO WRK-TAB-REALIZADO(WRK-TAB-ACHADO-IDX)
       END-IF.
       ADD FHS-BRUTO TO WRK-MES-REALIZADO(WRK-TST-MES).
       IF WRK-TST-MES > WRK-ULTIMO-MES
           MOVE WRK-TST-MES TO WRK-ULTIMO-MES
       END-IF.

       3000-LE-SAIDA.
           EXIT.

       3100-CASA-FUNCIONARIO    SECTION.
       MOVE FHS-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               MOVE 1 TO WRK-EMPRESA-FUNC
               ADD 1 TO WRK-CNT-FORA-MESTRE
           NOT INVALID KEY
               PERFORM 0150-CASA-EMPRESA
       END-READ.

       3900-DEFINE-INICIO       SECTION.
       IF WRK-ULTIMO-MES > ZEROS
           COMPUTE WRK-MES-INICIO = WRK-ULTIMO-MES + 1
       ELSE
           MOVE WRK-GER-MES TO WRK-MES-INICIO
       END-IF.
      *== efetivo orcado comparado: o do primeiro mes projetado
      *== (dezembro, se o ano ja foi todo pago)
       IF WRK-MES-INICIO > 12
           MOVE 12 TO WRK-MES-EFETIVO
           DISPLAY "ANO " WRK-GER-ANO " JA PAGO ATE DEZEMBRO - "
                   "NADA A PROJETAR"
       ELSE
           MOVE WRK-MES-INICIO TO WRK-MES-EFETIVO
       END-IF.

       4000-LE-ORCAMENTO        SECTION.
       MOVE WRK-EMPRESA-SEL TO ORC-EMPRESA.
       MOVE ZEROS           TO ORC-FILIAL ORC-COMPETENCIA.
       START ORCAMENTO-FILE KEY IS >= ORC-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-ORCAMENTO
       END-START.
       PERFORM 4100-LE-MES-ORCADO
           UNTIL WRK-EOF-ORCAMENTO = "S".

       4100-LE-MES-ORCADO       SECTION.
       READ ORCAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-ORCAMENTO
               GO TO 4100-LE-SAIDA
       END-READ.
       IF ORC-EMPRESA NOT = WRK-EMPRESA-SEL
           MOVE "S" TO WRK-EOF-ORCAMENTO
           GO TO 4100-LE-SAIDA
       END-IF.
       MOVE ORC-COMPETENCIA TO WRK-CMP-TESTE.
       IF WRK-TST-ANO NOT = WRK-GER-ANO
           GO TO 4100-LE-SAIDA
       END-IF.
       ADD ORC-CUSTO TO WRK-MES-ORCADO(WRK-TST-MES).
       MOVE ORC-FILIAL TO WRK-FILIAL-BUSCA.
       PERFORM 2100-LOCALIZA-FILIAL.
       IF WRK-TAB-ACHADO-IDX > ZEROS
           ADD ORC-CUSTO TO WRK-TAB-ORC-ANO(WRK-TAB-ACHADO-IDX)
           IF WRK-TST-MES = WRK-MES-EFETIVO
               MOVE ORC-EFETIVO
                 TO WRK-TAB-ORC-EFETIVO(WRK-TAB-ACHADO-IDX)
           END-IF
       END-IF.

       4100-LE-SAIDA.
           EXIT.

       5000-PROJETA-FILIAL      SECTION.
       PERFORM 5100-PROJETA-MES
           VARYING WRK-MES FROM WRK-MES-INICIO BY 1
           UNTIL WRK-MES > 12.

       5100-PROJETA-MES         SECTION.
      *== base do mes: salarios de hoje, reajustados a partir
      *== do mes de vigencia; encargos: 1/12 do terco de
      *== ferias e, em novembro e dezembro, metade do 13o
       MOVE WRK-TAB-SALARIOS(WRK-TAB-IDX) TO WRK-BASE-MES.
       IF WRK-MES-REAJUSTE > ZEROS
          AND WRK-MES >= WRK-MES-REAJUSTE
           COMPUTE WRK-BASE-MES ROUNDED =
                   WRK-TAB-SALARIOS(WRK-TAB-IDX)
                   * (100 + WRK-PERC-NUM) / 100
       END-IF.
       COMPUTE WRK-ENCARGO-MES ROUNDED = WRK-BASE-MES / 36.
       IF WRK-MES = 11 OR WRK-MES = 12
           COMPUTE WRK-ENCARGO-MES ROUNDED =
                   WRK-ENCARGO-MES + WRK-BASE-MES / 2
       END-IF.
       ADD WRK-BASE-MES WRK-ENCARGO-MES
        TO WRK-TAB-PROJETADO(WRK-TAB-IDX).
       ADD WRK-BASE-MES    TO WRK-MES-SALARIOS(WRK-MES).
       ADD WRK-ENCARGO-MES TO WRK-MES-ENCARGOS(WRK-MES).

       6000-IMPRIME-PROJECAO    SECTION.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "PROJECAO DA FOLHA X ORCAMENTO" TO WRK-CAB-TITULO.
       MOVE "FILIAL NOME / REALIZADO, PROJECAO, ESTIMATIVA E "
         TO WRK-REL-COLUNAS.
       MOVE "ORCADO NO ANO" TO WRK-REL-COLUNAS(50:13).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE "EMPRESA NAO CADASTRADA" TO EMP-NOME.
       IF WRK-EMPRESAS-DISPONIVEL
           MOVE WRK-EMPRESA-SEL TO EMP-CODIGO
           READ EMPRESAS-FILE KEY IS EMP-CODIGO
               INVALID KEY
                   MOVE "EMPRESA NAO CADASTRADA" TO EMP-NOME
           END-READ
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "EMPRESA " WRK-EMPRESA-SEL " - " EMP-NOME
              "  ANO " WRK-GER-ANO
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE WRK-PERC-NUM TO WRK-REAJ-ED.
       MOVE SPACES TO REL-LINHA.
       IF WRK-MES-INICIO > 12
           STRING "ANO JA PAGO ATE DEZEMBRO - SO REALIZADO"
                  DELIMITED BY SIZE INTO REL-LINHA
       ELSE
           IF WRK-MES-REAJUSTE > ZEROS
               STRING "PROJECAO DO MES " WRK-MES-INICIO
                      " A 12  REAJUSTE " WRK-REAJ-ED
                      "% A PARTIR DO MES " WRK-MES-REAJUSTE
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "PROJECAO DO MES " WRK-MES-INICIO
                      " A 12  SEM REAJUSTE PLANEJADO"
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF
       END-IF.
       WRITE REL-LINHA.
       ADD 2 TO WRK-REL-LINHAS-PAGINA.
       INITIALIZE WRK-TOT-EMPRESA.
       PERFORM 6100-IMPRIME-FILIAL
           VARYING WRK-TAB-IDX FROM 1 BY 1
           UNTIL WRK-TAB-IDX > WRK-TAB-QTDE.
       MOVE SPACES                TO WRK-LIN-FILIAL.
       MOVE "TOTAL DA EMPRESA"    TO WRK-LIN-NOME.
       MOVE WRK-TOT-EFETIVO       TO WRK-LIN-EFETIVO.
       MOVE WRK-TOT-ORC-EFETIVO   TO WRK-LIN-ORC-EFETIVO.
       MOVE WRK-TOT-REALIZADO     TO WRK-LIN-REALIZADO.
       MOVE WRK-TOT-PROJETADO     TO WRK-LIN-PROJETADO.
       MOVE WRK-TOT-ORC-ANO       TO WRK-LIN-ORC-ANO.
       PERFORM 6200-IMPRIME-BLOCO.

       6100-IMPRIME-FILIAL      SECTION.
       MOVE WRK-TAB-FILIAL(WRK-TAB-IDX) TO WRK-LIN-FILIAL.
       MOVE "FILIAL NAO CADASTRADA" TO WRK-LIN-NOME.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE WRK-TAB-FILIAL(WRK-TAB-IDX) TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               NOT INVALID KEY
                   MOVE FIL-NOME TO WRK-LIN-NOME
           END-READ
       END-IF.
       MOVE WRK-TAB-EFETIVO(WRK-TAB-IDX)     TO WRK-LIN-EFETIVO.
       MOVE WRK-TAB-ORC-EFETIVO(WRK-TAB-IDX)
         TO WRK-LIN-ORC-EFETIVO.
       MOVE WRK-TAB-REALIZADO(WRK-TAB-IDX)   TO WRK-LIN-REALIZADO.
       MOVE WRK-TAB-PROJETADO(WRK-TAB-IDX)   TO WRK-LIN-PROJETADO.
       MOVE WRK-TAB-ORC-ANO(WRK-TAB-IDX)     TO WRK-LIN-ORC-ANO.
       ADD WRK-LIN-EFETIVO     TO WRK-TOT-EFETIVO.
       ADD WRK-LIN-ORC-EFETIVO TO WRK-TOT-ORC-EFETIVO.
       ADD WRK-LIN-REALIZADO   TO WRK-TOT-REALIZADO.
       ADD WRK-LIN-PROJETADO   TO WRK-TOT-PROJETADO.
       ADD WRK-LIN-ORC-ANO     TO WRK-TOT-ORC-ANO.
       PERFORM 6200-IMPRIME-BLOCO.

       6200-IMPRIME-BLOCO       SECTION.
      *== quatro linhas por filial: efetivo, realizado e
      *== projetado, estimativa e orcado, variacao
       IF WRK-REL-LINHAS-PAGINA + 5 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       COMPUTE WRK-LIN-ESTIMATIVA = WRK-LIN-REALIZADO
                                  + WRK-LIN-PROJETADO.
       COMPUTE WRK-VARIACAO = WRK-LIN-ESTIMATIVA - WRK-LIN-ORC-ANO.
       MOVE ZEROS TO WRK-VAR-PERC.
       IF WRK-LIN-ORC-ANO > ZEROS
           COMPUTE WRK-VAR-PERC ROUNDED =
                   WRK-VARIACAO * 100 / WRK-LIN-ORC-ANO
               ON SIZE ERROR
                   MOVE 999,99 TO WRK-VAR-PERC
           END-COMPUTE
       END-IF.
       MOVE WRK-LIN-EFETIVO     TO WRK-EFETIVO-ED.
       MOVE WRK-LIN-ORC-EFETIVO TO WRK-ORC-EFETIVO-ED.
       MOVE WRK-LIN-REALIZADO   TO WRK-VALOR1-ED.
       MOVE WRK-LIN-PROJETADO   TO WRK-VALOR2-ED.
       MOVE WRK-LIN-ESTIMATIVA  TO WRK-VALOR3-ED.
       MOVE WRK-LIN-ORC-ANO     TO WRK-VALOR4-ED.
       MOVE WRK-VARIACAO        TO WRK-VARIACAO-ED.
       MOVE WRK-VAR-PERC        TO WRK-PERC-ED.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING WRK-LIN-FILIAL " " WRK-LIN-NOME
              "  EFETIVO " WRK-EFETIVO-ED
              "  ORCADO " WRK-ORC-EFETIVO-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "   REALIZADO NO ANO " WRK-VALOR1-ED
              "  PROJECAO ATE DEZ " WRK-VALOR2-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "   ESTIMATIVA ANO   " WRK-VALOR3-ED
              "  ORCADO NO ANO    " WRK-VALOR4-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       IF WRK-LIN-ORC-ANO > ZEROS
           STRING "   VARIACAO        " WRK-VARIACAO-ED
                  "  " WRK-PERC-ED "%"
                  DELIMITED BY SIZE INTO REL-LINHA
       ELSE
           STRING "   VARIACAO        " WRK-VARIACAO-ED
                  "  SEM ORCAMENTO NO ANO"
                  DELIMITED BY SIZE INTO REL-LINHA
       END-IF.
       WRITE REL-LINHA.
       ADD 5 TO WRK-REL-LINHAS-PAGINA.

       7000-IMPRIME-MESES       SECTION.
       MOVE "PROJECAO MES A MES DA EMPRESA" TO WRK-CAB-TITULO.
       MOVE "MES TIPO         SALARIOS   13O E 1/3 FERIAS"
         TO WRK-REL-COLUNAS.
       MOVE "TOTAL DO MES            ORCADO"
         TO WRK-REL-COLUNAS(50:30).
       PERFORM 8100-CABECALHO-PADRAO.
       PERFORM 7100-IMPRIME-MES
           VARYING WRK-MES FROM 1 BY 1
           UNTIL WRK-MES > 12.

       7100-IMPRIME-MES         SECTION.
      *== meses ja pagos saem com o realizado (REAL); os
      *== demais com a projecao (PROJ)
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       IF WRK-MES < WRK-MES-INICIO
           MOVE "REAL" TO WRK-MES-TIPO
           MOVE WRK-MES-REALIZADO(WRK-MES) TO WRK-VALOR1-ED
           MOVE ZEROS                      TO WRK-VALOR2-ED
           MOVE WRK-MES-REALIZADO(WRK-MES) TO WRK-MES-TOTAL
       ELSE
           MOVE "PROJ" TO WRK-MES-TIPO
           MOVE WRK-MES-SALARIOS(WRK-MES)  TO WRK-VALOR1-ED
           MOVE WRK-MES-ENCARGOS(WRK-MES)  TO WRK-VALOR2-ED
           COMPUTE WRK-MES-TOTAL = WRK-MES-SALARIOS(WRK-MES)
                                 + WRK-MES-ENCARGOS(WRK-MES)
       END-IF.
       MOVE WRK-MES-TOTAL              TO WRK-VALOR3-ED.
       MOVE WRK-MES-ORCADO(WRK-MES)    TO WRK-VALOR4-ED.
       MOVE SPACES TO REL-LINHA.
       STRING WRK-MES " " WRK-MES-TIPO
              "  " WRK-VALOR1-ED "  " WRK-VALOR2-ED
              "  " WRK-VALOR3-ED "  " WRK-VALOR4-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       CLOSE EMPREGADOS-FILE.
       CLOSE RELATORIO-FILE.
       IF WRK-HISTORICO-DISPONIVEL
           CLOSE HISTORICO-FILE
       END-IF.
       IF WRK-ORCAMENTO-DISPONIVEL
           CLOSE ORCAMENTO-FILE
       END-IF.
       IF WRK-FILIAIS-DISPONIVEL
           CLOSE FILIAIS-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       DISPLAY "PROJECAO DA EMPRESA " WRK-EMPRESA-SEL
               " - ATIVOS " WRK-CNT-ATIVOS
               " FILIAIS " WRK-TAB-QTDE.
       IF WRK-CNT-FORA-MESTRE > ZEROS
           DISPLAY "  MATRICULAS DO FOLHAHST FORA DO MESTRE "
                   "(CONTADAS NA EMPRESA 01) " WRK-CNT-FORA-MESTRE
       END-IF.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
