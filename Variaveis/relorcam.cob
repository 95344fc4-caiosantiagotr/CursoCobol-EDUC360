       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCAM.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Orcado x realizado da folha do mes, por
      *==            filial, de uma empresa. Orcado: efetivo e
      *==            custo aprovados no ORCAMDB (MANTORCA).
      *==            Realizado: bruto do FOLHAHST de todas as
      *==            sequencias da competencia (normal e
      *==            complementares) e efetivo pago (matriculas
      *==            com folha normal no mes). Para cada filial
      *==            sai o mes e o acumulado do ano (janeiro ate
      *==            a competencia), com a variacao em valor e
      *==            percentual, e a diferenca de efetivo; no
      *==            fim, o total da empresa. Competencia e
      *==            empresa vem do cartao PARMFOLH quando
      *==            presente. Listagem RELORCAM.
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
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT RELATORIO-FILE ASSIGN TO "RELORCAM"
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

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RELORCAM".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-ORCAMENTO      PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-EMPREGADOS-DISPONIVEL    VALUE "S".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-ORCAMENTO-OK      PIC X(01) VALUE "N".
          88 WRK-ORCAMENTO-DISPONIVEL     VALUE "S".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-EOF-ORCAMENTO     PIC X(01) VALUE "N".
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-FUNC      PIC 9(02) VALUE ZEROS.
       77 WRK-MATRICULA-ANT     PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       01 WRK-CMP-TESTE         PIC 9(06) VALUE ZEROS.
       01 WRK-CMP-TESTE-RD REDEFINES WRK-CMP-TESTE.
           05  WRK-TST-ANO          PIC 9(04).
           05  WRK-TST-MES          PIC 9(02).
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
      *== uma linha por filial: orcado e realizado do mes e
      *== acumulados do ano ate a competencia
       77 WRK-FILIAL-BUSCA      PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ACHADO-IDX    PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ACHOU         PIC X(01) VALUE "N".
          88 WRK-TAB-ACHOU-SIM            VALUE "S".
       01 WRK-TAB-FILIAIS.
          05 WRK-TAB-ITEM OCCURS 50 TIMES.
             10 WRK-TAB-FILIAL        PIC 9(03).
             10 WRK-TAB-ORC-EFETIVO   PIC 9(05).
             10 WRK-TAB-ORC-MES       PIC 9(11)V99.
             10 WRK-TAB-ORC-ACUM      PIC 9(11)V99.
             10 WRK-TAB-REAL-EFETIVO  PIC 9(05).
             10 WRK-TAB-REAL-MES      PIC 9(11)V99.
             10 WRK-TAB-REAL-ACUM     PIC 9(11)V99.
       01 WRK-TOT-EMPRESA.
          05 WRK-TOT-ORC-EFETIVO    PIC 9(06).
          05 WRK-TOT-ORC-MES        PIC 9(13)V99.
          05 WRK-TOT-ORC-ACUM       PIC 9(13)V99.
          05 WRK-TOT-REAL-EFETIVO   PIC 9(06).
          05 WRK-TOT-REAL-MES       PIC 9(13)V99.
          05 WRK-TOT-REAL-ACUM      PIC 9(13)V99.
      *== bloco a imprimir (filial ou total da empresa)
       77 WRK-LIN-TITULO        PIC X(45) VALUE SPACES.
       77 WRK-LIN-ORC-EFETIVO   PIC 9(06) VALUE ZEROS.
       77 WRK-LIN-REAL-EFETIVO  PIC 9(06) VALUE ZEROS.
       77 WRK-LIN-ORCADO        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LIN-REALIZADO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIF-EFETIVO       PIC S9(06) VALUE ZEROS.
       77 WRK-VARIACAO          PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VAR-PERC          PIC S9(03)V99 VALUE ZEROS.
       01 WRK-BLOCO-VALORES.
          05 WRK-BLC-ORC-MES       PIC 9(13)V99.
          05 WRK-BLC-REAL-MES      PIC 9(13)V99.
          05 WRK-BLC-ORC-ACUM      PIC 9(13)V99.
          05 WRK-BLC-REAL-ACUM     PIC 9(13)V99.
       77 WRK-ROTULO            PIC X(08) VALUE SPACES.
       77 WRK-ORC-EFETIVO-ED    PIC ZZZZ9.
       77 WRK-REAL-EFETIVO-ED   PIC ZZZZ9.
       77 WRK-DIF-EFETIVO-ED    PIC -ZZZZ9.
       77 WRK-PERC-ED           PIC -ZZ9,99.
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-ORCADO-ED==.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-REALIZADO-ED==.
           COPY "moedased.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VARIACAO-ED==.
       77 WRK-CNT-FORA-MESTRE   PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           IF WRK-HISTORICO-DISPONIVEL
               PERFORM 2000-LE-HISTORICO
                   UNTIL WRK-EOF-HISTORICO = "S"
           END-IF
           IF WRK-ORCAMENTO-DISPONIVEL
               PERFORM 3000-LE-ORCAMENTO
           END-IF
           PERFORM 5000-IMPRIME-RELATORIO
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       INITIALIZE WRK-TAB-FILIAIS WRK-TOT-EMPRESA.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           PERFORM 1100-RECEBE-COMPETENCIA
               UNTIL WRK-COMPETENCIA-OK = "S"
           PERFORM 1050-RECEBE-EMPRESA
               UNTIL WRK-EMPRESA-ENT NUMERIC
           MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL
       END-IF.
       IF WRK-EMPRESA-SEL = ZEROS
           MOVE 1 TO WRK-EMPRESA-SEL
       END-IF.
      *== competencia ainda aberta pode receber complementar:
      *== o realizado sai, mas provisorio
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO NOT = "F"
           DISPLAY "AVISO: COMPETENCIA " WRK-COMPETENCIA
                   " AINDA ABERTA - REALIZADO PROVISORIO"
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
           MOVE ZEROS TO FHS-CHAVE
           START HISTORICO-FILE KEY IS >= FHS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-HISTORICO
           END-START
       ELSE
           DISPLAY "AVISO: HISTORICO FOLHAHST AUSENTE - "
                   "REALIZADO ZERADO"
       END-IF.
       OPEN INPUT ORCAMENTO-FILE.
       IF WRK-FS-ORCAMENTO = "00"
           MOVE "S" TO WRK-ORCAMENTO-OK
       ELSE
           DISPLAY "AVISO: ORCAMENTO ORCAMDB AUSENTE - "
                   "ORCADO ZERADO (RODE O MANTORCA)"
       END-IF.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
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
       DISPLAY "EMPRESA DO RELATORIO (2 DIGITOS, 00 = 01) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM) "
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

       0150-CASA-EMPRESA        SECTION.
      *== empresa 00 no mestre e legado de um CNPJ so: vale 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-FUNC.
       IF WRK-EMPRESA-FUNC = ZEROS
           MOVE 1 TO WRK-EMPRESA-FUNC
       END-IF.

       2000-LE-HISTORICO        SECTION.
      *== realizado: janeiro ate a competencia do ano pedido;
      *== o FOLHAHST nao guarda a empresa, que vem do mestre
      *== (fora dele, empresa 01)
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
               GO TO 2000-LE-SAIDA
       END-READ.
       MOVE FHS-COMPETENCIA TO WRK-CMP-TESTE.
       IF WRK-TST-ANO NOT = WRK-CMP-ANO
          OR WRK-TST-MES > WRK-CMP-MES
           GO TO 2000-LE-SAIDA
       END-IF.
       IF FHS-MATRICULA NOT = WRK-MATRICULA-ANT
           MOVE FHS-MATRICULA TO WRK-MATRICULA-ANT
           PERFORM 2100-CASA-FUNCIONARIO
       END-IF.
       IF WRK-EMPRESA-FUNC NOT = WRK-EMPRESA-SEL
           GO TO 2000-LE-SAIDA
       END-IF.
       MOVE FHS-FILIAL TO WRK-FILIAL-BUSCA.
       PERFORM 4000-LOCALIZA-FILIAL.
       IF WRK-TAB-ACHADO-IDX = ZEROS
           GO TO 2000-LE-SAIDA
       END-IF.
       ADD FHS-BRUTO TO WRK-TAB-REAL-ACUM(WRK-TAB-ACHADO-IDX).
       IF WRK-TST-MES = WRK-CMP-MES
           ADD FHS-BRUTO TO WRK-TAB-REAL-MES(WRK-TAB-ACHADO-IDX)
           IF FHS-FOLHA-NORMAL
               ADD 1 TO WRK-TAB-REAL-EFETIVO(WRK-TAB-ACHADO-IDX)
           END-IF
       END-IF.

       2000-LE-SAIDA.
           EXIT.

       2100-CASA-FUNCIONARIO    SECTION.
       MOVE 1 TO WRK-EMPRESA-FUNC.
       IF NOT WRK-EMPREGADOS-DISPONIVEL
           GO TO 2100-CASA-SAIDA
       END-IF.
       MOVE FHS-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               ADD 1 TO WRK-CNT-FORA-MESTRE
           NOT INVALID KEY
               PERFORM 0150-CASA-EMPRESA
       END-READ.

       2100-CASA-SAIDA.
           EXIT.

       3000-LE-ORCAMENTO        SECTION.
       MOVE WRK-EMPRESA-SEL TO ORC-EMPRESA.
       MOVE ZEROS           TO ORC-FILIAL ORC-COMPETENCIA.
       START ORCAMENTO-FILE KEY IS >= ORC-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-ORCAMENTO
       END-START.
       PERFORM 3100-LE-MES-ORCADO
           UNTIL WRK-EOF-ORCAMENTO = "S".

       3100-LE-MES-ORCADO       SECTION.
       READ ORCAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-ORCAMENTO
               GO TO 3100-LE-SAIDA
       END-READ.
       IF ORC-EMPRESA NOT = WRK-EMPRESA-SEL
           MOVE "S" TO WRK-EOF-ORCAMENTO
           GO TO 3100-LE-SAIDA
       END-IF.
       MOVE ORC-COMPETENCIA TO WRK-CMP-TESTE.
       IF WRK-TST-ANO NOT = WRK-CMP-ANO
          OR WRK-TST-MES > WRK-CMP-MES
           GO TO 3100-LE-SAIDA
       END-IF.
       MOVE ORC-FILIAL TO WRK-FILIAL-BUSCA.
       PERFORM 4000-LOCALIZA-FILIAL.
       IF WRK-TAB-ACHADO-IDX = ZEROS
           GO TO 3100-LE-SAIDA
       END-IF.
       ADD ORC-CUSTO TO WRK-TAB-ORC-ACUM(WRK-TAB-ACHADO-IDX).
       IF WRK-TST-MES = WRK-CMP-MES
           ADD ORC-CUSTO   TO WRK-TAB-ORC-MES(WRK-TAB-ACHADO-IDX)
           MOVE ORC-EFETIVO
             TO WRK-TAB-ORC-EFETIVO(WRK-TAB-ACHADO-IDX)
       END-IF.

       3100-LE-SAIDA.
           EXIT.

       4000-LOCALIZA-FILIAL     SECTION.
      *== devolve em WRK-TAB-ACHADO-IDX a posicao da filial na
      *== tabela, incluindo-a se nova; zero se a tabela encheu
       MOVE "N"   TO WRK-TAB-ACHOU.
       MOVE ZEROS TO WRK-TAB-ACHADO-IDX.
       PERFORM 4010-PROCURA-FILIAL
           VARYING WRK-TAB-IDX FROM 1 BY 1
           UNTIL WRK-TAB-IDX > WRK-TAB-QTDE
              OR WRK-TAB-ACHOU-SIM.
       IF WRK-TAB-ACHOU-SIM
           GO TO 4000-LOCALIZA-SAIDA
       END-IF.
       IF WRK-TAB-QTDE < 50
           ADD 1 TO WRK-TAB-QTDE
           MOVE WRK-FILIAL-BUSCA TO WRK-TAB-FILIAL(WRK-TAB-QTDE)
           MOVE WRK-TAB-QTDE     TO WRK-TAB-ACHADO-IDX
       ELSE
           DISPLAY "TABELA DE FILIAIS CHEIA - FILIAL "
                   WRK-FILIAL-BUSCA " IGNORADA NO RELATORIO"
       END-IF.

       4000-LOCALIZA-SAIDA.
           EXIT.

       4010-PROCURA-FILIAL      SECTION.
       IF WRK-TAB-FILIAL(WRK-TAB-IDX) = WRK-FILIAL-BUSCA
           MOVE "S"         TO WRK-TAB-ACHOU
           MOVE WRK-TAB-IDX TO WRK-TAB-ACHADO-IDX
       END-IF.

       5000-IMPRIME-RELATORIO   SECTION.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "ORCADO X REALIZADO DA FOLHA" TO WRK-CAB-TITULO.
       MOVE "        EF.ORC EF.REA" TO WRK-REL-COLUNAS.
       MOVE "ORCADO"    TO WRK-REL-COLUNAS(32:6).
       MOVE "REALIZADO" TO WRK-REL-COLUNAS(46:9).
       MOVE "VARIACAO"  TO WRK-REL-COLUNAS(65:8).
       MOVE "VAR%"      TO WRK-REL-COLUNAS(77:4).
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
              "  COMPETENCIA " WRK-CMP-MES "/" WRK-CMP-ANO
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 5100-IMPRIME-FILIAL
           VARYING WRK-TAB-IDX FROM 1 BY 1
           UNTIL WRK-TAB-IDX > WRK-TAB-QTDE.
       MOVE "TOTAL DA EMPRESA"   TO WRK-LIN-TITULO.
       MOVE WRK-TOT-ORC-EFETIVO  TO WRK-LIN-ORC-EFETIVO.
       MOVE WRK-TOT-REAL-EFETIVO TO WRK-LIN-REAL-EFETIVO.
       MOVE WRK-TOT-ORC-MES      TO WRK-BLC-ORC-MES.
       MOVE WRK-TOT-REAL-MES     TO WRK-BLC-REAL-MES.
       MOVE WRK-TOT-ORC-ACUM     TO WRK-BLC-ORC-ACUM.
       MOVE WRK-TOT-REAL-ACUM    TO WRK-BLC-REAL-ACUM.
       PERFORM 5200-IMPRIME-BLOCO.

       5100-IMPRIME-FILIAL      SECTION.
       MOVE "FILIAL NAO CADASTRADA" TO FIL-NOME.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE WRK-TAB-FILIAL(WRK-TAB-IDX) TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               INVALID KEY
                   MOVE "FILIAL NAO CADASTRADA" TO FIL-NOME
           END-READ
       END-IF.
       MOVE SPACES TO WRK-LIN-TITULO.
       STRING "FILIAL " WRK-TAB-FILIAL(WRK-TAB-IDX) " - "
              FIL-NOME
              DELIMITED BY SIZE INTO WRK-LIN-TITULO.
       MOVE WRK-TAB-ORC-EFETIVO(WRK-TAB-IDX)
         TO WRK-LIN-ORC-EFETIVO.
       MOVE WRK-TAB-REAL-EFETIVO(WRK-TAB-IDX)
         TO WRK-LIN-REAL-EFETIVO.
       MOVE WRK-TAB-ORC-MES(WRK-TAB-IDX)   TO WRK-BLC-ORC-MES.
       MOVE WRK-TAB-REAL-MES(WRK-TAB-IDX)  TO WRK-BLC-REAL-MES.
       MOVE WRK-TAB-ORC-ACUM(WRK-TAB-IDX)  TO WRK-BLC-ORC-ACUM.
       MOVE WRK-TAB-REAL-ACUM(WRK-TAB-IDX) TO WRK-BLC-REAL-ACUM.
       ADD WRK-LIN-ORC-EFETIVO  TO WRK-TOT-ORC-EFETIVO.
       ADD WRK-LIN-REAL-EFETIVO TO WRK-TOT-REAL-EFETIVO.
       ADD WRK-BLC-ORC-MES      TO WRK-TOT-ORC-MES.
       ADD WRK-BLC-REAL-MES     TO WRK-TOT-REAL-MES.
       ADD WRK-BLC-ORC-ACUM     TO WRK-TOT-ORC-ACUM.
       ADD WRK-BLC-REAL-ACUM    TO WRK-TOT-REAL-ACUM.
       PERFORM 5200-IMPRIME-BLOCO.

       5200-IMPRIME-BLOCO       SECTION.
      *== titulo com a diferenca de efetivo, linha do mes e
      *== linha do acumulado do ano
       IF WRK-REL-LINHAS-PAGINA + 4 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       COMPUTE WRK-DIF-EFETIVO = WRK-LIN-REAL-EFETIVO
                               - WRK-LIN-ORC-EFETIVO.
       MOVE WRK-DIF-EFETIVO TO WRK-DIF-EFETIVO-ED.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING WRK-LIN-TITULO "  DIF. EFETIVO " WRK-DIF-EFETIVO-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "  MES   "              TO WRK-ROTULO.
       MOVE WRK-BLC-ORC-MES         TO WRK-LIN-ORCADO.
       MOVE WRK-BLC-REAL-MES        TO WRK-LIN-REALIZADO.
       PERFORM 5300-IMPRIME-LINHA.
       MOVE "  ANO   "              TO WRK-ROTULO.
       MOVE WRK-BLC-ORC-ACUM        TO WRK-LIN-ORCADO.
       MOVE WRK-BLC-REAL-ACUM       TO WRK-LIN-REALIZADO.
       PERFORM 5300-IMPRIME-LINHA.
       ADD 4 TO WRK-REL-LINHAS-PAGINA.

       5300-IMPRIME-LINHA       SECTION.
      *== variacao = realizado - orcado (positiva = estouro);
      *== o efetivo so sai na linha do mes
       COMPUTE WRK-VARIACAO = WRK-LIN-REALIZADO - WRK-LIN-ORCADO.
       MOVE ZEROS TO WRK-VAR-PERC.
       IF WRK-LIN-ORCADO > ZEROS
           COMPUTE WRK-VAR-PERC ROUNDED =
                   WRK-VARIACAO * 100 / WRK-LIN-ORCADO
               ON SIZE ERROR
                   MOVE 999,99 TO WRK-VAR-PERC
           END-COMPUTE
       END-IF.
       MOVE WRK-LIN-ORC-EFETIVO  TO WRK-ORC-EFETIVO-ED.
       MOVE WRK-LIN-REAL-EFETIVO TO WRK-REAL-EFETIVO-ED.
       MOVE WRK-LIN-ORCADO       TO WRK-ORCADO-ED.
       MOVE WRK-LIN-REALIZADO    TO WRK-REALIZADO-ED.
       MOVE WRK-VARIACAO         TO WRK-VARIACAO-ED.
       MOVE WRK-VAR-PERC         TO WRK-PERC-ED.
       MOVE SPACES TO REL-LINHA.
       IF WRK-ROTULO = "  MES   "
           STRING WRK-ROTULO " " WRK-ORC-EFETIVO-ED
                  " " WRK-REAL-EFETIVO-ED " " WRK-ORCADO-ED
                  " " WRK-REALIZADO-ED " " WRK-VARIACAO-ED
                  " " WRK-PERC-ED
                  DELIMITED BY SIZE INTO REL-LINHA
       ELSE
           STRING WRK-ROTULO "             " WRK-ORCADO-ED
                  " " WRK-REALIZADO-ED " " WRK-VARIACAO-ED
                  " " WRK-PERC-ED
                  DELIMITED BY SIZE INTO REL-LINHA
       END-IF.
       WRITE REL-LINHA.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       CLOSE RELATORIO-FILE.
       IF WRK-EMPREGADOS-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
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
       DISPLAY "ORCADO X REALIZADO " WRK-COMPETENCIA
               " EMPRESA " WRK-EMPRESA-SEL
               " - FILIAIS " WRK-TAB-QTDE.
       IF WRK-CNT-FORA-MESTRE > ZEROS
           DISPLAY "  MATRICULAS DO FOLHAHST FORA DO MESTRE "
                   "(CONTADAS NA EMPRESA 01) " WRK-CNT-FORA-MESTRE
       END-IF.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
