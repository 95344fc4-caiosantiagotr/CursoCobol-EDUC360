       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEFETI.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Estatistica mensal de efetivo e
      *==            rotatividade por empresa, filial e cargo
      *==            - junta o mestre EMPREGDB, o acervo de
      *==            desligados EMPREGHS e as transferencias
      *==            do HISTFIL em vez de montar a mao a
      *==            partir do RELDESLG e do RELFILIA. Para a
      *==            competencia (cartao PARMFOLH ou prompt)
      *==            mostra efetivo inicial, admissoes
      *==            (REG-DATA-ADMISSAO no mes), desligamentos
      *==            (REG-DATA-DESLIGAMENTO no mes, inclusive
      *==            os ja arquivados), transferencias de
      *==            entrada e de saida, efetivo final, taxa
      *==            de rotatividade ((admissoes + desliga-
      *==            mentos) / 2 sobre o efetivo medio) e
      *==            tempo medio de casa em meses do efetivo
      *==            final, com nome da empresa (EMPRESDB), da
      *==            filial (FILIALDB) e titulo do cargo
      *==            (CARGODB). Cada funcionario conta na
      *==            filial em que estava no fim do mes (a
      *==            transferencia posterior devolve a filial
      *==            de origem); o efetivo inicial sai da
      *==            identidade final - admissoes + desliga-
      *==            mentos - entradas + saidas. A ultima
      *==            pagina traz a tendencia dos doze meses
      *==            terminados na competencia. Relatorio
      *==            RELEFETI.
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
           SELECT ACERVO-FILE ASSIGN TO "EMPREGHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-MATRICULA
               FILE STATUS IS WRK-FS-ACERVO.
           SELECT HISTORICO-FILE ASSIGN TO "HISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HFL-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT FILIAIS-FILE ASSIGN TO "FILIALDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAIS.
           SELECT CARGOS-FILE ASSIGN TO "CARGODB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT TRABALHO-FILE ASSIGN TO "EFETTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETB-CHAVE
               FILE STATUS IS WRK-FS-TRABALHO.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT RELATORIO-FILE ASSIGN TO "RELEFETI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  ACERVO-FILE
           LABEL RECORD IS STANDARD.
       COPY "emphstrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "histfirc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
       COPY "filialrc.cpy".

       FD  CARGOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "cargorc.cpy".

       FD  TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRAB-EFETIVO.
           05  ETB-CHAVE.
               10  ETB-EMPRESA        PIC 9(02).
               10  ETB-FILIAL         PIC 9(03).
               10  ETB-CARGO          PIC 9(04).
           05  ETB-FINAL              PIC 9(05).
           05  ETB-ADMISSOES          PIC 9(05).
           05  ETB-DESLIGAMENTOS      PIC 9(05).
           05  ETB-TRANSF-ENTRADA     PIC 9(05).
           05  ETB-TRANSF-SAIDA       PIC 9(05).
           05  ETB-MESES-CASA         PIC 9(09).

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-CARGO       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-TITULO      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-INICIAL     PIC -ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-ADMISSOES   PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-DESLIG      PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-ENTRADAS    PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-SAIDAS      PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-FINAL       PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-ROTATIVIDADE PIC ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-TEMPO       PIC ZZZ9,9.
           05  FILLER              PIC X(03) VALUE SPACES.
       01  REL-TENDENCIA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-TND-MES         PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  REL-TND-ANO         PIC 9(04).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  REL-TND-INICIAL     PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  REL-TND-ADMISSOES   PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  REL-TND-DESLIG      PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  REL-TND-FINAL       PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  REL-TND-ROTATIVIDADE PIC ZZ9,99.
           05  FILLER              PIC X(28) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RELEFETI".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-ACERVO         PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-CARGOS         PIC X(02) VALUE "00".
       77 WRK-FS-TRABALHO       PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-ACERVO-OK         PIC X(01) VALUE "N".
          88 WRK-ACERVO-DISPONIVEL        VALUE "S".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-CARGOS-OK         PIC X(01) VALUE "N".
          88 WRK-CARGOS-DISPONIVEL        VALUE "S".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
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
           05  WRK-DTT-COMPETENCIA  PIC 9(06).
           05  WRK-DTT-DIA          PIC 9(02).
       01 WRK-DATA-TESTE-ANO-RD REDEFINES WRK-DATA-TESTE.
           05  WRK-DTT-ANO          PIC 9(04).
           05  WRK-DTT-MES          PIC 9(02).
           05  FILLER               PIC 9(02).
       77 WRK-ADM-COMPET        PIC 9(06) VALUE ZEROS.
       77 WRK-DES-COMPET        PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA-FUNC      PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL-FIM        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-POSTERIOR   PIC X(01) VALUE "N".
       77 WRK-MESES-CASA        PIC 9(05) VALUE ZEROS.
       77 WRK-ORIGEM            PIC X(01) VALUE SPACES.
          88 WRK-ORIGEM-MESTRE            VALUE "M".
          88 WRK-ORIGEM-ACERVO            VALUE "H".
      *== acumulo num grupo empresa/filial/cargo
       77 WRK-GRP-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-FILIAL        PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-CARGO         PIC 9(04) VALUE ZEROS.
       77 WRK-GRP-CAMPO         PIC X(01) VALUE SPACES.
          88 WRK-GRP-FINAL                VALUE "F".
          88 WRK-GRP-ADMISSAO             VALUE "A".
          88 WRK-GRP-DESLIGAMENTO         VALUE "D".
          88 WRK-GRP-ENTRADA              VALUE "E".
          88 WRK-GRP-SAIDA                VALUE "S".
      *== tendencia - competencias dos doze meses terminados
      *== na competencia pedida, a mais antiga primeiro
       77 WRK-IND-MES           PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-TENDENCIA.
          05 WRK-TND-ITEM OCCURS 12 TIMES.
             10 WRK-TND-COMPETENCIA PIC 9(06).
             10 WRK-TND-FINAL       PIC 9(05).
             10 WRK-TND-ADMISSOES   PIC 9(05).
             10 WRK-TND-DESLIG      PIC 9(05).
      *== linha a imprimir e totais de quebra
      *== (1 filial, 2 empresa, 3 geral)
       77 WRK-IND-TOT           PIC 9(01) VALUE ZEROS.
       01 WRK-LINHA-VALORES.
          05 WRK-LIN-INICIAL    PIC S9(07).
          05 WRK-LIN-ADMISSOES  PIC 9(07).
          05 WRK-LIN-DESLIG     PIC 9(07).
          05 WRK-LIN-ENTRADAS   PIC 9(07).
          05 WRK-LIN-SAIDAS     PIC 9(07).
          05 WRK-LIN-FINAL      PIC 9(07).
          05 WRK-LIN-MESES      PIC 9(11).
       01 WRK-TAB-TOTAIS.
          05 WRK-TOT-ITEM OCCURS 3 TIMES.
             10 WRK-TOT-INICIAL    PIC S9(07).
             10 WRK-TOT-ADMISSOES  PIC 9(07).
             10 WRK-TOT-DESLIG     PIC 9(07).
             10 WRK-TOT-ENTRADAS   PIC 9(07).
             10 WRK-TOT-SAIDAS     PIC 9(07).
             10 WRK-TOT-FINAL      PIC 9(07).
             10 WRK-TOT-MESES      PIC 9(11).
       77 WRK-LIN-TITULO        PIC X(20) VALUE SPACES.
       77 WRK-LIN-CARGO         PIC X(04) VALUE SPACES.
       77 WRK-ROTATIVIDADE      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEMPO-MEDIO       PIC 9(04)V9 VALUE ZEROS.
       77 WRK-DENOMINADOR       PIC S9(08) VALUE ZEROS.
       77 WRK-INICIAL-TND       PIC S9(07) VALUE ZEROS.
       77 WRK-EMPRESA-QUEBRA    PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL-QUEBRA     PIC 9(03) VALUE ZEROS.
       77 WRK-PRIMEIRO          PIC X(01) VALUE "S".
       77 WRK-CNT-MESTRE        PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-ACERVO        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           MOVE "M" TO WRK-ORIGEM
           PERFORM 2000-LE-MESTRE UNTIL WRK-EOF = "S"
           IF WRK-ACERVO-DISPONIVEL
               MOVE "H" TO WRK-ORIGEM
               MOVE "N" TO WRK-EOF
               PERFORM 2100-LE-ACERVO UNTIL WRK-EOF = "S"
           END-IF
           PERFORM 5000-IMPRIME-EFETIVO
           PERFORM 6000-IMPRIME-TENDENCIA
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
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "ARQUIVO MESTRE EMPREGDB INDISPONIVEL - "
                   "ESTATISTICA NAO EMITIDA"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT ACERVO-FILE.
       IF WRK-FS-ACERVO = "00"
           MOVE "S" TO WRK-ACERVO-OK
       ELSE
           DISPLAY "AVISO: ACERVO EMPREGHS AUSENTE - SO OS "
                   "DESLIGADOS AINDA NO MESTRE SERAO CONTADOS"
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "00"
           MOVE "S" TO WRK-HISTORICO-OK
       ELSE
           DISPLAY "AVISO: HISTFIL AUSENTE - SEM TRANSFERENCIAS"
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN INPUT CARGOS-FILE.
       IF WRK-FS-CARGOS = "00"
           MOVE "S" TO WRK-CARGOS-OK
       END-IF.
       OPEN OUTPUT TRABALHO-FILE.
       CLOSE TRABALHO-FILE.
       OPEN I-O TRABALHO-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       INITIALIZE WRK-TAB-TENDENCIA.
       MOVE WRK-COMPETENCIA TO WRK-DTT-COMPETENCIA.
       PERFORM 1200-MONTA-TENDENCIA
           VARYING WRK-IND-MES FROM 12 BY -1
           UNTIL WRK-IND-MES < 1.
       MOVE ZEROS TO REG-MATRICULA.
       START EMPREGADOS-FILE KEY IS >= REG-MATRICULA
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
       DISPLAY "COMPETENCIA DA ESTATISTICA (AAAAMM) "
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

       1200-MONTA-TENDENCIA     SECTION.
       MOVE WRK-DTT-COMPETENCIA
         TO WRK-TND-COMPETENCIA(WRK-IND-MES).
       IF WRK-DTT-MES = 1
           MOVE 12 TO WRK-DTT-MES
           SUBTRACT 1 FROM WRK-DTT-ANO
       ELSE
           SUBTRACT 1 FROM WRK-DTT-MES
       END-IF.

       2000-LE-MESTRE           SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-LE-SAIDA
       END-READ.
       ADD 1 TO WRK-CNT-MESTRE.
       PERFORM 3000-CLASSIFICA-FUNCIONARIO.

       2000-LE-SAIDA.
           EXIT.

       2100-LE-ACERVO           SECTION.
      *== a imagem do acervo e o proprio REG-EMPREGADO do
      *== dia do arquivamento
       READ ACERVO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2100-LE-SAIDA
       END-READ.
       ADD 1 TO WRK-CNT-ACERVO.
       MOVE REG-EMPREGADO-HIST TO REG-EMPREGADO.
       PERFORM 3000-CLASSIFICA-FUNCIONARIO.

       2100-LE-SAIDA.
           EXIT.

       3000-CLASSIFICA-FUNCIONARIO SECTION.
       MOVE REG-DATA-ADMISSAO TO WRK-DATA-TESTE.
       MOVE WRK-DTT-COMPETENCIA TO WRK-ADM-COMPET.
       MOVE 999999 TO WRK-DES-COMPET.
       IF REG-DESLIGADO
          AND REG-DATA-DESLIGAMENTO NOT = ZEROS
           MOVE REG-DATA-DESLIGAMENTO TO WRK-DATA-TESTE
           MOVE WRK-DTT-COMPETENCIA   TO WRK-DES-COMPET
       END-IF.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-FUNC.
       IF WRK-EMPRESA-FUNC = ZEROS
           MOVE 1 TO WRK-EMPRESA-FUNC
       END-IF.
       PERFORM 3100-ACUMULA-TENDENCIA
           VARYING WRK-IND-MES FROM 1 BY 1
           UNTIL WRK-IND-MES > 12.
       IF WRK-ADM-COMPET > WRK-COMPETENCIA
          OR WRK-DES-COMPET < WRK-COMPETENCIA
           GO TO 3000-CLASSIFICA-SAIDA
       END-IF.
       MOVE REG-FILIAL       TO WRK-FILIAL-FIM.
       MOVE WRK-EMPRESA-FUNC TO WRK-GRP-EMPRESA.
       MOVE REG-CARGO        TO WRK-GRP-CARGO.
       IF WRK-HISTORICO-DISPONIVEL
           PERFORM 3200-LE-TRANSFERENCIAS
       END-IF.
       MOVE WRK-FILIAL-FIM   TO WRK-GRP-FILIAL.
       MOVE ZEROS            TO WRK-MESES-CASA.
       IF WRK-DES-COMPET > WRK-COMPETENCIA
           MOVE WRK-COMPETENCIA TO WRK-DATA-TESTE(1:6)
           COMPUTE WRK-MESES-CASA =
                   (WRK-DTT-ANO * 12 + WRK-DTT-MES)
           MOVE REG-DATA-ADMISSAO TO WRK-DATA-TESTE
           IF WRK-ADM-COMPET NOT = ZEROS
               COMPUTE WRK-MESES-CASA = WRK-MESES-CASA
                     - (WRK-DTT-ANO * 12 + WRK-DTT-MES)
           ELSE
               MOVE ZEROS TO WRK-MESES-CASA
           END-IF
           MOVE "F" TO WRK-GRP-CAMPO
           PERFORM 3500-ACUMULA-GRUPO
       END-IF.
       IF WRK-ADM-COMPET = WRK-COMPETENCIA
           MOVE "A" TO WRK-GRP-CAMPO
           PERFORM 3500-ACUMULA-GRUPO
       END-IF.
       IF WRK-DES-COMPET = WRK-COMPETENCIA
           MOVE "D" TO WRK-GRP-CAMPO
           PERFORM 3500-ACUMULA-GRUPO
       END-IF.

       3000-CLASSIFICA-SAIDA.
           EXIT.

       3100-ACUMULA-TENDENCIA   SECTION.
       IF WRK-ADM-COMPET NOT > WRK-TND-COMPETENCIA(WRK-IND-MES)
          AND WRK-DES-COMPET > WRK-TND-COMPETENCIA(WRK-IND-MES)
           ADD 1 TO WRK-TND-FINAL(WRK-IND-MES)
       END-IF.
       IF WRK-ADM-COMPET = WRK-TND-COMPETENCIA(WRK-IND-MES)
           ADD 1 TO WRK-TND-ADMISSOES(WRK-IND-MES)
       END-IF.
       IF WRK-DES-COMPET = WRK-TND-COMPETENCIA(WRK-IND-MES)
           ADD 1 TO WRK-TND-DESLIG(WRK-IND-MES)
       END-IF.

       3200-LE-TRANSFERENCIAS   SECTION.
      *== transferencia no mes conta saida na origem e
      *== entrada no destino; a primeira depois do mes diz
      *== que no fim do mes o funcionario estava na origem
       MOVE "N"           TO WRK-ACHOU-POSTERIOR.
       MOVE "N"           TO WRK-EOF-HISTORICO.
       MOVE REG-MATRICULA TO HFL-MATRICULA.
       MOVE ZEROS         TO HFL-DATA-EFETIVA.
       START HISTORICO-FILE KEY IS >= HFL-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-HISTORICO
       END-START.
       PERFORM 3210-TRATA-TRANSFERENCIA
           UNTIL WRK-EOF-HISTORICO = "S".

       3210-TRATA-TRANSFERENCIA SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
               GO TO 3210-TRATA-SAIDA
       END-READ.
       IF HFL-MATRICULA NOT = REG-MATRICULA
           MOVE "S" TO WRK-EOF-HISTORICO
           GO TO 3210-TRATA-SAIDA
       END-IF.
       MOVE HFL-DATA-EFETIVA TO WRK-DATA-TESTE.
       IF WRK-DTT-COMPETENCIA > WRK-COMPETENCIA
           IF WRK-ACHOU-POSTERIOR = "N"
               MOVE "S"                TO WRK-ACHOU-POSTERIOR
               MOVE HFL-FILIAL-ORIGEM  TO WRK-FILIAL-FIM
           END-IF
           MOVE "S" TO WRK-EOF-HISTORICO
           GO TO 3210-TRATA-SAIDA
       END-IF.
       IF WRK-DTT-COMPETENCIA = WRK-COMPETENCIA
           MOVE HFL-FILIAL-ORIGEM  TO WRK-GRP-FILIAL
           MOVE "S"                TO WRK-GRP-CAMPO
           PERFORM 3500-ACUMULA-GRUPO
           MOVE HFL-FILIAL-DESTINO TO WRK-GRP-FILIAL
           MOVE "E"                TO WRK-GRP-CAMPO
           PERFORM 3500-ACUMULA-GRUPO
       END-IF.

       3210-TRATA-SAIDA.
           EXIT.

       3500-ACUMULA-GRUPO       SECTION.
       MOVE WRK-GRP-EMPRESA TO ETB-EMPRESA.
       MOVE WRK-GRP-FILIAL  TO ETB-FILIAL.
       MOVE WRK-GRP-CARGO   TO ETB-CARGO.
       READ TRABALHO-FILE KEY IS ETB-CHAVE
           INVALID KEY
               MOVE ZEROS TO ETB-FINAL
                             ETB-ADMISSOES
                             ETB-DESLIGAMENTOS
                             ETB-TRANSF-ENTRADA
                             ETB-TRANSF-SAIDA
                             ETB-MESES-CASA
               WRITE REG-TRAB-EFETIVO
       END-READ.
       IF WRK-GRP-FINAL
           ADD 1              TO ETB-FINAL
           ADD WRK-MESES-CASA TO ETB-MESES-CASA
       END-IF.
       IF WRK-GRP-ADMISSAO
           ADD 1 TO ETB-ADMISSOES
       END-IF.
       IF WRK-GRP-DESLIGAMENTO
           ADD 1 TO ETB-DESLIGAMENTOS
       END-IF.
       IF WRK-GRP-ENTRADA
           ADD 1 TO ETB-TRANSF-ENTRADA
       END-IF.
       IF WRK-GRP-SAIDA
           ADD 1 TO ETB-TRANSF-SAIDA
       END-IF.
       REWRITE REG-TRAB-EFETIVO.

       5000-IMPRIME-EFETIVO     SECTION.
       MOVE "EFETIVO E ROTATIVIDADE" TO WRK-CAB-TITULO.
       MOVE "  CARG TITULO DO CARGO        INIC   ADM  DESL"
         TO WRK-REL-COLUNAS.
       MOVE "T.ENT T.SAI FINAL ROTAT% T.CASA"
         TO WRK-REL-COLUNAS(48:31).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-CMP-MES "/" WRK-CMP-ANO
              "   (TEMPO DE CASA EM MESES)"
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       INITIALIZE WRK-TAB-TOTAIS.
       MOVE "N" TO WRK-EOF-TRABALHO.
       MOVE ZEROS TO ETB-CHAVE.
       START TRABALHO-FILE KEY IS >= ETB-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-TRABALHO
       END-START.
       PERFORM 5100-TRATA-GRUPO UNTIL WRK-EOF-TRABALHO = "S".
       IF WRK-PRIMEIRO = "N"
           PERFORM 5400-FECHA-FILIAL
           PERFORM 5500-FECHA-EMPRESA
       END-IF.
       MOVE 3             TO WRK-IND-TOT.
       PERFORM 5600-CARREGA-TOTAL.
       MOVE SPACES        TO WRK-LIN-CARGO.
       MOVE "TOTAL GERAL" TO WRK-LIN-TITULO.
       PERFORM 5300-IMPRIME-LINHA.

       5100-TRATA-GRUPO         SECTION.
       READ TRABALHO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-TRABALHO
               GO TO 5100-TRATA-SAIDA
       END-READ.
       IF WRK-PRIMEIRO = "S"
           MOVE "N" TO WRK-PRIMEIRO
           PERFORM 5200-ABRE-EMPRESA
           PERFORM 5250-ABRE-FILIAL
       ELSE
           IF ETB-EMPRESA NOT = WRK-EMPRESA-QUEBRA
               PERFORM 5400-FECHA-FILIAL
               PERFORM 5500-FECHA-EMPRESA
               PERFORM 5200-ABRE-EMPRESA
               PERFORM 5250-ABRE-FILIAL
           ELSE
               IF ETB-FILIAL NOT = WRK-FILIAL-QUEBRA
                   PERFORM 5400-FECHA-FILIAL
                   PERFORM 5250-ABRE-FILIAL
               END-IF
           END-IF
       END-IF.
       MOVE ETB-FINAL          TO WRK-LIN-FINAL.
       MOVE ETB-ADMISSOES      TO WRK-LIN-ADMISSOES.
       MOVE ETB-DESLIGAMENTOS  TO WRK-LIN-DESLIG.
       MOVE ETB-TRANSF-ENTRADA TO WRK-LIN-ENTRADAS.
       MOVE ETB-TRANSF-SAIDA   TO WRK-LIN-SAIDAS.
       MOVE ETB-MESES-CASA     TO WRK-LIN-MESES.
       COMPUTE WRK-LIN-INICIAL = ETB-FINAL - ETB-ADMISSOES
                               + ETB-DESLIGAMENTOS
                               - ETB-TRANSF-ENTRADA
                               + ETB-TRANSF-SAIDA.
       PERFORM 5700-SOMA-TOTAIS
           VARYING WRK-IND-TOT FROM 1 BY 1
           UNTIL WRK-IND-TOT > 3.
       MOVE ETB-CARGO TO WRK-LIN-CARGO.
       MOVE "CARGO NAO CADASTRADO" TO WRK-LIN-TITULO.
       IF WRK-CARGOS-DISPONIVEL
           MOVE ETB-CARGO TO CRG-CODIGO
           READ CARGOS-FILE KEY IS CRG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRG-TITULO TO WRK-LIN-TITULO
           END-READ
       END-IF.
       PERFORM 5300-IMPRIME-LINHA.

       5100-TRATA-SAIDA.
           EXIT.

       5200-ABRE-EMPRESA        SECTION.
       MOVE ETB-EMPRESA TO WRK-EMPRESA-QUEBRA.
       IF WRK-REL-LINHAS-PAGINA + 3 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "EMPRESA NAO CADASTRADA" TO EMP-NOME.
       IF WRK-EMPRESAS-DISPONIVEL
           MOVE ETB-EMPRESA TO EMP-CODIGO
           READ EMPRESAS-FILE KEY IS EMP-CODIGO
               INVALID KEY
                   MOVE "EMPRESA NAO CADASTRADA" TO EMP-NOME
           END-READ
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "EMPRESA " ETB-EMPRESA " - " EMP-NOME
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 2 TO WRK-REL-LINHAS-PAGINA.

       5250-ABRE-FILIAL         SECTION.
       MOVE ETB-FILIAL TO WRK-FILIAL-QUEBRA.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "FILIAL NAO CADASTRADA" TO FIL-NOME.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE ETB-FILIAL TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               INVALID KEY
                   MOVE "FILIAL NAO CADASTRADA" TO FIL-NOME
           END-READ
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING " FILIAL " ETB-FILIAL " - " FIL-NOME
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       5300-IMPRIME-LINHA       SECTION.
      *== rotatividade = (admissoes + desligamentos) / 2
      *== sobre o efetivo medio (inicial + final) / 2
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE ZEROS TO WRK-ROTATIVIDADE
                     WRK-TEMPO-MEDIO.
       COMPUTE WRK-DENOMINADOR = WRK-LIN-INICIAL + WRK-LIN-FINAL.
       IF WRK-DENOMINADOR > ZEROS
           COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-LIN-ADMISSOES + WRK-LIN-DESLIG) * 100
                   / WRK-DENOMINADOR
               ON SIZE ERROR
                   MOVE 999,99 TO WRK-ROTATIVIDADE
           END-COMPUTE
       END-IF.
       IF WRK-LIN-FINAL > ZEROS
           COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-LIN-MESES / WRK-LIN-FINAL
       END-IF.
       MOVE SPACES            TO REL-DETALHE.
       MOVE WRK-LIN-CARGO     TO REL-DET-CARGO.
       MOVE WRK-LIN-TITULO    TO REL-DET-TITULO.
       MOVE WRK-LIN-INICIAL   TO REL-DET-INICIAL.
       MOVE WRK-LIN-ADMISSOES TO REL-DET-ADMISSOES.
       MOVE WRK-LIN-DESLIG    TO REL-DET-DESLIG.
       MOVE WRK-LIN-ENTRADAS  TO REL-DET-ENTRADAS.
       MOVE WRK-LIN-SAIDAS    TO REL-DET-SAIDAS.
       MOVE WRK-LIN-FINAL     TO REL-DET-FINAL.
       MOVE WRK-ROTATIVIDADE  TO REL-DET-ROTATIVIDADE.
       MOVE WRK-TEMPO-MEDIO   TO REL-DET-TEMPO.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       5400-FECHA-FILIAL        SECTION.
       MOVE 1               TO WRK-IND-TOT.
       PERFORM 5600-CARREGA-TOTAL.
       MOVE SPACES          TO WRK-LIN-CARGO.
       MOVE "  TOTAL DA FILIAL" TO WRK-LIN-TITULO.
       PERFORM 5300-IMPRIME-LINHA.
       INITIALIZE WRK-TOT-ITEM(1).

       5500-FECHA-EMPRESA       SECTION.
       MOVE 2               TO WRK-IND-TOT.
       PERFORM 5600-CARREGA-TOTAL.
       MOVE SPACES          TO WRK-LIN-CARGO.
       MOVE "TOTAL DA EMPRESA" TO WRK-LIN-TITULO.
       PERFORM 5300-IMPRIME-LINHA.
       INITIALIZE WRK-TOT-ITEM(2).

       5600-CARREGA-TOTAL       SECTION.
       MOVE WRK-TOT-INICIAL(WRK-IND-TOT)   TO WRK-LIN-INICIAL.
       MOVE WRK-TOT-ADMISSOES(WRK-IND-TOT) TO WRK-LIN-ADMISSOES.
       MOVE WRK-TOT-DESLIG(WRK-IND-TOT)    TO WRK-LIN-DESLIG.
       MOVE WRK-TOT-ENTRADAS(WRK-IND-TOT)  TO WRK-LIN-ENTRADAS.
       MOVE WRK-TOT-SAIDAS(WRK-IND-TOT)    TO WRK-LIN-SAIDAS.
       MOVE WRK-TOT-FINAL(WRK-IND-TOT)     TO WRK-LIN-FINAL.
       MOVE WRK-TOT-MESES(WRK-IND-TOT)     TO WRK-LIN-MESES.

       5700-SOMA-TOTAIS         SECTION.
       ADD WRK-LIN-INICIAL   TO WRK-TOT-INICIAL(WRK-IND-TOT).
       ADD WRK-LIN-ADMISSOES TO WRK-TOT-ADMISSOES(WRK-IND-TOT).
       ADD WRK-LIN-DESLIG    TO WRK-TOT-DESLIG(WRK-IND-TOT).
       ADD WRK-LIN-ENTRADAS  TO WRK-TOT-ENTRADAS(WRK-IND-TOT).
       ADD WRK-LIN-SAIDAS    TO WRK-TOT-SAIDAS(WRK-IND-TOT).
       ADD WRK-LIN-FINAL     TO WRK-TOT-FINAL(WRK-IND-TOT).
       ADD WRK-LIN-MESES     TO WRK-TOT-MESES(WRK-IND-TOT).

       6000-IMPRIME-TENDENCIA   SECTION.
       MOVE "TENDENCIA DE 12 MESES" TO WRK-CAB-TITULO.
       MOVE "  MES/ANO    INICIAL  ADMISSOES  DESLIG.   FINAL"
         TO WRK-REL-COLUNAS.
       MOVE "ROTAT%" TO WRK-REL-COLUNAS(51:6).
       PERFORM 8100-CABECALHO-PADRAO.
       PERFORM 6100-IMPRIME-MES
           VARYING WRK-IND-MES FROM 1 BY 1
           UNTIL WRK-IND-MES > 12.

       6100-IMPRIME-MES         SECTION.
       COMPUTE WRK-INICIAL-TND = WRK-TND-FINAL(WRK-IND-MES)
                               - WRK-TND-ADMISSOES(WRK-IND-MES)
                               + WRK-TND-DESLIG(WRK-IND-MES).
       MOVE ZEROS TO WRK-ROTATIVIDADE.
       COMPUTE WRK-DENOMINADOR = WRK-INICIAL-TND
                               + WRK-TND-FINAL(WRK-IND-MES).
       IF WRK-DENOMINADOR > ZEROS
           COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-TND-ADMISSOES(WRK-IND-MES)
                  + WRK-TND-DESLIG(WRK-IND-MES)) * 100
                   / WRK-DENOMINADOR
               ON SIZE ERROR
                   MOVE 999,99 TO WRK-ROTATIVIDADE
           END-COMPUTE
       END-IF.
       MOVE WRK-TND-COMPETENCIA(WRK-IND-MES) TO WRK-DATA-TESTE(1:6).
       MOVE SPACES           TO REL-TENDENCIA.
       MOVE WRK-DTT-MES      TO REL-TND-MES.
       MOVE "/"              TO REL-TENDENCIA(5:1).
       MOVE WRK-DTT-ANO      TO REL-TND-ANO.
       MOVE WRK-INICIAL-TND  TO REL-TND-INICIAL.
       MOVE WRK-TND-ADMISSOES(WRK-IND-MES) TO REL-TND-ADMISSOES.
       MOVE WRK-TND-DESLIG(WRK-IND-MES)    TO REL-TND-DESLIG.
       MOVE WRK-TND-FINAL(WRK-IND-MES)     TO REL-TND-FINAL.
       MOVE WRK-ROTATIVIDADE TO REL-TND-ROTATIVIDADE.
       WRITE REL-LINHA FROM REL-TENDENCIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       DISPLAY "RELEFETI - " WRK-CNT-MESTRE " NO MESTRE, "
               WRK-CNT-ACERVO " NO ACERVO - RELATORIO RELEFETI".
       CLOSE EMPREGADOS-FILE.
       IF WRK-ACERVO-DISPONIVEL
           CLOSE ACERVO-FILE
       END-IF.
       IF WRK-HISTORICO-DISPONIVEL
           CLOSE HISTORICO-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       IF WRK-FILIAIS-DISPONIVEL
           CLOSE FILIAIS-FILE
       END-IF.
       IF WRK-CARGOS-DISPONIVEL
           CLOSE CARGOS-FILE
       END-IF.
       CLOSE TRABALHO-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
