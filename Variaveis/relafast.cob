       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAFAST.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Relatorio semanal de afastamentos - le o
      *==            cadastro AFASTDB (mantido pelo CADAFAST) e
      *==            lista os afastamentos em curso com retorno
      *==            previsto nos proximos 7 dias (RETORNA) e
      *==            os que ja passaram do retorno previsto sem
      *==            retorno efetivo registrado (ATRASADO, com
      *==            os dias de atraso), com o nome resolvido
      *==            do mestre, para o RH cobrar o retorno ou a
      *==            prorrogacao antes que a folha pague (ou
      *==            deixe de pagar) o mes errado.
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
           SELECT AFASTAMENTO-FILE ASSIGN TO "AFASTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT RELATORIO-FILE ASSIGN TO "RELAFAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "afastrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-NOME        PIC X(22).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-TIPO        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-INICIO      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-PREVISTO    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-DIAS        PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-SITUACAO    PIC X(08).
           05  FILLER              PIC X(17) VALUE SPACES.
       01  REL-TOTAL.
           05  FILLER              PIC X(19)
                   VALUE "RETORNOS NA SEMANA ".
           05  REL-TOT-RETORNOS    PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  ATRASADOS ".
           05  REL-TOT-ATRASADOS   PIC ZZZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RELAFAST".
       77 WRK-FS-AFASTAMENTO    PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-AFAST-OK          PIC X(01) VALUE "N".
          88 WRK-AFAST-DISPONIVEL         VALUE "S".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-MESTRE-DISPONIVEL        VALUE "S".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-JANELA-DIAS       PIC 9(03) VALUE 7.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       77 WRK-DIAS-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PREVISTO     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES    PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-RETORNOS      PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATRASADOS     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 0200-AVALIA-AFASTAMENTO UNTIL WRK-EOF = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
       OPEN INPUT AFASTAMENTO-FILE.
       IF WRK-FS-AFASTAMENTO = "00"
           MOVE "S" TO WRK-AFAST-OK
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-EMPREGADOS-OK
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "RETORNOS DE AFASTAMENTO" TO WRK-CAB-TITULO.
       MOVE "MATRIC NOME                   T INICIO"
         TO WRK-REL-COLUNAS.
       MOVE "PREVISTO DIAS SITUACAO" TO WRK-REL-COLUNAS(42:22).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       IF NOT WRK-AFAST-DISPONIVEL
           DISPLAY "CADASTRO AFASTDB AUSENTE - "
                   "RELATORIO EMITIDO EM BRANCO"
           MOVE "S" TO WRK-EOF
       ELSE
           PERFORM 0100-RECEBE
       END-IF.

       0100-RECEBE              SECTION.
       READ AFASTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       0200-AVALIA-AFASTAMENTO  SECTION.
      *== so interessa o afastamento em curso: retorno
      *== previsto dentro da semana ou ja vencido
       IF AFS-EM-CURSO
           COMPUTE WRK-DIAS-PREVISTO =
                   FUNCTION INTEGER-OF-DATE(AFS-RETORNO-PREVISTO)
           COMPUTE WRK-DIAS-RESTANTES =
                   WRK-DIAS-PREVISTO - WRK-DIAS-HOJE
           IF WRK-DIAS-RESTANTES <= WRK-JANELA-DIAS
               PERFORM 0300-IMPRIME-AFASTAMENTO
           END-IF
       END-IF.
       PERFORM 0100-RECEBE.

       0300-IMPRIME-AFASTAMENTO SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE AFS-MATRICULA        TO REL-DET-MATRICULA.
       PERFORM 0350-BUSCA-NOME.
       MOVE AFS-TIPO             TO REL-DET-TIPO.
       MOVE AFS-DATA-INICIO      TO REL-DET-INICIO.
       MOVE AFS-RETORNO-PREVISTO TO REL-DET-PREVISTO.
      *== retorno previsto ja passou: dias de atraso; senao
      *== dias que faltam para o retorno
       IF WRK-DIAS-RESTANTES < ZEROS
           COMPUTE WRK-DIAS-ATRASO = ZEROS - WRK-DIAS-RESTANTES
           MOVE WRK-DIAS-ATRASO  TO REL-DET-DIAS
           MOVE "ATRASADO"       TO REL-DET-SITUACAO
           ADD 1 TO WRK-CNT-ATRASADOS
       ELSE
           MOVE WRK-DIAS-RESTANTES TO REL-DET-DIAS
           MOVE "RETORNA"        TO REL-DET-SITUACAO
           ADD 1 TO WRK-CNT-RETORNOS
       END-IF.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       0350-BUSCA-NOME          SECTION.
       IF WRK-MESTRE-DISPONIVEL
           MOVE AFS-MATRICULA TO REG-MATRICULA
           READ EMPREGADOS-FILE KEY IS REG-MATRICULA
               INVALID KEY
                   MOVE "(NAO CADASTRADA)" TO REL-DET-NOME
               NOT INVALID KEY
                   MOVE REG-NOME           TO REL-DET-NOME
           END-READ
       ELSE
           MOVE "(SEM CADASTRO)" TO REL-DET-NOME
       END-IF.

       0400-TRAILER             SECTION.
       MOVE WRK-CNT-RETORNOS  TO REL-TOT-RETORNOS.
       MOVE WRK-CNT-ATRASADOS TO REL-TOT-ATRASADOS.
       WRITE REL-LINHA FROM REL-TOTAL.
       DISPLAY "RETORNOS DE AFASTAMENTO - " WRK-CNT-RETORNOS
               " NA SEMANA, " WRK-CNT-ATRASADOS
               " ATRASADOS".

       9000-FINALIZAR           SECTION.
       PERFORM 0400-TRAILER.
       IF WRK-AFAST-DISPONIVEL
           CLOSE AFASTAMENTO-FILE
       END-IF.
       IF WRK-MESTRE-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE RELATORIO-FILE.

       COPY "relcabpd.cpy".
