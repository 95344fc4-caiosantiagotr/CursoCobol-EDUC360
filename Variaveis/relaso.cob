       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELASO.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Relatorio mensal dos exames medicos
      *==            ocupacionais - para cada funcionario nao
      *==            desligado do EMPREGDB procura o ultimo ASO
      *==            no ASODB (MANTASO) e lista, por filial, os
      *==            vencidos (proximo periodico ja passou), os
      *==            sem ASO (nenhum exame ou ultimo exame
      *==            demissional - vence na admissao) e os que
      *==            vencem dentro da janela de aviso informada
      *==            em dias, com subtotal por filial e total
      *==            geral. A ordem sai de um arquivo de
      *==            trabalho indexado (ASOTRAB) por filial,
      *==            grupo e vencimento, como no RELEFETI.
      *==            Relatorio RELASO.
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
           SELECT EXAME-FILE ASSIGN TO "ASODB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WRK-FS-EXAME.
           SELECT FILIAIS-FILE ASSIGN TO "FILIALDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAIS.
           SELECT TRABALHO-FILE ASSIGN TO "ASOTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-FS-TRABALHO.
           SELECT RELATORIO-FILE ASSIGN TO "RELASO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  EXAME-FILE
           LABEL RECORD IS STANDARD.
       COPY "asorc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
       COPY "filialrc.cpy".

       FD  TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRAB-ASO.
           05  ATB-CHAVE.
               10  ATB-FILIAL         PIC 9(03).
               10  ATB-GRUPO          PIC 9(01).
                   88  ATB-VENCIDO       VALUE 1.
                   88  ATB-A-VENCER      VALUE 2.
               10  ATB-VENCIMENTO     PIC 9(08).
               10  ATB-MATRICULA      PIC 9(06).
           05  ATB-NOME               PIC X(30).
           05  ATB-ULTIMO-EXAME       PIC 9(08).
           05  ATB-ULTIMO-TIPO        PIC X(01).
           05  ATB-DIAS               PIC S9(05).
           05  ATB-SITUACAO           PIC X(10).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-NOME        PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-ULTIMO      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-TIPO        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-VENCIMENTO  PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-DIAS        PIC -ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-SITUACAO    PIC X(10).
           05  FILLER              PIC X(08) VALUE SPACES.
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(20).
           05  FILLER              PIC X(11) VALUE "VENCIDOS : ".
           05  REL-TOT-VENCIDOS    PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  SEM ASO : ".
           05  REL-TOT-SEM-ASO     PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  A VENCER : ".
           05  REL-TOT-A-VENCER    PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RELASO".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-EXAME          PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-TRABALHO       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-EXAME         PIC X(01) VALUE "N".
       77 WRK-EOF-TRABALHO      PIC X(01) VALUE "N".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
       77 WRK-EXAME-OK          PIC X(01) VALUE "N".
          88 WRK-EXAME-DISPONIVEL         VALUE "S".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-PRIMEIRO          PIC X(01) VALUE "S".
       77 WRK-ACHOU-EXAME       PIC X(01) VALUE "N".
       77 WRK-LIMITE-ENT        PIC X(03) VALUE SPACES.
       77 WRK-LIMITE-DIAS       PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       01 WRK-VENCIMENTO        PIC 9(08) VALUE ZEROS.
       01 WRK-VENCIMENTO-X REDEFINES WRK-VENCIMENTO PIC X(08).
       77 WRK-ULTIMO-EXAME      PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-TIPO       PIC X(01) VALUE SPACES.
       77 WRK-ULTIMO-PROXIMO    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENCIMENTO   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FALTAM       PIC S9(07) VALUE ZEROS.
       77 WRK-FILIAL-QUEBRA     PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-EM-DIA        PIC 9(05) VALUE ZEROS.
      *== totais: 1 filial, 2 geral
       01 WRK-TAB-TOTAIS.
           05  WRK-TOT-ITEM OCCURS 2 TIMES.
               10  WRK-TOT-VENCIDOS   PIC 9(05).
               10  WRK-TOT-SEM-ASO    PIC 9(05).
               10  WRK-TOT-A-VENCER   PIC 9(05).
       77 WRK-IND-TOT           PIC 9(01) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-AVALIA-FUNCIONARIO UNTIL WRK-EOF = "S".
       PERFORM 5000-IMPRIME.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
       MOVE SPACES TO WRK-LIMITE-ENT.
       PERFORM 1100-RECEBE-LIMITE
           UNTIL WRK-LIMITE-ENT NUMERIC.
       MOVE WRK-LIMITE-ENT TO WRK-LIMITE-DIAS.
       INITIALIZE WRK-TAB-TOTAIS.
       OPEN OUTPUT TRABALHO-FILE.
       CLOSE TRABALHO-FILE.
       OPEN I-O TRABALHO-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "ASO A VENCER E VENCIDOS" TO WRK-CAB-TITULO.
       MOVE "MATR.  NOME                      ULT.EXAM T  VENCTO"
         TO WRK-REL-COLUNAS.
       MOVE "DIAS  SITUACAO" TO WRK-REL-COLUNAS(57:14).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "JANELA DE AVISO " WRK-LIMITE-DIAS " DIAS - "
              "DIAS NEGATIVOS = VENCIDO HA N DIAS"
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN INPUT EXAME-FILE.
       IF WRK-FS-EXAME = "00"
           MOVE "S" TO WRK-EXAME-OK
       ELSE
           DISPLAY "AVISO: ASODB AUSENTE - TODOS SEM ASO"
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           MOVE "CADASTRO EMPREGDB AUSENTE - NENHUM FUNCIONARIO"
             TO REL-LINHA
           WRITE REL-LINHA
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-EMPREGADOS-OK.
       PERFORM 2100-LE-FUNCIONARIO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-LIMITE       SECTION.
       DISPLAY "JANELA DE AVISO - VENCIMENTOS EM QUANTOS DIAS "
       ACCEPT WRK-LIMITE-ENT.
       IF WRK-LIMITE-ENT NOT NUMERIC
           DISPLAY "LIMITE INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2100-LE-FUNCIONARIO      SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2000-AVALIA-FUNCIONARIO  SECTION.
       IF REG-DESLIGADO
           GO TO 2000-AVALIA-PROXIMO
       END-IF.
       ADD 1 TO WRK-CNT-LIDOS.
       PERFORM 2200-ULTIMO-EXAME.
      *== sem exame, ou ultimo exame demissional (readmitido),
      *== vence na admissao
       MOVE SPACES TO ATB-SITUACAO.
       IF WRK-ACHOU-EXAME = "N"
          OR WRK-ULTIMO-TIPO = "D"
           MOVE REG-DATA-ADMISSAO TO WRK-VENCIMENTO
           MOVE "SEM ASO"         TO ATB-SITUACAO
       ELSE
           MOVE WRK-ULTIMO-PROXIMO TO WRK-VENCIMENTO
       END-IF.
       IF WRK-VENCIMENTO-X NUMERIC
          AND WRK-VENCIMENTO > ZEROS
           COMPUTE WRK-DIAS-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO)
           COMPUTE WRK-DIAS-FALTAM =
                   WRK-DIAS-VENCIMENTO - WRK-DIAS-HOJE
       ELSE
           MOVE ZEROS TO WRK-VENCIMENTO
                         WRK-DIAS-FALTAM
       END-IF.
       IF ATB-SITUACAO = "SEM ASO"
           MOVE 1 TO ATB-GRUPO
           ADD 1 TO WRK-TOT-SEM-ASO(2)
       ELSE
           IF WRK-DIAS-FALTAM < ZEROS
               MOVE 1         TO ATB-GRUPO
               MOVE "VENCIDO" TO ATB-SITUACAO
               ADD 1 TO WRK-TOT-VENCIDOS(2)
           ELSE
               IF WRK-DIAS-FALTAM > WRK-LIMITE-DIAS
                   ADD 1 TO WRK-CNT-EM-DIA
                   GO TO 2000-AVALIA-PROXIMO
               END-IF
               MOVE 2          TO ATB-GRUPO
               MOVE "A VENCER" TO ATB-SITUACAO
               ADD 1 TO WRK-TOT-A-VENCER(2)
           END-IF
       END-IF.
       MOVE REG-FILIAL         TO ATB-FILIAL.
       MOVE WRK-VENCIMENTO     TO ATB-VENCIMENTO.
       MOVE REG-MATRICULA      TO ATB-MATRICULA.
       MOVE REG-NOME           TO ATB-NOME.
       MOVE WRK-ULTIMO-EXAME   TO ATB-ULTIMO-EXAME.
       MOVE WRK-ULTIMO-TIPO    TO ATB-ULTIMO-TIPO.
       MOVE WRK-DIAS-FALTAM    TO ATB-DIAS.
       WRITE REG-TRAB-ASO
           INVALID KEY
               DISPLAY "ERRO NO TRABALHO ASOTRAB - FS "
                       WRK-FS-TRABALHO
       END-WRITE.

       2000-AVALIA-PROXIMO.
           PERFORM 2100-LE-FUNCIONARIO.

       2200-ULTIMO-EXAME        SECTION.
      *== chave em ordem de data: o ultimo lido da matricula
      *== e o exame mais recente
       MOVE "N"    TO WRK-ACHOU-EXAME.
       MOVE ZEROS  TO WRK-ULTIMO-EXAME
                      WRK-ULTIMO-PROXIMO.
       MOVE SPACES TO WRK-ULTIMO-TIPO.
       IF NOT WRK-EXAME-DISPONIVEL
           GO TO 2200-ULTIMO-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF-EXAME.
       MOVE REG-MATRICULA TO ASO-MATRICULA.
       MOVE ZEROS         TO ASO-DATA-EXAME.
       START EXAME-FILE KEY IS NOT LESS THAN ASO-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-EXAME
       END-START.
       IF WRK-EOF-EXAME NOT = "S"
           PERFORM 2210-LE-EXAME
       END-IF.
       PERFORM 2220-GUARDA-EXAME UNTIL WRK-EOF-EXAME = "S".

       2200-ULTIMO-SAIDA.
           EXIT.

       2210-LE-EXAME            SECTION.
       READ EXAME-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-EXAME
       END-READ.
       IF WRK-EOF-EXAME NOT = "S"
          AND ASO-MATRICULA NOT = REG-MATRICULA
           MOVE "S" TO WRK-EOF-EXAME
       END-IF.

       2220-GUARDA-EXAME        SECTION.
       MOVE "S"            TO WRK-ACHOU-EXAME.
       MOVE ASO-DATA-EXAME TO WRK-ULTIMO-EXAME.
       MOVE ASO-TIPO       TO WRK-ULTIMO-TIPO.
       MOVE ASO-PROXIMO    TO WRK-ULTIMO-PROXIMO.
       PERFORM 2210-LE-EXAME.

       5000-IMPRIME             SECTION.
       MOVE "N" TO WRK-EOF-TRABALHO.
       MOVE ZEROS TO ATB-CHAVE.
       START TRABALHO-FILE KEY IS >= ATB-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-TRABALHO
       END-START.
       PERFORM 5100-TRATA-ITEM UNTIL WRK-EOF-TRABALHO = "S".
       IF WRK-PRIMEIRO = "N"
           PERFORM 5400-FECHA-FILIAL
       ELSE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "NENHUM EXAME VENCIDO OU A VENCER NA JANELA"
             TO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 2             TO WRK-IND-TOT.
       MOVE "TOTAL GERAL" TO REL-TOT-ROTULO.
       PERFORM 5500-IMPRIME-TOTAL.

       5100-TRATA-ITEM          SECTION.
       READ TRABALHO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-TRABALHO
               GO TO 5100-TRATA-SAIDA
       END-READ.
       IF WRK-PRIMEIRO = "S"
           MOVE "N" TO WRK-PRIMEIRO
           PERFORM 5250-ABRE-FILIAL
       ELSE
           IF ATB-FILIAL NOT = WRK-FILIAL-QUEBRA
               PERFORM 5400-FECHA-FILIAL
               PERFORM 5250-ABRE-FILIAL
           END-IF
       END-IF.
       IF ATB-SITUACAO = "SEM ASO"
           ADD 1 TO WRK-TOT-SEM-ASO(1)
       END-IF.
       IF ATB-SITUACAO = "VENCIDO"
           ADD 1 TO WRK-TOT-VENCIDOS(1)
       END-IF.
       IF ATB-A-VENCER
           ADD 1 TO WRK-TOT-A-VENCER(1)
       END-IF.
       MOVE ATB-MATRICULA     TO REL-DET-MATRICULA.
       MOVE ATB-NOME          TO REL-DET-NOME.
       MOVE ATB-ULTIMO-EXAME  TO REL-DET-ULTIMO.
       MOVE ATB-ULTIMO-TIPO   TO REL-DET-TIPO.
       MOVE ATB-VENCIMENTO    TO REL-DET-VENCIMENTO.
       MOVE ATB-DIAS          TO REL-DET-DIAS.
       MOVE ATB-SITUACAO      TO REL-DET-SITUACAO.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       5100-TRATA-SAIDA.
           EXIT.

       5250-ABRE-FILIAL         SECTION.
       MOVE ATB-FILIAL TO WRK-FILIAL-QUEBRA.
       IF WRK-REL-LINHAS-PAGINA + 3 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "FILIAL NAO CADASTRADA" TO FIL-NOME.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE ATB-FILIAL TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               INVALID KEY
                   MOVE "FILIAL NAO CADASTRADA" TO FIL-NOME
           END-READ
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING " FILIAL " ATB-FILIAL " - " FIL-NOME
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 2 TO WRK-REL-LINHAS-PAGINA.

       5400-FECHA-FILIAL        SECTION.
       MOVE 1                  TO WRK-IND-TOT.
       MOVE "  TOTAL DA FILIAL" TO REL-TOT-ROTULO.
       PERFORM 5500-IMPRIME-TOTAL.
       INITIALIZE WRK-TOT-ITEM(1).

       5500-IMPRIME-TOTAL       SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-TOT-VENCIDOS(WRK-IND-TOT) TO REL-TOT-VENCIDOS.
       MOVE WRK-TOT-SEM-ASO(WRK-IND-TOT)  TO REL-TOT-SEM-ASO.
       MOVE WRK-TOT-A-VENCER(WRK-IND-TOT) TO REL-TOT-A-VENCER.
       WRITE REL-LINHA FROM REL-TOTAL.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       IF WRK-EMPREGADOS-OK = "S"
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-EXAME-DISPONIVEL
           CLOSE EXAME-FILE
       END-IF.
       IF WRK-FILIAIS-DISPONIVEL
           CLOSE FILIAIS-FILE
       END-IF.
       CLOSE TRABALHO-FILE.
       CLOSE RELATORIO-FILE.
       DISPLAY "ASO - " WRK-CNT-LIDOS " FUNCIONARIOS, "
               WRK-TOT-VENCIDOS(2) " VENCIDOS, "
               WRK-TOT-SEM-ASO(2) " SEM ASO, "
               WRK-TOT-A-VENCER(2) " A VENCER, "
               WRK-CNT-EM-DIA " EM DIA".

       COPY "relcabpd.cpy".
