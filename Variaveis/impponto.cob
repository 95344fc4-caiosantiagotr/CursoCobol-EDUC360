       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPONTO.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Importacao do ponto eletronico - le a
      *==            exportacao do relogio (PONTOEXP: matricula,
      *==            data e horas trabalhadas no dia) da
      *==            competencia e monta sozinho o lote
      *==            MOVFOLHA que hoje e copiado do papel no
      *==            DIGMOVFL:
      *==            - hora extra: o que passa da jornada de 8
      *==              horas no dia, somado por matricula (HE);
      *==            - falta: dia util do mes (rotina DIAUTIL)
      *==              sem marcacao ou com zero hora, a partir
      *==              da admissao (FA, em dias).
      *==            Lote completo com header, detalhes e
      *==            trailer com quantidade e hash, como o do
      *==            DIGMOVFL. Vao para a listagem RELPONTO e
      *==            para o EXCPTLOG, e ficam fora do lote:
      *==            cracha com digito invalido (NUMMATR), fora
      *==            do mestre ou de desligado; data fora da
      *==            competencia; marcacao em dia que o
      *==            DIAUTIL diz nao ser util (feriado ou fim
      *==            de semana); dia com mais de 2 horas
      *==            extras (o dia conta como trabalhado, as
      *==            horas extras nao entram). Funcionario
      *==            ativo sem nenhuma marcacao e so listado
      *==            para conferencia. Termina com RC 4 quando
      *==            houve excecao.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Competencia ja fechada pelo CONTRACH
      *==                    (COMPETDB, rotina SITCOMP, em qualquer
      *==                    empresa) nao gera lote: RETURN-CODE 8
      *==                    e o MOVFOLHA anterior fica intacto.
      *==   15/10/2026 CAS - Dia dentro de afastamento (AFASTDB) ou
      *==                    de gozo de ferias (FERIASDB e FERPAGDB)
      *==                    nao conta como falta.
      *==   15/10/2026 CAS - Lote do ponto acrescentado ao MOVFOLHA
      *==                    da mesma competencia em vez de apagar
      *==                    o que o DIGMOVFL ja gravou.
      *==   15/10/2026 CAS - Lote PONTO anterior da competencia e
      *==                    retirado pela rotina LOTEMOV antes do
      *==                    novo: rodar de novo nao dobra HE e FA.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-FILE ASSIGN TO "PONTOEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT TRABALHO-FILE ASSIGN TO "PONTOTRB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTT-MATRICULA
               FILE STATUS IS WRK-FS-TRABALHO.
           SELECT AFASTAMENTO-FILE ASSIGN TO "AFASTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
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
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT RELATORIO-FILE ASSIGN TO "RELPONTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PONTO.
           05  PTO-MATRICULA          PIC 9(06).
           05  PTO-DATA               PIC 9(08).
           05  PTO-DATA-RD REDEFINES PTO-DATA.
               10  PTO-COMPETENCIA    PIC 9(06).
               10  PTO-DIA            PIC 9(02).
           05  PTO-HORAS              PIC 9(02)V99.

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PONTO-TRAB.
           05  PTT-MATRICULA          PIC 9(06).
           05  PTT-HORAS-EXTRAS       PIC 9(03)V99.
           05  PTT-DIAS-MARCADOS.
               10  PTT-DIA-MARCADO    PIC X(01) OCCURS 31 TIMES.
           05  PTT-DATA-ADMISSAO      PIC 9(08).

       FD  AFASTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "afastrc.cpy".

       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "feriasrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  MOVIMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "movfolrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-DATA        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-HORAS       PIC Z9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-MOTIVO      PIC X(40).
           05  FILLER              PIC X(13) VALUE SPACES.

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "IMPPONTO".
       77 WRK-FS-PONTO          PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-TRABALHO       PIC X(02) VALUE "00".
       77 WRK-FS-AFASTAMENTO    PIC X(02) VALUE "00".
       77 WRK-FS-FERIAS         PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-MOVIMENTO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-TRABALHO      PIC X(01) VALUE "N".
       77 WRK-EOF-EMPREGADOS    PIC X(01) VALUE "N".
       77 WRK-EOF-AUSENCIA      PIC X(01) VALUE "N".
       77 WRK-AFASTAMENTO-OK    PIC X(01) VALUE "N".
       77 WRK-FERIAS-OK         PIC X(01) VALUE "N".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
       77 WRK-LOTE-RECUSADO     PIC X(01) VALUE "N".
       77 WRK-LMV-FUNCAO        PIC X(01) VALUE "F".
       77 WRK-LMV-FONTE         PIC X(09) VALUE "PONTO".
       77 WRK-LMV-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-LMV-REMOVIDOS     PIC 9(03) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-DATA-TESTE        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-TESTE-RD REDEFINES WRK-DATA-TESTE.
           05  WRK-DTT-ANO          PIC 9(04).
           05  WRK-DTT-MES          PIC 9(02).
           05  WRK-DTT-DIA          PIC 9(02).
       77 WRK-DIA               PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-UTEIS        PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-DIAS.
          05 WRK-DIA-UTIL       PIC X(01) OCCURS 31 TIMES.
       01 WRK-TAB-AUSENCIAS.
          05 WRK-DIA-AUSENTE    PIC X(01) OCCURS 31 TIMES.
       77 WRK-DIA-AUS           PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-AUS          PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUS-RD REDEFINES WRK-DATA-AUS.
           05  WRK-DTA-ANO          PIC 9(04).
           05  WRK-DTA-MES          PIC 9(02).
           05  WRK-DTA-DIA          PIC 9(02).
       77 WRK-AUS-INICIO        PIC 9(08) VALUE ZEROS.
       77 WRK-AUS-FIM           PIC 9(08) VALUE ZEROS.
       77 WRK-AUS-DIAS          PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-INTEIROS     PIC 9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE         PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-4           PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-100         PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-400         PIC 9(03) VALUE ZEROS.
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-JORNADA-DIA       PIC 9(02)V99 VALUE 8,00.
       77 WRK-LIMITE-HE-DIA     PIC 9(02)V99 VALUE 2,00.
       77 WRK-HE-DIA            PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTDE-VERBA        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MOTIVO            PIC X(40) VALUE SPACES.
       77 WRK-CNT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-EXCECOES      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-PONTO     PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-DIGITADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CORRENTE     PIC 9(09)V99 VALUE ZEROS.
       01  WRK-HASH-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-HASH-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           PERFORM 2000-TRATA-MARCACAO UNTIL WRK-EOF = "S"
           PERFORM 3000-GERA-LOTE
           PERFORM 4000-CONFERE-SEM-PONTO
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       PERFORM 1100-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
      *== competencia ja paga e fechada nao recebe lote novo
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-CPT-EMPRESA
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " JA FECHADA - NENHUM LOTE GERADO"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT PONTO-FILE.
       IF WRK-FS-PONTO NOT = "00"
           DISPLAY "EXPORTACAO DO PONTO PONTOEXP AUSENTE - "
                   "NENHUM LOTE GERADO"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "ARQUIVO MESTRE EMPREGDB INDISPONIVEL - "
                   "NENHUM LOTE GERADO"
           CLOSE PONTO-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
      *== sem os cadastros de afastamento e de ferias o
      *== lote sai, mas toda ausencia vira falta
       OPEN INPUT AFASTAMENTO-FILE.
       IF WRK-FS-AFASTAMENTO = "00"
           MOVE "S" TO WRK-AFASTAMENTO-OK
       ELSE
           DISPLAY "AVISO: AFASTDB INDISPONIVEL - FS "
                   WRK-FS-AFASTAMENTO
                   " - AFASTAMENTOS NAO ABATEM FALTAS"
       END-IF.
       OPEN INPUT FERIAS-FILE.
       IF WRK-FS-FERIAS = "00"
           MOVE "S" TO WRK-FERIAS-OK
       ELSE
           DISPLAY "AVISO: FERIASDB INDISPONIVEL - FS "
                   WRK-FS-FERIAS
                   " - GOZOS MARCADOS NAO ABATEM FALTAS"
       END-IF.
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       ELSE
           DISPLAY "AVISO: FERPAGDB INDISPONIVEL - FS "
                   WRK-FS-FERPAG
                   " - GOZOS PAGOS NAO ABATEM FALTAS"
       END-IF.
       PERFORM 1300-MONTA-DIAS-UTEIS.
       OPEN OUTPUT TRABALHO-FILE.
       CLOSE TRABALHO-FILE.
       OPEN I-O TRABALHO-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "IMPORTACAO DO PONTO - EXCECOES" TO WRK-CAB-TITULO.
       MOVE "MATRIC  DATA        HORAS  MOTIVO"
         TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA
              "  DIAS UTEIS " WRK-DIAS-UTEIS
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DO PONTO A IMPORTAR (AAAAMM) "
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

       1300-MONTA-DIAS-UTEIS    SECTION.
      *== tabela do mes: cada dia passa pela rotina DIAUTIL
      *== (fim de semana e feriado do CALENDDB)
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
       MOVE ALL "N"         TO WRK-TAB-DIAS.
       MOVE ZEROS           TO WRK-DIAS-UTEIS.
       MOVE WRK-CMP-ANO     TO WRK-DTT-ANO.
       MOVE WRK-CMP-MES     TO WRK-DTT-MES.
       PERFORM 1310-TESTA-DIA
           VARYING WRK-DIA FROM 1 BY 1
           UNTIL WRK-DIA > WRK-DIAS-MES.

       1310-TESTA-DIA           SECTION.
       MOVE WRK-DIA         TO WRK-DTT-DIA.
       MOVE "V"             TO WRK-DUT-FUNCAO.
       MOVE WRK-DATA-TESTE  TO WRK-DUT-DATA.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO = "S"
           MOVE "S" TO WRK-DIA-UTIL(WRK-DIA)
           ADD 1 TO WRK-DIAS-UTEIS
       END-IF.

       2000-TRATA-MARCACAO      SECTION.
       READ PONTO-FILE
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-TRATA-SAIDA
       END-READ.
       ADD 1 TO WRK-CNT-LIDOS.
       IF PTO-MATRICULA NOT NUMERIC
          OR PTO-DATA NOT NUMERIC
          OR PTO-HORAS NOT NUMERIC
           MOVE "REGISTRO DO PONTO ILEGIVEL" TO WRK-MOTIVO
           MOVE "PTO-REGISTRO"               TO WRK-EXC-CAMPO
           PERFORM 2900-REJEITA-MARCACAO
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE "V"            TO WRK-NMT-FUNCAO.
       MOVE PTO-MATRICULA  TO WRK-NMT-MATRICULA.
       CALL "NUMMATR" USING BY REFERENCE WRK-NMT-FUNCAO
                            WRK-NMT-MATRICULA
                            WRK-NMT-RESULTADO.
       IF WRK-NMT-RESULTADO = "N"
           MOVE "CRACHA COM DIGITO INVALIDO" TO WRK-MOTIVO
           MOVE "PTO-MATRICULA"              TO WRK-EXC-CAMPO
           PERFORM 2900-REJEITA-MARCACAO
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE PTO-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               MOVE "CRACHA DESCONHECIDO NO MESTRE"
                                    TO WRK-MOTIVO
               MOVE "PTO-MATRICULA" TO WRK-EXC-CAMPO
               PERFORM 2900-REJEITA-MARCACAO
               GO TO 2000-TRATA-SAIDA
       END-READ.
       IF REG-DESLIGADO
           MOVE "CRACHA DE FUNCIONARIO DESLIGADO" TO WRK-MOTIVO
           MOVE "REG-SITUACAO"                    TO WRK-EXC-CAMPO
           PERFORM 2900-REJEITA-MARCACAO
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF PTO-COMPETENCIA NOT = WRK-COMPETENCIA
          OR PTO-DIA < 1
          OR PTO-DIA > WRK-DIAS-MES
           MOVE "DATA FORA DA COMPETENCIA"   TO WRK-MOTIVO
           MOVE "PTO-DATA"                   TO WRK-EXC-CAMPO
           PERFORM 2900-REJEITA-MARCACAO
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF WRK-DIA-UTIL(PTO-DIA) NOT = "S"
           MOVE "MARCACAO EM FERIADO OU FIM DE SEMANA"
                                             TO WRK-MOTIVO
           MOVE "PTO-DATA"                   TO WRK-EXC-CAMPO
           PERFORM 2900-REJEITA-MARCACAO
           GO TO 2000-TRATA-SAIDA
       END-IF.
       PERFORM 2100-ACUMULA-MARCACAO.

       2000-TRATA-SAIDA.
           EXIT.

       2100-ACUMULA-MARCACAO    SECTION.
       MOVE PTO-MATRICULA TO PTT-MATRICULA.
       READ TRABALHO-FILE KEY IS PTT-MATRICULA
           INVALID KEY
               MOVE ZEROS             TO PTT-HORAS-EXTRAS
               MOVE ALL "N"           TO PTT-DIAS-MARCADOS
               MOVE REG-DATA-ADMISSAO TO PTT-DATA-ADMISSAO
               WRITE REG-PONTO-TRAB
       END-READ.
      *== zero hora no dia e falta: o dia fica sem marcacao
       IF PTO-HORAS > ZEROS
           MOVE "S" TO PTT-DIA-MARCADO(PTO-DIA)
       END-IF.
       IF PTO-HORAS > WRK-JORNADA-DIA
           COMPUTE WRK-HE-DIA = PTO-HORAS - WRK-JORNADA-DIA
           IF WRK-HE-DIA > WRK-LIMITE-HE-DIA
               MOVE "MAIS DE 2 HORAS EXTRAS NO DIA"
                                           TO WRK-MOTIVO
               MOVE "PTO-HORAS"            TO WRK-EXC-CAMPO
               PERFORM 2900-REJEITA-MARCACAO
           ELSE
               ADD WRK-HE-DIA TO PTT-HORAS-EXTRAS
           END-IF
       END-IF.
       REWRITE REG-PONTO-TRAB
           INVALID KEY
               DISPLAY "ERRO NO ACUMULO DA MATRICULA "
                       PTT-MATRICULA " - FS " WRK-FS-TRABALHO
       END-REWRITE.

       2900-REJEITA-MARCACAO    SECTION.
       ADD 1 TO WRK-CNT-EXCECOES.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES          TO REL-DETALHE.
       MOVE PTO-MATRICULA   TO REL-DET-MATRICULA.
       STRING PTO-DATA(7:2) "/" PTO-DATA(5:2) "/" PTO-DATA(1:4)
              DELIMITED BY SIZE INTO REL-DET-DATA.
       IF PTO-HORAS NUMERIC
           MOVE PTO-HORAS   TO REL-DET-HORAS
       END-IF.
       MOVE WRK-MOTIVO      TO REL-DET-MOTIVO.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE SPACES TO WRK-EXC-DESCRICAO.
       STRING PTO-MATRICULA " " WRK-MOTIVO
              DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO.
       PERFORM 0900-GRAVA-EXCECAO.

       3000-GERA-LOTE           SECTION.
      *== lote completo, como o do DIGMOVFL: header com a
      *== competencia e a fonte, detalhes HE e FA por
      *== matricula e trailer com quantidade e hash. MOVFOLHA
      *== da mesma competencia guarda os lotes das outras
      *== origens e recebe este no fim, no lugar do PONTO
      *== anterior; de outra competencia e substituido
       CLOSE PONTO-FILE.
       CLOSE TRABALHO-FILE.
       OPEN INPUT TRABALHO-FILE.
       CALL "LOTEMOV" USING WRK-LMV-FUNCAO WRK-COMPETENCIA
                            WRK-LMV-FONTE WRK-LMV-RESULTADO
                            WRK-LMV-REMOVIDOS.
       IF WRK-LMV-RESULTADO = "E"
           DISPLAY "MOVFOLHA NAO REMONTADO (MOVFOLWK) - LOTE DO "
                   "PONTO NAO GRAVADO"
           MOVE "S" TO WRK-LOTE-RECUSADO
           GO TO 3000-GERA-SAIDA
       END-IF.
       IF WRK-LMV-RESULTADO = "O"
           DISPLAY "AVISO: MOVFOLHA DE OUTRA COMPETENCIA SUBSTITUIDO"
       END-IF.
       IF WRK-LMV-REMOVIDOS > ZEROS
           DISPLAY "LOTE PONTO ANTERIOR DA COMPETENCIA SUBSTITUIDO"
       END-IF.
       IF WRK-LMV-RESULTADO = "A"
           OPEN EXTEND MOVIMENTO-FILE
           DISPLAY "PONTO ACRESCENTADO AO MOVFOLHA DA "
                   "COMPETENCIA " WRK-COMPETENCIA
       ELSE
           OPEN OUTPUT MOVIMENTO-FILE
       END-IF.
       MOVE SPACES          TO REG-MOVFOLHA.
       MOVE "H"             TO MVF-TIPO.
       MOVE WRK-COMPETENCIA TO MVF-HDR-COMPETENCIA.
       MOVE "PONTO"         TO MVF-HDR-FONTE.
       WRITE REG-MOVFOLHA.
       MOVE "N" TO WRK-EOF-TRABALHO.
       PERFORM 3100-LE-ACUMULADO UNTIL WRK-EOF-TRABALHO = "S".
       MOVE SPACES            TO REG-MOVFOLHA.
       MOVE "T"               TO MVF-TIPO.
       MOVE WRK-CNT-DIGITADOS TO MVF-TRL-QTDE.
       MOVE WRK-HASH-CORRENTE TO MVF-TRL-HASH.
       WRITE REG-MOVFOLHA.
       CLOSE MOVIMENTO-FILE.

       3000-GERA-SAIDA.
           EXIT.

       3100-LE-ACUMULADO        SECTION.
       READ TRABALHO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-TRABALHO
               GO TO 3100-LE-SAIDA
       END-READ.
       IF PTT-HORAS-EXTRAS > ZEROS
           MOVE PTT-HORAS-EXTRAS TO WRK-QTDE-VERBA
           MOVE "HE"             TO MVF-VERBA
           PERFORM 3300-GRAVA-MOVIMENTO
       END-IF.
       PERFORM 3150-MARCA-AUSENCIAS.
       MOVE ZEROS TO WRK-QTDE-VERBA.
       PERFORM 3200-CONTA-FALTA
           VARYING WRK-DIA FROM 1 BY 1
           UNTIL WRK-DIA > WRK-DIAS-MES.
       IF WRK-QTDE-VERBA > ZEROS
           MOVE "FA"             TO MVF-VERBA
           PERFORM 3300-GRAVA-MOVIMENTO
       END-IF.

       3100-LE-SAIDA.
           EXIT.

       3150-MARCA-AUSENCIAS     SECTION.
      *== dias do mes cobertos por afastamento ou por gozo de
      *== ferias da matricula: ausencia justificada, nao falta
       MOVE ALL "N"     TO WRK-TAB-AUSENCIAS.
       MOVE WRK-CMP-ANO TO WRK-DTA-ANO.
       MOVE WRK-CMP-MES TO WRK-DTA-MES.
       IF WRK-AFASTAMENTO-OK = "S"
           MOVE "N"           TO WRK-EOF-AUSENCIA
           MOVE PTT-MATRICULA TO AFS-MATRICULA
           MOVE ZEROS         TO AFS-DATA-INICIO
           START AFASTAMENTO-FILE KEY IS >= AFS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-AUSENCIA
           END-START
           PERFORM 3160-LE-AFASTAMENTO
               UNTIL WRK-EOF-AUSENCIA = "S"
       END-IF.
       IF WRK-FERIAS-OK = "S"
           MOVE "N"           TO WRK-EOF-AUSENCIA
           MOVE PTT-MATRICULA TO FER-MATRICULA
           MOVE ZEROS         TO FER-INICIO-AQUIS
           START FERIAS-FILE KEY IS >= FER-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-AUSENCIA
           END-START
           PERFORM 3170-LE-FERIAS
               UNTIL WRK-EOF-AUSENCIA = "S"
       END-IF.
       IF WRK-FERPAG-OK = "S"
           MOVE "N"           TO WRK-EOF-AUSENCIA
           MOVE PTT-MATRICULA TO FPG-MATRICULA
           MOVE ZEROS         TO FPG-INICIO-GOZO
           START FERPAG-FILE KEY IS >= FPG-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-AUSENCIA
           END-START
           PERFORM 3180-LE-FERIAS-PAGAS
               UNTIL WRK-EOF-AUSENCIA = "S"
       END-IF.

       3160-LE-AFASTAMENTO      SECTION.
      *== o afastamento vai do inicio ate a vespera do retorno
      *== efetivo; em curso, ate a vespera do previsto ou, sem
      *== previsao, ate o fim do mes
       READ AFASTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-AUSENCIA
               GO TO 3160-LE-SAIDA
       END-READ.
       IF AFS-MATRICULA NOT = PTT-MATRICULA
           MOVE "S" TO WRK-EOF-AUSENCIA
           GO TO 3160-LE-SAIDA
       END-IF.
       MOVE AFS-DATA-INICIO TO WRK-AUS-INICIO.
       MOVE 99999999        TO WRK-AUS-FIM.
       IF AFS-RETORNO-EFETIVO NUMERIC
          AND AFS-RETORNO-EFETIVO > ZEROS
           COMPUTE WRK-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(AFS-RETORNO-EFETIVO) - 1
           COMPUTE WRK-AUS-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
       ELSE
           IF AFS-RETORNO-PREVISTO NUMERIC
              AND AFS-RETORNO-PREVISTO > ZEROS
               COMPUTE WRK-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(AFS-RETORNO-PREVISTO)
                   - 1
               COMPUTE WRK-AUS-FIM =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
           END-IF
       END-IF.
       PERFORM 3190-MARCA-DIA-AUSENTE
           VARYING WRK-DIA-AUS FROM 1 BY 1
           UNTIL WRK-DIA-AUS > WRK-DIAS-MES.

       3160-LE-SAIDA.
           EXIT.

       3170-LE-FERIAS           SECTION.
      *== gozo marcado no controle de ferias (MANTFER)
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-AUSENCIA
               GO TO 3170-LE-SAIDA
       END-READ.
       IF FER-MATRICULA NOT = PTT-MATRICULA
           MOVE "S" TO WRK-EOF-AUSENCIA
           GO TO 3170-LE-SAIDA
       END-IF.
       IF FER-INICIO-GOZO NOT NUMERIC
          OR FER-INICIO-GOZO = ZEROS
          OR FER-PERDIDO
           GO TO 3170-LE-SAIDA
       END-IF.
       MOVE ZEROS TO WRK-AUS-DIAS.
       IF FER-DIAS-ULT-GOZO NUMERIC
          AND FER-DIAS-ULT-GOZO > ZEROS
           MOVE FER-DIAS-ULT-GOZO TO WRK-AUS-DIAS
       ELSE
           IF FER-DIAS-GOZADOS NUMERIC
               MOVE FER-DIAS-GOZADOS TO WRK-AUS-DIAS
           END-IF
       END-IF.
       IF WRK-AUS-DIAS = ZEROS
           GO TO 3170-LE-SAIDA
       END-IF.
       MOVE FER-INICIO-GOZO TO WRK-AUS-INICIO.
       PERFORM 3185-MARCA-GOZO.

       3170-LE-SAIDA.
           EXIT.

       3180-LE-FERIAS-PAGAS     SECTION.
      *== gozos ja pagos pelo FERIASPG, inclusive os anteriores
      *== a ultima marcacao do periodo
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-AUSENCIA
               GO TO 3180-LE-SAIDA
       END-READ.
       IF FPG-MATRICULA NOT = PTT-MATRICULA
           MOVE "S" TO WRK-EOF-AUSENCIA
           GO TO 3180-LE-SAIDA
       END-IF.
       IF FPG-DIAS-GOZO NOT NUMERIC
          OR FPG-DIAS-GOZO = ZEROS
           GO TO 3180-LE-SAIDA
       END-IF.
       MOVE FPG-INICIO-GOZO TO WRK-AUS-INICIO.
       MOVE FPG-DIAS-GOZO   TO WRK-AUS-DIAS.
       PERFORM 3185-MARCA-GOZO.

       3180-LE-SAIDA.
           EXIT.

       3185-MARCA-GOZO          SECTION.
      *== gozo em dias corridos a partir do inicio
       COMPUTE WRK-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WRK-AUS-INICIO)
               + WRK-AUS-DIAS - 1.
       COMPUTE WRK-AUS-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS).
       PERFORM 3190-MARCA-DIA-AUSENTE
           VARYING WRK-DIA-AUS FROM 1 BY 1
           UNTIL WRK-DIA-AUS > WRK-DIAS-MES.

       3190-MARCA-DIA-AUSENTE   SECTION.
       MOVE WRK-DIA-AUS TO WRK-DTA-DIA.
       IF WRK-DATA-AUS NOT < WRK-AUS-INICIO
          AND WRK-DATA-AUS NOT > WRK-AUS-FIM
           MOVE "S" TO WRK-DIA-AUSENTE(WRK-DIA-AUS)
       END-IF.

       3200-CONTA-FALTA         SECTION.
      *== dia util sem marcacao, a partir da admissao, fora
      *== de afastamento e de gozo de ferias
       MOVE WRK-DIA TO WRK-DTT-DIA.
       IF WRK-DIA-UTIL(WRK-DIA) = "S"
          AND PTT-DIA-MARCADO(WRK-DIA) NOT = "S"
          AND WRK-DIA-AUSENTE(WRK-DIA) NOT = "S"
          AND WRK-DATA-TESTE NOT < PTT-DATA-ADMISSAO
           ADD 1 TO WRK-QTDE-VERBA
       END-IF.

       3300-GRAVA-MOVIMENTO     SECTION.
      *== a verba ja vem em MVF-VERBA; a quantidade, em
      *== WRK-QTDE-VERBA (horas ou dias)
       MOVE "D"               TO MVF-TIPO.
       MOVE PTT-MATRICULA     TO MVF-MATRICULA.
       MOVE WRK-QTDE-VERBA    TO MVF-QTDE.
       MOVE ZEROS             TO MVF-VALOR.
       WRITE REG-MOVFOLHA.
       ADD 1                  TO WRK-CNT-DIGITADOS.
       ADD WRK-QTDE-VERBA     TO WRK-HASH-CORRENTE.

       4000-CONFERE-SEM-PONTO   SECTION.
      *== ativo sem nenhuma marcacao (ferias, afastamento ou
      *== cracha esquecido) nao vira falta do mes inteiro:
      *== so e listado para o RH conferir
       MOVE "N"        TO WRK-EOF-EMPREGADOS.
       MOVE ZEROS      TO REG-MATRICULA.
       START EMPREGADOS-FILE KEY IS >= REG-MATRICULA
           INVALID KEY
               MOVE "S" TO WRK-EOF-EMPREGADOS
       END-START.
       PERFORM 4100-LE-EMPREGADO UNTIL WRK-EOF-EMPREGADOS = "S".
       CLOSE TRABALHO-FILE.

       4100-LE-EMPREGADO        SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-EMPREGADOS
               GO TO 4100-LE-SAIDA
       END-READ.
       IF REG-DESLIGADO
           GO TO 4100-LE-SAIDA
       END-IF.
       MOVE REG-MATRICULA TO PTT-MATRICULA.
       READ TRABALHO-FILE KEY IS PTT-MATRICULA
           INVALID KEY
               ADD 1 TO WRK-CNT-SEM-PONTO
               IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
                   PERFORM 8100-CABECALHO-PADRAO
               END-IF
               MOVE SPACES        TO REL-DETALHE
               MOVE REG-MATRICULA TO REL-DET-MATRICULA
               MOVE "ATIVO SEM MARCACAO NO MES - CONFERIR"
                                  TO REL-DET-MOTIVO
               WRITE REL-LINHA FROM REL-DETALHE
               ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-READ.

       4100-LE-SAIDA.
           EXIT.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 3 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-HASH-CORRENTE TO WRK-HASH-ED.
       MOVE SPACES TO REL-LINHA.
       STRING "MARCACOES LIDAS " WRK-CNT-LIDOS
              "  EXCECOES " WRK-CNT-EXCECOES
              "  ATIVOS SEM MARCACAO " WRK-CNT-SEM-PONTO
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "LOTE MOVFOLHA: " WRK-CNT-DIGITADOS
              " MOVIMENTOS, HASH " WRK-HASH-ED
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       DISPLAY "IMPPONTO - " WRK-CNT-LIDOS " MARCACOES, "
               WRK-CNT-EXCECOES " EXCECOES, LOTE COM "
               WRK-CNT-DIGITADOS " MOVIMENTOS, HASH "
               WRK-HASH-ED.
       IF WRK-CNT-EXCECOES > ZEROS
           DISPLAY "AVISO: MARCACOES REJEITADAS - VER RELPONTO "
                   "E EXCPTLOG"
           MOVE 4 TO RETURN-CODE
       END-IF.
       IF WRK-LOTE-RECUSADO = "S"
           MOVE 8 TO RETURN-CODE
       END-IF.
       CLOSE EMPREGADOS-FILE.
       IF WRK-AFASTAMENTO-OK = "S"
           CLOSE AFASTAMENTO-FILE
       END-IF.
       IF WRK-FERIAS-OK = "S"
           CLOSE FERIAS-FILE
       END-IF.
       IF WRK-FERPAG-OK = "S"
           CLOSE FERPAG-FILE
       END-IF.
       CLOSE RELATORIO-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
