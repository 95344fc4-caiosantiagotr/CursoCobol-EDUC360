      *==                    header da remessa sai com a razao
      *==                    social do EMPRESDB em vez do nome
      *==                    fixo, como no REMEBANC.
      *==   15/10/2026 CAS - Adiantamento proporcional aos dias do
      *==                    mes devidos pela empresa (rotina
      *==                    DIASAFAS sobre o AFASTDB): afastado
      *==                    pelo INSS, em licenca-maternidade ou
      *==                    nao remunerada o mes inteiro nao
      *==                    recebe adiantamento.
      *==   15/10/2026 CAS - Competencia ja fechada pelo CONTRACH
      *==                    para a empresa (COMPETDB, rotina
      *==                    SITCOMP) e recusada com RETURN-CODE 8
      *==                    antes de gravar qualquer ADIANTDB.
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
           05  REM-DET-AGENCIA        PIC 9(04).
           05  REM-DET-CONTA          PIC 9(08).
           05  REM-DET-CONTA-DV       PIC 9(01).
           05  REM-DET-BANCO          PIC 9(03).
       01  REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-TRL-QTDE           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL    PIC 9(13)V99.
           05  FILLER                 PIC X(44).

       FD  LISTAGEM-FILE
           LABEL RECORD IS STANDARD.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-COMPET-FECHADA    PIC X(01) VALUE "N".
       77 WRK-DATA-PAGTO-ENT    PIC X(08) VALUE SPACES.
       77 WRK-DATA-PAGTO        PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ADIANTO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CNT-CREDITOS      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-JA-PAGOS      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-AFASTADOS     PIC 9(06) VALUE ZEROS.
       77 WRK-DAF-DIAS-DEVIDOS  PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMEADIA".
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
                   MOVE EMP-NOME TO WRK-EMPRESA
           END-READ
       END-IF.
      *== competencia ja paga e fechada nao recebe adiantamento
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA-X
                   " JA FECHADA PARA A EMPRESA " WRK-EMPRESA-SEL
                   " - ADIANTAMENTO NAO GERADO"
           MOVE "S" TO WRK-COMPET-FECHADA
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN I-O ADIANTAMENTO-FILE.
       IF WRK-FS-ADIANTAMENTO = "35"
           OPEN OUTPUT ADIANTAMENTO-FILE
           PERFORM 0100-RECEBE
       END-IF.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1050-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA DO ADIANTAMENTO (2 DIGITOS, "
               "00 = TODAS) "
               ADD 1 TO WRK-CNT-JA-PAGOS
               GO TO 0250-TRATA-SAIDA
       END-READ.
      *== afastado so adianta sobre os dias que a empresa
      *== deve no mes; nenhum dia devido, nenhum credito
       CALL "DIASAFAS" USING BY REFERENCE REG-MATRICULA
                             WRK-COMPETENCIA
                             WRK-DAF-DIAS-DEVIDOS.
       IF WRK-DAF-DIAS-DEVIDOS = ZEROS
           ADD 1 TO WRK-CNT-AFASTADOS
           GO TO 0250-TRATA-SAIDA
       END-IF.
       COMPUTE WRK-VALOR-ADIANTO ROUNDED =
               REG-SALARIO * 0,40 * WRK-DAF-DIAS-DEVIDOS / 30.
       MOVE SPACES            TO REG-ADIANTAMENTO.
       MOVE REG-MATRICULA     TO ADI-MATRICULA.
       MOVE WRK-COMPETENCIA   TO ADI-COMPETENCIA.
       MOVE REG-AGENCIA       TO REM-DET-AGENCIA.
       MOVE REG-CONTA         TO REM-DET-CONTA.
       MOVE REG-CONTA-DV      TO REM-DET-CONTA-DV.
       MOVE REG-BANCO         TO REM-DET-BANCO.
       WRITE REG-REMESSA.
       MOVE REG-MATRICULA     TO LST-DET-MATRICULA.
       MOVE REG-NOME          TO LST-DET-NOME.
           DISPLAY "JA ADIANTADOS NA COMPETENCIA (PULADOS): "
                   WRK-CNT-JA-PAGOS
       END-IF.
       IF WRK-CNT-AFASTADOS > ZEROS
           DISPLAY "AFASTADOS O MES INTEIRO (PULADOS): "
                   WRK-CNT-AFASTADOS
       END-IF.

       9000-FINALIZAR           SECTION.
       IF WRK-COMPET-FECHADA NOT = "S"
           PERFORM 0300-TRAILER
       END-IF.
       IF WRK-FS-EMPREGADOS NOT = "35"
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       IF WRK-COMPET-FECHADA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       CLOSE ADIANTAMENTO-FILE.
       CLOSE REMESSA-FILE.
       PERFORM 8800-GERA-CNAB.
       CLOSE LISTAGEM-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       8800-GERA-CNAB           SECTION.
      *== a remessa interna fechada vira os arquivos CNAB 240,
      *== um por banco recebedor, conferidos contra o trailer
       MOVE WRK-EMPRESA-SEL TO WRK-GCN-EMPRESA.
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
