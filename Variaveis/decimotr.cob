      *==                    fixo, como no REMEBANC - o maior
      *==                    pagamento do ano nao mistura os dois
      *==                    CNPJ num arquivo so.
      *==   15/10/2026 CAS - Cada credito baixa a provisao de decimo
      *==                    da matricula (PROVSDO, rotina
      *==                    BAIXAPRV): a primeira parcela pelo
      *==                    valor pago, a segunda pelo saldo
      *==                    inteiro. A regeracao da mesma parcela
      *==                    no mesmo ano nao baixa de novo.
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

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       77 WRK-LINHAS-BLOCO      PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-CREDITOS      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-BXP-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-BXP-TIPO          PIC X(01) VALUE "D".
       77 WRK-BXP-REFERENCIA    PIC X(10) VALUE SPACES.
       77 WRK-BXP-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BXP-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-CNT-BAIXAS        PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-BAIXADO     PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMESS13".
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
           PERFORM 0250-CALCULA-PARCELA
           PERFORM 0300-IMPRIME-DEMONSTRATIVO
           PERFORM 0400-GRAVA-CREDITO
           PERFORM 0450-BAIXA-PROVISAO
       END-IF.
       PERFORM 0100-RECEBE.

       MOVE REG-AGENCIA       TO REM-DET-AGENCIA.
       MOVE REG-CONTA         TO REM-DET-CONTA.
       MOVE REG-CONTA-DV      TO REM-DET-CONTA-DV.
       MOVE REG-BANCO         TO REM-DET-BANCO.
       WRITE REG-REMESSA.
       ADD 1                  TO WRK-CNT-CREDITOS.
       ADD WRK-VALOR-CREDITO  TO WRK-VALOR-TOTAL.

       0450-BAIXA-PROVISAO      SECTION.
      *== a primeira parcela baixa o que foi pago; a segunda
      *== fecha o decimo do ano e baixa o saldo inteiro. A
      *== referencia (parcela e ano) impede a baixa dobrada
      *== quando a parcela e regerada
       MOVE SPACES TO WRK-BXP-REFERENCIA.
       IF WRK-PARCELA = 1
           MOVE "P"                  TO WRK-BXP-FUNCAO
           MOVE WRK-PRIMEIRA-PARCELA TO WRK-BXP-VALOR
           STRING "13P1" WRK-COMPETENCIA-X(1:4)
                  DELIMITED BY SIZE INTO WRK-BXP-REFERENCIA
       ELSE
           MOVE "T"                  TO WRK-BXP-FUNCAO
           MOVE ZEROS                TO WRK-BXP-VALOR
           STRING "13P2" WRK-COMPETENCIA-X(1:4)
                  DELIMITED BY SIZE INTO WRK-BXP-REFERENCIA
       END-IF.
       CALL "BAIXAPRV" USING BY REFERENCE WRK-BXP-FUNCAO
                             WRK-BXP-TIPO
                             REG-MATRICULA
                             WRK-BXP-REFERENCIA
                             WRK-BXP-VALOR
                             WRK-BXP-RESULTADO.
       IF WRK-BXP-RESULTADO = "S"
           ADD 1             TO WRK-CNT-BAIXAS
           ADD WRK-BXP-VALOR TO WRK-VALOR-BAIXADO
       END-IF.

       0500-TRAILER             SECTION.
       MOVE SPACES           TO REG-REMESSA.
       MOVE "9"              TO REM-TIPO.
       DISPLAY "DECIMO PARCELA " WRK-PARCELA " PROCESSADO - "
               WRK-CNT-CREDITOS " CREDITOS, TOTAL "
               WRK-TOTAL-ED.
       MOVE WRK-VALOR-BAIXADO TO WRK-TOTAL-ED.
       DISPLAY "PROVISAO DE DECIMO BAIXADA EM " WRK-CNT-BAIXAS
               " MATRICULAS, TOTAL " WRK-TOTAL-ED.

       9000-FINALIZAR           SECTION.
       PERFORM 0500-TRAILER.
           CLOSE EMPRESAS-FILE
       END-IF.
       CLOSE REMESSA-FILE.
       PERFORM 8800-GERA-CNAB.
       CLOSE RELATORIO-FILE.

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
