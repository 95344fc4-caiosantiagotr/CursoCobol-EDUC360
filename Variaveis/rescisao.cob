      *==                    empresa 01) e o header da remessa sai
      *==                    com a razao social do EMPRESDB, como
      *==                    no REMEBANC.
      *==   15/10/2026 CAS - O termo passa a trazer o saldo de FGTS
      *==                    realmente depositado (FGTSSDO, gravado
      *==                    pelo FGTSMES), o FGTS do mes
      *==                    rescisorio e a multa de 40 por cento
      *==                    sobre os dois - a base da multa deixa
      *==                    de ser estimada no balcao. Multa e
      *==                    FGTS vao em guia propria e nao entram
      *==                    no liquido nem na REMERESC.
      *==   15/10/2026 CAS - O termo passa a mostrar o saldo devedor
      *==                    dos emprestimos consignados ativos
      *==                    (CONSIGDB, rotina DESCCONS), para o
      *==                    acerto com o banco credor.
      *==   15/10/2026 CAS - O termo baixa o saldo inteiro das
      *==                    provisoes de decimo e de ferias da
      *==                    matricula (PROVSDO, rotina BAIXAPRV),
      *==                    que o PROVMES leva ao LANCCTB.
      *==   15/10/2026 CAS - Credito passa a sair no leiaute FEBRABAN
      *==                    CNAB 240, um arquivo por banco recebedor,
      *==                    pela rotina comum GERACNAB; a remessa
      *==                    interna (agora com o codigo do banco no
      *==                    detalhe) fica como controle e a listagem
      *==                    mostra os totais CNAB conferidos contra ela
      *==                    - fora de balanco devolve RETURN-CODE 8.
      *==   15/10/2026 CAS - Aviso quando nao ha exame demissional no
      *==                    ASODB (rotina ASODEMIS).
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT SALDO-FGTS-FILE ASSIGN TO "FGTSSDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS WRK-FS-SALDO-FGTS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  SALDO-FGTS-FILE
           LABEL RECORD IS STANDARD.
       COPY "fgtssdrc.cpy".

       FD  REMESSA-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REMESSA.
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
       77 WRK-EMPRESA-REG        PIC 9(02) VALUE ZEROS.
       77 WRK-FERIAS-OK         PIC X(01) VALUE "N".
          88 WRK-FERIAS-DISPONIVEL        VALUE "S".
       77 WRK-FS-SALDO-FGTS     PIC X(02) VALUE "00".
       77 WRK-SALDO-FGTS-OK     PIC X(01) VALUE "N".
          88 WRK-SALDO-FGTS-DISPONIVEL    VALUE "S".
       77 WRK-PERC-FGTS         PIC 9(02)V99 VALUE 8,00.
       77 WRK-PERC-MULTA-FGTS   PIC 9(02)V99 VALUE 40,00.
       77 WRK-FGTS-DEPOSITADO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FGTS-MES-RESC     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MULTA-FGTS        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CSG-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-CSG-SALDO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CSG-QTDE          PIC 9(02) VALUE ZEROS.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-EOF-FERIAS        PIC X(01) VALUE "N".
       77 WRK-LIQUIDO-RESCISAO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CNT-CREDITOS      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-BXP-FUNCAO        PIC X(01) VALUE "T".
       77 WRK-BXP-TIPO          PIC X(01) VALUE "A".
       77 WRK-BXP-REFERENCIA    PIC X(10) VALUE SPACES.
       77 WRK-BXP-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BXP-RESULTADO     PIC X(01) VALUE SPACES.
       01  WRK-LIQUIDO-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-LIQUIDO-ED==.
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMERESC".
       77 WRK-GCN-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-GCN-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-GCN-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GCN-ARQUIVOS      PIC 9(03) VALUE ZEROS.
       77 WRK-GCN-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-ASD-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-ASD-DATA-EXAME    PIC 9(08) VALUE ZEROS.
       01  WRK-GCN-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-GCN-VALOR-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       OPEN INPUT SALDO-FGTS-FILE.
       IF WRK-FS-SALDO-FGTS = "00"
           MOVE "S" TO WRK-SALDO-FGTS-OK
       ELSE
           DISPLAY "AVISO: SALDO FGTSSDO INDISPONIVEL - MULTA "
                   "DE 40% SO SOBRE O FGTS DO MES RESCISORIO"
       END-IF.
       PERFORM 1050-RECEBE-EMPRESA
           UNTIL WRK-EMPRESA-ENT NUMERIC.
       MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL.
                   "CORRIJA PELO DESLIGA"
           GO TO 2200-CALCULA-SAIDA
       END-IF.
       PERFORM 2250-CONFERE-DEMISSIONAL.
       MOVE REG-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG.
       MOVE REG-DATA-ADMISSAO     TO WRK-DATA-ADMISSAO.
       COMPUTE WRK-COMPETENCIA = WRK-DATA-DESLIG / 100.
       PERFORM 3000-APURA-VERBAS.
       PERFORM 4000-APLICA-DESCONTOS.
       PERFORM 4500-APURA-MULTA-FGTS.
       PERFORM 4600-APURA-CONSIGNADO.
       PERFORM 5000-IMPRIME-TERMO.
       PERFORM 6000-GRAVA-CREDITO.
       PERFORM 7000-QUITA-FERIAS.
       PERFORM 7500-BAIXA-PROVISAO.

       2200-CALCULA-SAIDA.
           EXIT.

       2250-CONFERE-DEMISSIONAL SECTION.
      *== so avisa - a rescisao segue sem o demissional
       CALL "ASODEMIS" USING BY REFERENCE REG-MATRICULA
                             WRK-ASD-RESULTADO
                             WRK-ASD-DATA-EXAME.
       IF WRK-ASD-RESULTADO NOT = "S"
           DISPLAY "AVISO: MATRICULA " REG-MATRICULA
                   " SEM EXAME DEMISSIONAL (ASO) REGISTRADO"
       END-IF.

       0150-CASA-EMPRESA        SECTION.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
               END-IF
       END-READ.

       7500-BAIXA-PROVISAO      SECTION.
      *== decimo e ferias foram liquidados pelo termo: o saldo
      *== inteiro das provisoes da matricula sai de uma vez
       MOVE ZEROS  TO WRK-BXP-VALOR.
       MOVE SPACES TO WRK-BXP-REFERENCIA.
       STRING "R" WRK-DATA-DESLIG
              DELIMITED BY SIZE INTO WRK-BXP-REFERENCIA.
       CALL "BAIXAPRV" USING BY REFERENCE WRK-BXP-FUNCAO
                             WRK-BXP-TIPO
                             WRK-MATRICULA
                             WRK-BXP-REFERENCIA
                             WRK-BXP-VALOR
                             WRK-BXP-RESULTADO.

       4000-APLICA-DESCONTOS    SECTION.
       CALL "CONTADEP" USING BY REFERENCE
                             WRK-MATRICULA
               + WRK-FERIAS-VENCIDAS + WRK-FERIAS-PROPORC
               + WRK-TERCO-FERIAS.

       4500-APURA-MULTA-FGTS    SECTION.
      *== multa de 40 por cento sobre o que foi realmente
      *== depositado (FGTSSDO) mais o FGTS do mes rescisorio
      *== (saldo de salario e decimo proporcional); vai em
      *== guia propria, fora do liquido do termo
       MOVE ZEROS TO WRK-FGTS-DEPOSITADO.
       IF WRK-SALDO-FGTS-DISPONIVEL
           MOVE WRK-MATRICULA TO FGS-MATRICULA
           READ SALDO-FGTS-FILE KEY IS FGS-MATRICULA
               INVALID KEY
                   DISPLAY "AVISO: MATRICULA " WRK-MATRICULA
                           " SEM SALDO DE FGTS DEPOSITADO"
               NOT INVALID KEY
                   MOVE FGS-SALDO-DEPOSITADO
                     TO WRK-FGTS-DEPOSITADO
           END-READ
       END-IF.
       COMPUTE WRK-FGTS-MES-RESC ROUNDED =
               (WRK-SALDO-SALARIO + WRK-DECIMO-PROPORC)
               * WRK-PERC-FGTS / 100.
       COMPUTE WRK-MULTA-FGTS ROUNDED =
               (WRK-FGTS-DEPOSITADO + WRK-FGTS-MES-RESC)
               * WRK-PERC-MULTA-FGTS / 100.

       4600-APURA-CONSIGNADO    SECTION.
      *== saldo devedor dos consignados ativos; informativo,
      *== o acerto e feito com o banco credor
       MOVE "S" TO WRK-CSG-FUNCAO.
       CALL "DESCCONS" USING BY REFERENCE WRK-CSG-FUNCAO
                             WRK-MATRICULA
                             WRK-COMPETENCIA
                             WRK-CSG-SALDO
                             WRK-CSG-QTDE.

       5000-IMPRIME-TERMO       SECTION.
      *== o termo tem 17 linhas; quebra antes de comecar um
      *== bloco que nao caberia inteiro
       IF WRK-REL-LINHAS-PAGINA + 17 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       ADD 17 TO WRK-REL-LINHAS-PAGINA.
       WRITE REL-LINHA FROM REL-SEPARADOR.
       MOVE WRK-DATA-DESLIG TO REL-CAB-DATA.
       WRITE REL-LINHA FROM REL-CAB-RESCISAO.
       MOVE "LIQUIDO DA RESCISAO"   TO REL-VRB-ROTULO.
       MOVE WRK-LIQUIDO-RESCISAO    TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "SALDO FGTS DEPOSITADO" TO REL-VRB-ROTULO.
       MOVE WRK-FGTS-DEPOSITADO     TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "FGTS MES RESCISORIO"   TO REL-VRB-ROTULO.
       MOVE WRK-FGTS-MES-RESC       TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "MULTA 40% FGTS (GUIA)" TO REL-VRB-ROTULO.
       MOVE WRK-MULTA-FGTS          TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "SALDO CONSIGNADO"      TO REL-VRB-ROTULO.
       MOVE WRK-CSG-SALDO           TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       WRITE REL-LINHA FROM REL-ASSINATURA.
       MOVE WRK-LIQUIDO-RESCISAO TO WRK-LIQUIDO-ED.
       DISPLAY "RESCISAO DA MATRICULA " REG-MATRICULA
       MOVE REG-AGENCIA          TO REM-DET-AGENCIA.
       MOVE REG-CONTA            TO REM-DET-CONTA.
       MOVE REG-CONTA-DV         TO REM-DET-CONTA-DV.
       MOVE REG-BANCO            TO REM-DET-BANCO.
       WRITE REG-REMESSA.
       ADD 1                     TO WRK-CNT-CREDITOS.
       ADD WRK-LIQUIDO-RESCISAO  TO WRK-VALOR-TOTAL.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       IF WRK-SALDO-FGTS-DISPONIVEL
           CLOSE SALDO-FGTS-FILE
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
