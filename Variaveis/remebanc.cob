      *==                    vez de uma pessoa as 23:00; cartao
      *==                    presente mas invalido devolve RC 8.
      *==                    Sem o cartao, tudo segue interativo.
      *==   15/10/2026 CAS - Parcelas do emprestimo consignado
      *==                    (CONSIGDB) abatem o credito pela
      *==                    rotina comum DESCCONS, com a mesma
      *==                    regra do CONTRACH (liquido que nao
      *==                    comporta as parcelas nao desconta),
      *==                    para os dois fecharem ao centavo.
      *==   15/10/2026 CAS - Credito passa a sair da folha
      *==                    calculada FOLHACAL do CALCFOLH, o mesmo
      *==                    arquivo do contracheque, em vez de
      *==                    recalcular cada ativo do mestre: a
      *==                    rotina CONFCALC confere os totais de
      *==                    controle antes de abrir a remessa
      *==                    (ausente ou fora de balanco devolve
      *==                    RETURN-CODE 8), competencia e empresa
      *==                    vem do header (cartao PARMFOLH que
      *==                    diverge dele tambem cai com RC 8) e o
      *==                    valor creditado e o liquido final ja
      *==                    com ferias, adiantamento e consignado.
      *==   15/10/2026 CAS - Credito passa a sair no leiaute FEBRABAN
      *==                    CNAB 240, um arquivo por banco recebedor,
      *==                    pela rotina comum GERACNAB; a remessa
      *==                    interna (agora com o codigo do banco no
      *==                    detalhe) fica como controle e a listagem
      *==                    mostra os totais CNAB conferidos contra ela
      *==                    - fora de balanco devolve RETURN-CODE 8.
      *==   15/10/2026 CAS - Header da remessa leva a competencia e a
      *==                    empresa da folha calculada, conferidas pela
      *==                    liberacao LIBREMES; competencia ja
      *==                    transmitida ao banco no registro TRANSMDB e
      *==                    recusada com RETURN-CODE 8, para o credito
      *==                    nao sair em dobro.
      *==   15/10/2026 CAS - Liquido zerado nao gera credito: fica fora
      *==                    da remessa e do trailer, contado no aviso
      *==                    do fim da execucao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHACAL-FILE ASSIGN TO "FOLHACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHACAL.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT LISTAGEM-FILE ASSIGN TO "RELREMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTAGEM.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT TRANSMISSAO-FILE ASSIGN TO "TRANSMDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CHAVE
               FILE STATUS IS WRK-FS-TRANSMISSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHACAL-FILE
           LABEL RECORD IS STANDARD.
       COPY "folcalrc.cpy".

       FD  REMESSA-FILE
           LABEL RECORD IS STANDARD.
               88  REM-HEADER            VALUE "0".
               88  REM-DETALHE           VALUE "1".
               88  REM-TRAILER           VALUE "9".
           05  REM-DADOS              PIC X(65).
       01  REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-HDR-EMPRESA        PIC X(30).
           05  REM-HDR-DATA-PAGTO     PIC 9(08).
           05  REM-HDR-COMPETENCIA    PIC 9(06).
           05  REM-HDR-EMPRESA-COD    PIC 9(02).
           05  FILLER                 PIC X(19).
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
                   VALUE "_________________________".
           05  FILLER              PIC X(15) VALUE SPACES.

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       FD  TRANSMISSAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "transmrc.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "REMEBANC".
       77 WRK-EMPRESA           PIC X(30)
                                VALUE "INFORMATICA".
       77 WRK-FS-FOLHACAL       PIC X(02) VALUE "00".
       77 WRK-FS-REMESSA        PIC X(02) VALUE "00".
       77 WRK-FS-LISTAGEM       PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-FS-TRANSMISSAO    PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-COMPETENCIA-CARTAO PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-EMPRESA-CARTAO    PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-CFC-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-CFC-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-CALC-RECUSADO     PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-DATA-PAGTO-ENT    PIC X(08) VALUE SPACES.
       77 WRK-DATA-PAGTO        PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).
       77 WRK-CNT-CREDITOS      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-CONTA     PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-LIQUIDO   PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.
       77 WRK-GCN-ARQUIVO       PIC X(12) VALUE "REMESSA".
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
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1030-CONFERE-FOLHA-CALC.
       IF WRK-CALC-RECUSADO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           MOVE "N" TO WRK-DATA-PAGTO-OK
           PERFORM 1150-VALIDA-DATA-PAGTO
               UNTIL WRK-DATA-PAGTO-OK = "S"
       END-IF.
       OPEN INPUT FOLHACAL-FILE.
       OPEN OUTPUT REMESSA-FILE.
       OPEN OUTPUT LISTAGEM-FILE.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       IF WRK-EMPRESA-SEL NOT = ZEROS
          AND WRK-EMPRESAS-DISPONIVEL
           MOVE WRK-EMPRESA-SEL TO EMP-CODIGO
       MOVE "0"            TO REM-TIPO.
       MOVE WRK-EMPRESA    TO REM-HDR-EMPRESA.
       MOVE WRK-DATA-PAGTO TO REM-HDR-DATA-PAGTO.
       MOVE WRK-COMPETENCIA TO REM-HDR-COMPETENCIA.
       MOVE WRK-EMPRESA-SEL TO REM-HDR-EMPRESA-COD.
       WRITE REG-REMESSA.
       MOVE "CONFERENCIA DA REMESSA BANCARIA" TO WRK-CAB-TITULO.
       MOVE "MATRICULA  NOME                       VALOR LIQUIDO"
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
      *== o header ja foi conferido pelo CONFCALC
       READ FOLHACAL-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.
       IF WRK-CFC-QTDE = ZEROS
           DISPLAY "FOLHA CALCULADA SEM FUNCIONARIOS - "
                   "REMESSA EMITIDA VAZIA"
           MOVE "S" TO WRK-EOF
       ELSE
           EXIT.

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH: presente, a data de
      *== pagamento vem dele e nenhum prompt e feito (noite
      *== de pagamento dentro da cadeia); competencia e
      *== empresa tem de ser as da folha calculada; a data
      *== passa pela mesma critica de dia util do modo
      *== interativo, so que avanca sozinha
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1010-LE-PARAM-SAIDA
           END-IF
       END-IF.
       MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA-CARTAO.
       MOVE PRM-EMPRESA     TO WRK-EMPRESA-CARTAO.
       DISPLAY "PARAMETROS DO CARTAO - PAGAMENTO "
               WRK-DATA-PAGTO " EMPRESA " WRK-EMPRESA-CARTAO.

       1020-CRITICA-SAIDA.
           EXIT.

       1030-CONFERE-FOLHA-CALC  SECTION.
      *== remessa so sai da folha calculada pelo CALCFOLH e
      *== com os totais de controle fechados - o banco
      *== recebe exatamente o liquido do contracheque
       CALL "CONFCALC" USING BY REFERENCE WRK-COMPETENCIA
                             WRK-EMPRESA-SEL
                             WRK-CFC-QTDE
                             WRK-CFC-RESULTADO.
       IF WRK-CFC-RESULTADO NOT = "S"
           MOVE "S" TO WRK-CALC-RECUSADO
           GO TO 1030-CONFERE-SAIDA
       END-IF.
       IF WRK-CARTAO-PRESENTE
          AND ((WRK-COMPETENCIA-CARTAO NOT = ZEROS
                AND WRK-COMPETENCIA-CARTAO NOT = WRK-COMPETENCIA)
               OR WRK-EMPRESA-CARTAO NOT = WRK-EMPRESA-SEL)
           DISPLAY "CARTAO PARMFOLH NAO CONFERE COM A FOLHA "
                   "CALCULADA - COMPETENCIA " WRK-COMPETENCIA-X
                   " EMPRESA " WRK-EMPRESA-SEL
           MOVE "S" TO WRK-CALC-RECUSADO
           GO TO 1030-CONFERE-SAIDA
       END-IF.
       PERFORM 1040-VERIFICA-TRANSMISSAO.
       IF WRK-CALC-RECUSADO = "S"
           GO TO 1030-CONFERE-SAIDA
       END-IF.
       DISPLAY "FOLHA CALCULADA - COMPETENCIA " WRK-COMPETENCIA-X
               " EMPRESA " WRK-EMPRESA-SEL " - "
               WRK-CFC-QTDE " FUNCIONARIOS".

       1030-CONFERE-SAIDA.
           EXIT.

       1040-VERIFICA-TRANSMISSAO SECTION.
      *== remessa ja transmitida ao banco (LIBREMES) nao e
      *== gerada de novo: o credito sairia em dobro
       OPEN INPUT TRANSMISSAO-FILE.
       IF WRK-FS-TRANSMISSAO NOT = "00"
           GO TO 1040-VERIFICA-SAIDA
       END-IF.
       MOVE WRK-EMPRESA-SEL TO TRM-EMPRESA.
       MOVE WRK-COMPETENCIA TO TRM-COMPETENCIA.
       READ TRANSMISSAO-FILE KEY IS TRM-CHAVE
           INVALID KEY
               MOVE SPACES TO TRM-SITUACAO
       END-READ.
       IF TRM-TRANSMITIDA
           DISPLAY "REMESSA DA COMPETENCIA " WRK-COMPETENCIA-X
                   " EMPRESA " WRK-EMPRESA-SEL
                   " JA TRANSMITIDA EM " TRM-DATA-TRANSMISSAO(1:8)
           MOVE "S" TO WRK-CALC-RECUSADO
       END-IF.
       CLOSE TRANSMISSAO-FILE.

       1040-VERIFICA-SAIDA.
           EXIT.

       1100-RECEBE-DATA-PAGTO   SECTION.
       DISPLAY "DATA DO PAGAMENTO (AAAAMMDD) "
           EXIT.

       0100-RECEBE              SECTION.
       READ FOLHACAL-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.
       IF FCL-TRAILER
           MOVE "S" TO WRK-EOF
       END-IF.

       0200-GERA-CREDITO        SECTION.
      *== liquido todo consumido por descontos: o banco
      *== recusa credito de valor zero
       IF FCL-LIQUIDO-FINAL = ZEROS
           ADD 1 TO WRK-CNT-SEM-LIQUIDO
           GO TO 0200-GERA-SAIDA
       END-IF.
       MOVE SPACES            TO REG-REMESSA.
       MOVE "1"               TO REM-TIPO.
       MOVE FCL-MATRICULA     TO REM-DET-MATRICULA.
       MOVE FCL-NOME          TO REM-DET-NOME.
       MOVE FCL-LIQUIDO-FINAL TO REM-DET-VALOR.
       MOVE FCL-AGENCIA       TO REM-DET-AGENCIA.
       MOVE FCL-CONTA         TO REM-DET-CONTA.
       MOVE FCL-CONTA-DV      TO REM-DET-CONTA-DV.
       MOVE FCL-BANCO         TO REM-DET-BANCO.
       IF FCL-CONTA-AUSENTE
           ADD 1 TO WRK-CNT-SEM-CONTA
       END-IF.
       WRITE REG-REMESSA.
       MOVE FCL-MATRICULA     TO LST-DET-MATRICULA.
       MOVE FCL-NOME          TO LST-DET-NOME.
       MOVE FCL-LIQUIDO-FINAL TO LST-DET-VALOR.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM LST-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       ADD 1                 TO WRK-CNT-CREDITOS.
       ADD FCL-LIQUIDO-FINAL TO WRK-VALOR-TOTAL.

       0200-GERA-SAIDA.
           PERFORM 0100-RECEBE.

       0300-TRAILER             SECTION.
       MOVE SPACES          TO REG-REMESSA.
                   " CREDITOS SEM CONTA CADASTRADA - "
                   "COMPLETE PELO CADCONTA"
       END-IF.
       IF WRK-CNT-SEM-LIQUIDO > ZEROS
           DISPLAY "AVISO: " WRK-CNT-SEM-LIQUIDO
                   " FUNCIONARIOS COM LIQUIDO ZERO - SEM CREDITO"
       END-IF.

       9000-FINALIZAR           SECTION.
      *== cartao invalido abortou antes de qualquer OPEN:
                   "NENHUMA REMESSA GERADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-CALC-RECUSADO = "S"
           DISPLAY "REMEBANC RECUSADO - FOLHA CALCULADA AUSENTE, "
                   "NAO CONFERE OU REMESSA JA TRANSMITIDA - "
                   "NENHUMA REMESSA GERADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 0300-TRAILER.
       CLOSE FOLHACAL-FILE.
       CLOSE REMESSA-FILE.
       PERFORM 8800-GERA-CNAB.
       CLOSE LISTAGEM-FILE.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
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
