       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACNAB.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum que converte uma remessa
      *==            interna de credito (REMESSA, REMEADIA,
      *==            REMESS13, REMEFER, REMECOMP, REMERESC ou
      *==            REMESSA2 - header, detalhes e trailer de
      *==            controle) no leiaute FEBRABAN CNAB 240 de
      *==            pagamento de salarios, um arquivo por banco
      *==            recebedor, com o nome da remessa interna
      *==            seguido do codigo do banco (REMESSA341,
      *==            REMEADIA001...). Cada arquivo leva header de
      *==            arquivo, um lote (header, segmentos A e B por
      *==            credito, trailer) e trailer de arquivo. A
      *==            conta da empresa em cada banco vem do cartao
      *==            PARMCNAB (um cartao por banco, um deles
      *==            marcado como padrao, que traz tambem o
      *==            codigo da empresa pagadora usado quando a
      *==            remessa e de todas as empresas, 00); banco
      *==            sem cartao sai com a conta do banco padrao
      *==            e credito por TED. Credito de funcionario
      *==            sem banco no cadastro (legado 000) vai para
      *==            o banco padrao. Confere os totais gerados
      *==            contra o trailer da remessa interna e
      *==            devolve a quantidade, o valor, o numero de
      *==            arquivos e o resultado: S conferido, V
      *==            remessa sem creditos, A remessa ausente ou
      *==            sem trailer, D fora de balanco, P sem cartao
      *==            PARMCNAB ou sem empresa pagadora.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Data e hora da geracao pelo
      *==                    WRK-DATA-HORA, como nos demais.
      *==   15/10/2026 CAS - Sem cartao PARMCNAB nada e gerado
      *==                    (resultado P). Empresa 00 usa a
      *==                    empresa pagadora do cartao padrao,
      *==                    e nao mais o CNPJ da 01.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA-FILE ASSIGN TO WRK-ARQ-INTERNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT CNAB-FILE ASSIGN TO WRK-ARQ-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CNAB.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMCNAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMESSA-FILE
           LABEL RECORD IS STANDARD.
       01  REG-REMESSA.
           05  REM-TIPO               PIC X(01).
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
           05  REM-DET-NOME           PIC X(30).
           05  REM-DET-VALOR          PIC 9(11)V99.
           05  REM-DET-AGENCIA        PIC 9(04).
           05  REM-DET-CONTA          PIC 9(08).
           05  REM-DET-CONTA-DV       PIC 9(01).
           05  REM-DET-BANCO          PIC 9(03).
       01  REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05  FILLER                 PIC X(01).
           05  REM-TRL-QTDE           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL    PIC 9(13)V99.
           05  FILLER                 PIC X(44).

       FD  CNAB-FILE
           LABEL RECORD IS STANDARD.
       COPY "cnabrc.cpy".

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-CNAB.
           05  PRC-BANCO              PIC 9(03).
           05  PRC-AGENCIA            PIC 9(05).
           05  PRC-AGENCIA-DV         PIC X(01).
           05  PRC-CONTA              PIC 9(12).
           05  PRC-CONTA-DV           PIC X(01).
           05  PRC-CONVENIO           PIC X(20).
           05  PRC-PADRAO             PIC X(01).
           05  PRC-NOME-BANCO         PIC X(30).
           05  PRC-EMPRESA            PIC X(02).

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       WORKING-STORAGE SECTION.
       COPY "runlogws.cpy".
       77  WRK-ARQ-INTERNO        PIC X(12) VALUE SPACES.
       77  WRK-ARQ-CNAB           PIC X(12) VALUE SPACES.
       77  WRK-FS-REMESSA         PIC X(02) VALUE "00".
       77  WRK-FS-CNAB            PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETRO       PIC X(02) VALUE "00".
       77  WRK-FS-EMPRESAS        PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".
       77  WRK-EOF-PARAM          PIC X(01) VALUE "N".
       77  WRK-TEM-TRAILER        PIC X(01) VALUE "N".
       77  WRK-TAB-ESTOURO        PIC X(01) VALUE "N".
       77  WRK-DATA-PAGTO         PIC 9(08) VALUE ZEROS.
       77  WRK-TRL-QTDE           PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SOM-QTDE           PIC 9(06) VALUE ZEROS.
       77  WRK-SOM-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-BANCO-CREDITO      PIC 9(03) VALUE ZEROS.
       77  WRK-BANCO-PADRAO       PIC 9(03) VALUE ZEROS.
       77  WRK-BANCO-ARQUIVO      PIC 9(03) VALUE ZEROS.
       77  WRK-BANCO-LEIAUTE      PIC 9(03) VALUE ZEROS.
       77  WRK-IX-PADRAO          PIC 9(02) VALUE ZEROS.
       77  WRK-IX-CARTAO          PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-CARTOES        PIC 9(02) VALUE ZEROS.
       77  WRK-IX-BCO             PIC 9(02) VALUE ZEROS.
       77  WRK-IX-BUSCA           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-BANCOS         PIC 9(02) VALUE ZEROS.
       77  WRK-SEQ-LOTE           PIC 9(05) VALUE ZEROS.
       77  WRK-LOTE-QTDE          PIC 9(06) VALUE ZEROS.
       77  WRK-LOTE-VALOR         PIC 9(16)V99 VALUE ZEROS.
       77  WRK-ARQ-REGISTROS      PIC 9(06) VALUE ZEROS.
       77  WRK-CAMARA             PIC 9(03) VALUE ZEROS.
       77  WRK-EMPRESA-COD        PIC 9(02) VALUE ZEROS.
       77  WRK-EMPRESA-NOME       PIC X(30) VALUE SPACES.
       77  WRK-EMPRESA-CNPJ       PIC X(14) VALUE ZEROS.
       77  WRK-HORA-GERACAO       PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-AAAAMMDD          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AAAAMMDD-R REDEFINES WRK-DATA-AAAAMMDD.
           05  WRK-DAM-ANO            PIC 9(04).
           05  WRK-DAM-MES            PIC 9(02).
           05  WRK-DAM-DIA            PIC 9(02).
       01  WRK-DATA-DDMMAAAA.
           05  WRK-DDM-DIA            PIC 9(02).
           05  WRK-DDM-MES            PIC 9(02).
           05  WRK-DDM-ANO            PIC 9(04).
       01  WRK-DATA-GERACAO           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CREDITO           PIC 9(08) VALUE ZEROS.
      *== contas da empresa, uma por banco (cartao PARMCNAB)
       01  WRK-TAB-CARTOES.
           05  WRK-TCT-ITEM OCCURS 20 TIMES.
               10  WRK-TCT-BANCO          PIC 9(03).
               10  WRK-TCT-AGENCIA        PIC 9(05).
               10  WRK-TCT-AGENCIA-DV     PIC X(01).
               10  WRK-TCT-CONTA          PIC 9(12).
               10  WRK-TCT-CONTA-DV       PIC X(01).
               10  WRK-TCT-CONVENIO       PIC X(20).
               10  WRK-TCT-NOME-BANCO     PIC X(30).
               10  WRK-TCT-EMPRESA        PIC 9(02).
      *== bancos recebedores encontrados na remessa interna
       01  WRK-TAB-BANCOS.
           05  WRK-TBC-ITEM OCCURS 50 TIMES.
               10  WRK-TBC-BANCO          PIC 9(03).
               10  WRK-TBC-QTDE           PIC 9(06).
               10  WRK-TBC-VALOR          PIC 9(13)V99.
      *== conta da empresa usada no arquivo do banco corrente
       01  WRK-CONTA-EMPRESA.
           05  WRK-CEM-BANCO          PIC 9(03).
           05  WRK-CEM-AGENCIA        PIC 9(05).
           05  WRK-CEM-AGENCIA-DV     PIC X(01).
           05  WRK-CEM-CONTA          PIC 9(12).
           05  WRK-CEM-CONTA-DV       PIC X(01).
           05  WRK-CEM-CONVENIO       PIC X(20).
           05  WRK-CEM-NOME-BANCO     PIC X(30).
       01  WRK-VALOR-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01  WRK-GCN-ARQUIVO         PIC X(12).
       01  WRK-GCN-EMPRESA         PIC 9(02).
       01  WRK-GCN-QTDE            PIC 9(06).
       01  WRK-GCN-VALOR           PIC 9(13)V99.
       01  WRK-GCN-ARQUIVOS        PIC 9(03).
       01  WRK-GCN-RESULTADO       PIC X(01).

       PROCEDURE DIVISION USING WRK-GCN-ARQUIVO
                                WRK-GCN-EMPRESA
                                WRK-GCN-QTDE
                                WRK-GCN-VALOR
                                WRK-GCN-ARQUIVOS
                                WRK-GCN-RESULTADO.
       0000-GERA SECTION.
           MOVE ZEROS TO WRK-GCN-QTDE WRK-GCN-VALOR
                         WRK-GCN-ARQUIVOS
                         WRK-SOM-QTDE WRK-SOM-VALOR
                         WRK-TRL-QTDE WRK-TRL-VALOR
                         WRK-DATA-PAGTO WRK-QTD-BANCOS
                         WRK-QTD-CARTOES WRK-IX-PADRAO
                         WRK-BANCO-PADRAO
           MOVE "N" TO WRK-EOF WRK-TEM-TRAILER WRK-TAB-ESTOURO
           MOVE "A" TO WRK-GCN-RESULTADO
           MOVE WRK-GCN-ARQUIVO TO WRK-ARQ-INTERNO
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-AAAAMMDD
           MOVE WRK-DATA-HORA(9:6) TO WRK-HORA-GERACAO
           PERFORM 8000-DATA-CNAB
           MOVE WRK-DATA-DDMMAAAA TO WRK-DATA-GERACAO
           PERFORM 1000-CARREGA-CARTOES
           IF WRK-QTD-CARTOES = ZEROS
               MOVE "P" TO WRK-GCN-RESULTADO
               GOBACK
           END-IF
           PERFORM 1100-LE-EMPRESA
           IF WRK-GCN-RESULTADO = "P"
               GOBACK
           END-IF
           PERFORM 2000-TOTALIZA-BANCOS
           IF WRK-GCN-RESULTADO NOT = "S"
               GOBACK
           END-IF
           MOVE WRK-DATA-PAGTO TO WRK-DATA-AAAAMMDD
           PERFORM 8000-DATA-CNAB
           MOVE WRK-DATA-DDMMAAAA TO WRK-DATA-CREDITO
           PERFORM 3000-GERA-ARQUIVO-BANCO
               VARYING WRK-IX-BCO FROM 1 BY 1
               UNTIL WRK-IX-BCO > WRK-QTD-BANCOS
           PERFORM 9000-CONFERE-GERADO
           GOBACK.

       1000-CARREGA-CARTOES SECTION.
      *== um cartao por banco em que a empresa tem conta de
      *== debito; o marcado com S (ou, sem marca, o primeiro)
      *== e o banco padrao dos creditos sem banco. Sem cartao
      *== valido nao ha conta de debito e nada e gerado
           MOVE "N" TO WRK-EOF-PARAM
           OPEN INPUT PARAMETRO-FILE
           IF WRK-FS-PARAMETRO NOT = "00"
               DISPLAY "CARTAO PARMCNAB AUSENTE - NENHUM ARQUIVO "
                       "CNAB GERADO"
               GO TO 1000-CARREGA-SAIDA
           END-IF
           PERFORM 1010-LE-CARTAO UNTIL WRK-EOF-PARAM = "S"
           CLOSE PARAMETRO-FILE
           IF WRK-QTD-CARTOES = ZEROS
               DISPLAY "CARTAO PARMCNAB VAZIO - NENHUM ARQUIVO "
                       "CNAB GERADO"
               GO TO 1000-CARREGA-SAIDA
           END-IF
           IF WRK-IX-PADRAO = ZEROS
               MOVE 1 TO WRK-IX-PADRAO
           END-IF
           MOVE WRK-TCT-BANCO (WRK-IX-PADRAO) TO WRK-BANCO-PADRAO.

       1000-CARREGA-SAIDA.
           EXIT.

       1010-LE-CARTAO SECTION.
           READ PARAMETRO-FILE
               AT END
                   MOVE "S" TO WRK-EOF-PARAM
                   GO TO 1010-LE-SAIDA
           END-READ
           IF PRC-BANCO NOT NUMERIC
              OR PRC-BANCO = ZEROS
              OR PRC-AGENCIA NOT NUMERIC
              OR PRC-CONTA NOT NUMERIC
               DISPLAY "CARTAO PARMCNAB INVALIDO IGNORADO: "
                       REG-PARAM-CNAB
               GO TO 1010-LE-SAIDA
           END-IF
           IF WRK-QTD-CARTOES = 20
               DISPLAY "MAIS DE 20 CARTOES PARMCNAB - BANCO "
                       PRC-BANCO " IGNORADO"
               GO TO 1010-LE-SAIDA
           END-IF
           ADD 1 TO WRK-QTD-CARTOES
           MOVE PRC-BANCO      TO WRK-TCT-BANCO (WRK-QTD-CARTOES)
           MOVE PRC-AGENCIA    TO WRK-TCT-AGENCIA (WRK-QTD-CARTOES)
           MOVE PRC-AGENCIA-DV
             TO WRK-TCT-AGENCIA-DV (WRK-QTD-CARTOES)
           MOVE PRC-CONTA      TO WRK-TCT-CONTA (WRK-QTD-CARTOES)
           MOVE PRC-CONTA-DV   TO WRK-TCT-CONTA-DV (WRK-QTD-CARTOES)
           MOVE PRC-CONVENIO   TO WRK-TCT-CONVENIO (WRK-QTD-CARTOES)
           MOVE PRC-NOME-BANCO
             TO WRK-TCT-NOME-BANCO (WRK-QTD-CARTOES)
           MOVE ZEROS TO WRK-TCT-EMPRESA (WRK-QTD-CARTOES)
           IF PRC-EMPRESA NUMERIC
               MOVE PRC-EMPRESA TO WRK-TCT-EMPRESA (WRK-QTD-CARTOES)
           END-IF
           IF PRC-PADRAO = "S"
              AND WRK-IX-PADRAO = ZEROS
               MOVE WRK-QTD-CARTOES TO WRK-IX-PADRAO
           END-IF.

       1010-LE-SAIDA.
           EXIT.

       1100-LE-EMPRESA SECTION.
      *== CNPJ e razao social da empresa pagadora; empresa
      *== zero (todas, ou a remessa reemitida pelo PROCRETB)
      *== paga pela empresa do cartao padrao - sem ela a
      *== remessa e recusada
           MOVE WRK-GCN-EMPRESA TO WRK-EMPRESA-COD
           IF WRK-EMPRESA-COD = ZEROS
               MOVE WRK-TCT-EMPRESA (WRK-IX-PADRAO)
                 TO WRK-EMPRESA-COD
           END-IF
           IF WRK-EMPRESA-COD = ZEROS
               DISPLAY "REMESSA DE TODAS AS EMPRESAS SEM EMPRESA "
                       "PAGADORA NO CARTAO PARMCNAB PADRAO - "
                       "NENHUM ARQUIVO CNAB GERADO"
               MOVE "P" TO WRK-GCN-RESULTADO
               GO TO 1100-LE-EMPRESA-SAIDA
           END-IF
           MOVE "INFORMATICA" TO WRK-EMPRESA-NOME
           MOVE ZEROS         TO WRK-EMPRESA-CNPJ
           OPEN INPUT EMPRESAS-FILE
           IF WRK-FS-EMPRESAS NOT = "00"
               DISPLAY "EMPRESDB INDISPONIVEL - CNAB SEM CNPJ"
               GO TO 1100-LE-EMPRESA-SAIDA
           END-IF
           MOVE WRK-EMPRESA-COD TO EMP-CODIGO
           READ EMPRESAS-FILE KEY IS EMP-CODIGO
               INVALID KEY
                   DISPLAY "EMPRESA " WRK-EMPRESA-COD
                           " NAO CADASTRADA - CNAB SEM CNPJ"
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-EMPRESA-NOME
                   MOVE EMP-CNPJ TO WRK-EMPRESA-CNPJ
           END-READ
           CLOSE EMPRESAS-FILE.

       1100-LE-EMPRESA-SAIDA.
           EXIT.

       2000-TOTALIZA-BANCOS SECTION.
      *== primeira passada: monta a tabela de bancos
      *== recebedores e confere os detalhes contra o trailer
      *== antes de gerar qualquer arquivo CNAB
           OPEN INPUT REMESSA-FILE
           IF WRK-FS-REMESSA NOT = "00"
               DISPLAY "REMESSA INTERNA " WRK-ARQ-INTERNO
                       " AUSENTE - NENHUM ARQUIVO CNAB GERADO"
               GO TO 2000-TOTALIZA-SAIDA
           END-IF
           PERFORM 2100-LE-INTERNO UNTIL WRK-EOF = "S"
           CLOSE REMESSA-FILE
           IF WRK-TEM-TRAILER NOT = "S"
               DISPLAY "REMESSA INTERNA " WRK-ARQ-INTERNO
                       " SEM TRAILER - NENHUM ARQUIVO CNAB GERADO"
               GO TO 2000-TOTALIZA-SAIDA
           END-IF
           MOVE "D" TO WRK-GCN-RESULTADO
           IF WRK-TAB-ESTOURO = "S"
               DISPLAY "MAIS DE 50 BANCOS RECEBEDORES - "
                       "NENHUM ARQUIVO CNAB GERADO"
               GO TO 2000-TOTALIZA-SAIDA
           END-IF
           IF WRK-SOM-QTDE NOT = WRK-TRL-QTDE
              OR WRK-SOM-VALOR NOT = WRK-TRL-VALOR
               DISPLAY "REMESSA INTERNA " WRK-ARQ-INTERNO
                       " FORA DE BALANCO - NENHUM ARQUIVO CNAB "
                       "GERADO"
               DISPLAY "  DETALHES " WRK-SOM-QTDE
                       " TRAILER " WRK-TRL-QTDE
               GO TO 2000-TOTALIZA-SAIDA
           END-IF
           IF WRK-SOM-QTDE = ZEROS
               MOVE "V" TO WRK-GCN-RESULTADO
               DISPLAY "REMESSA INTERNA " WRK-ARQ-INTERNO
                       " SEM CREDITOS - NENHUM ARQUIVO CNAB GERADO"
               GO TO 2000-TOTALIZA-SAIDA
           END-IF
           MOVE "S" TO WRK-GCN-RESULTADO.

       2000-TOTALIZA-SAIDA.
           EXIT.

       2100-LE-INTERNO SECTION.
           READ REMESSA-FILE
               AT END
                   MOVE "S" TO WRK-EOF
                   GO TO 2100-LE-SAIDA
           END-READ
           IF REM-HEADER
               MOVE REM-HDR-DATA-PAGTO TO WRK-DATA-PAGTO
               GO TO 2100-LE-SAIDA
           END-IF
           IF REM-TRAILER
               MOVE "S"                 TO WRK-TEM-TRAILER
               MOVE REM-TRL-QTDE        TO WRK-TRL-QTDE
               MOVE REM-TRL-VALOR-TOTAL TO WRK-TRL-VALOR
               GO TO 2100-LE-SAIDA
           END-IF
           IF NOT REM-DETALHE
               GO TO 2100-LE-SAIDA
           END-IF
           ADD 1             TO WRK-SOM-QTDE
           ADD REM-DET-VALOR TO WRK-SOM-VALOR
           PERFORM 2200-BANCO-DO-CREDITO
           MOVE 1 TO WRK-IX-BUSCA
           PERFORM 2300-PROCURA-BANCO
               UNTIL WRK-IX-BUSCA > WRK-QTD-BANCOS
                  OR WRK-TBC-BANCO (WRK-IX-BUSCA)
                     = WRK-BANCO-CREDITO
           IF WRK-IX-BUSCA > WRK-QTD-BANCOS
               IF WRK-QTD-BANCOS = 50
                   MOVE "S" TO WRK-TAB-ESTOURO
                   GO TO 2100-LE-SAIDA
               END-IF
               ADD 1 TO WRK-QTD-BANCOS
               MOVE WRK-QTD-BANCOS TO WRK-IX-BUSCA
               MOVE WRK-BANCO-CREDITO
                 TO WRK-TBC-BANCO (WRK-IX-BUSCA)
               MOVE ZEROS TO WRK-TBC-QTDE (WRK-IX-BUSCA)
                             WRK-TBC-VALOR (WRK-IX-BUSCA)
           END-IF
           ADD 1             TO WRK-TBC-QTDE (WRK-IX-BUSCA)
           ADD REM-DET-VALOR TO WRK-TBC-VALOR (WRK-IX-BUSCA).

       2100-LE-SAIDA.
           EXIT.

       2200-BANCO-DO-CREDITO SECTION.
      *== banco 000 e o cadastro legado, anterior ao codigo
      *== de banco: o credito vai para o banco padrao
           MOVE REM-DET-BANCO TO WRK-BANCO-CREDITO
           IF REM-DET-BANCO NOT NUMERIC
              OR REM-DET-BANCO = ZEROS
               MOVE WRK-BANCO-PADRAO TO WRK-BANCO-CREDITO
           END-IF.

       2300-PROCURA-BANCO SECTION.
           ADD 1 TO WRK-IX-BUSCA.

       3000-GERA-ARQUIVO-BANCO SECTION.
      *== um arquivo por banco recebedor, com um unico lote
      *== o banco do leiaute e o que processa o arquivo (onde
      *== esta a conta da empresa); sem conta nenhuma, o
      *== proprio banco recebedor
           MOVE WRK-TBC-BANCO (WRK-IX-BCO) TO WRK-BANCO-ARQUIVO
           MOVE SPACES TO WRK-ARQ-CNAB
           STRING WRK-ARQ-INTERNO DELIMITED BY SPACE
                  WRK-BANCO-ARQUIVO DELIMITED BY SIZE
                  INTO WRK-ARQ-CNAB
           END-STRING
           PERFORM 3100-CONTA-EMPRESA
           MOVE WRK-CEM-BANCO TO WRK-BANCO-LEIAUTE
           IF WRK-BANCO-LEIAUTE = ZEROS
               MOVE WRK-BANCO-ARQUIVO TO WRK-BANCO-LEIAUTE
           END-IF
           IF WRK-BANCO-LEIAUTE = WRK-BANCO-ARQUIVO
               MOVE ZEROS TO WRK-CAMARA
           ELSE
               MOVE 18    TO WRK-CAMARA
           END-IF
           MOVE ZEROS TO WRK-SEQ-LOTE WRK-LOTE-QTDE
                         WRK-LOTE-VALOR
           OPEN OUTPUT CNAB-FILE
           PERFORM 4000-HEADER-ARQUIVO
           PERFORM 4100-HEADER-LOTE
           MOVE "N" TO WRK-EOF
           OPEN INPUT REMESSA-FILE
           PERFORM 3200-CREDITO-DO-BANCO UNTIL WRK-EOF = "S"
           CLOSE REMESSA-FILE
           PERFORM 4400-TRAILER-LOTE
           PERFORM 4500-TRAILER-ARQUIVO
           CLOSE CNAB-FILE
           ADD 1              TO WRK-GCN-ARQUIVOS
           ADD WRK-LOTE-QTDE  TO WRK-GCN-QTDE
           ADD WRK-LOTE-VALOR TO WRK-GCN-VALOR
           MOVE WRK-LOTE-VALOR TO WRK-VALOR-ED
           DISPLAY "CNAB 240 " WRK-ARQ-CNAB " - BANCO "
                   WRK-BANCO-ARQUIVO " - " WRK-LOTE-QTDE
                   " CREDITOS, TOTAL " WRK-VALOR-ED.

       3100-CONTA-EMPRESA SECTION.
      *== conta de debito da empresa no banco recebedor; sem
      *== cartao para ele, a do banco padrao (credito por TED)
           MOVE ZEROS  TO WRK-CEM-BANCO WRK-CEM-AGENCIA
                          WRK-CEM-CONTA
           MOVE SPACES TO WRK-CEM-AGENCIA-DV WRK-CEM-CONTA-DV
                          WRK-CEM-CONVENIO WRK-CEM-NOME-BANCO
           IF WRK-QTD-CARTOES = ZEROS
               GO TO 3100-CONTA-SAIDA
           END-IF
           MOVE 1 TO WRK-IX-CARTAO
           PERFORM 3110-PROCURA-CARTAO
               UNTIL WRK-IX-CARTAO > WRK-QTD-CARTOES
                  OR WRK-TCT-BANCO (WRK-IX-CARTAO)
                     = WRK-BANCO-ARQUIVO
           IF WRK-IX-CARTAO > WRK-QTD-CARTOES
               DISPLAY "SEM CONTA DA EMPRESA NO BANCO "
                       WRK-BANCO-ARQUIVO " - CREDITOS POR TED "
                       "A PARTIR DO BANCO " WRK-BANCO-PADRAO
               MOVE WRK-IX-PADRAO TO WRK-IX-CARTAO
           END-IF
           MOVE WRK-TCT-ITEM (WRK-IX-CARTAO) TO WRK-CONTA-EMPRESA.

       3100-CONTA-SAIDA.
           EXIT.

       3110-PROCURA-CARTAO SECTION.
           ADD 1 TO WRK-IX-CARTAO.

       3200-CREDITO-DO-BANCO SECTION.
           READ REMESSA-FILE
               AT END
                   MOVE "S" TO WRK-EOF
                   GO TO 3200-CREDITO-SAIDA
           END-READ
           IF NOT REM-DETALHE
               GO TO 3200-CREDITO-SAIDA
           END-IF
           PERFORM 2200-BANCO-DO-CREDITO
           IF WRK-BANCO-CREDITO NOT = WRK-BANCO-ARQUIVO
               GO TO 3200-CREDITO-SAIDA
           END-IF
           PERFORM 4200-SEGMENTO-A
           PERFORM 4300-SEGMENTO-B
           ADD 1             TO WRK-LOTE-QTDE
           ADD REM-DET-VALOR TO WRK-LOTE-VALOR.

       3200-CREDITO-SAIDA.
           EXIT.

       4000-HEADER-ARQUIVO SECTION.
           MOVE SPACES                TO REG-CNAB240
           MOVE WRK-BANCO-LEIAUTE     TO CNB-HA-BANCO
           MOVE ZEROS                 TO CNB-HA-LOTE
           MOVE 0                     TO CNB-HA-TIPO
           MOVE 2                     TO CNB-HA-TIPO-INSCRICAO
           MOVE WRK-EMPRESA-CNPJ      TO CNB-HA-INSCRICAO
           MOVE WRK-CEM-CONVENIO      TO CNB-HA-CONVENIO
           MOVE WRK-CEM-AGENCIA       TO CNB-HA-AGENCIA
           MOVE WRK-CEM-AGENCIA-DV    TO CNB-HA-AGENCIA-DV
           MOVE WRK-CEM-CONTA         TO CNB-HA-CONTA
           MOVE WRK-CEM-CONTA-DV      TO CNB-HA-CONTA-DV
           MOVE WRK-EMPRESA-NOME      TO CNB-HA-NOME-EMPRESA
           MOVE WRK-CEM-NOME-BANCO    TO CNB-HA-NOME-BANCO
           MOVE 1                     TO CNB-HA-CODIGO-REMESSA
           MOVE WRK-DATA-GERACAO      TO CNB-HA-DATA-GERACAO
           MOVE WRK-HORA-GERACAO      TO CNB-HA-HORA-GERACAO
      *== numero sequencial do arquivo: a hora da geracao,
      *== unica no dia para o mesmo banco
           MOVE WRK-HORA-GERACAO      TO CNB-HA-SEQUENCIAL
           MOVE 89                    TO CNB-HA-VERSAO-LAYOUT
           MOVE 1600                  TO CNB-HA-DENSIDADE
           WRITE REG-CNAB240
           MOVE 1 TO WRK-ARQ-REGISTROS.

       4100-HEADER-LOTE SECTION.
           MOVE SPACES                TO REG-CNAB240
           MOVE WRK-BANCO-LEIAUTE     TO CNB-HL-BANCO
           MOVE 1                     TO CNB-HL-LOTE
           MOVE 1                     TO CNB-HL-TIPO
           MOVE "C"                   TO CNB-HL-OPERACAO
           MOVE 30                    TO CNB-HL-SERVICO
           IF WRK-CAMARA = ZEROS
               MOVE 1                 TO CNB-HL-FORMA-LANCAMENTO
           ELSE
               MOVE 41                TO CNB-HL-FORMA-LANCAMENTO
           END-IF
           MOVE 45                    TO CNB-HL-VERSAO-LAYOUT
           MOVE 2                     TO CNB-HL-TIPO-INSCRICAO
           MOVE WRK-EMPRESA-CNPJ      TO CNB-HL-INSCRICAO
           MOVE WRK-CEM-CONVENIO      TO CNB-HL-CONVENIO
           MOVE WRK-CEM-AGENCIA       TO CNB-HL-AGENCIA
           MOVE WRK-CEM-AGENCIA-DV    TO CNB-HL-AGENCIA-DV
           MOVE WRK-CEM-CONTA         TO CNB-HL-CONTA
           MOVE WRK-CEM-CONTA-DV      TO CNB-HL-CONTA-DV
           MOVE WRK-EMPRESA-NOME      TO CNB-HL-NOME-EMPRESA
           MOVE ZEROS                 TO CNB-HL-NUMERO CNB-HL-CEP
           MOVE 1                     TO CNB-HL-FORMA-PAGAMENTO
           WRITE REG-CNAB240
           ADD 1 TO WRK-ARQ-REGISTROS.

       4200-SEGMENTO-A SECTION.
           ADD 1 TO WRK-SEQ-LOTE
           MOVE SPACES                TO REG-CNAB240
           MOVE WRK-BANCO-LEIAUTE     TO CNB-SA-BANCO
           MOVE 1                     TO CNB-SA-LOTE
           MOVE 3                     TO CNB-SA-TIPO
           MOVE WRK-SEQ-LOTE          TO CNB-SA-SEQUENCIA
           MOVE "A"                   TO CNB-SA-SEGMENTO
           MOVE ZEROS                 TO CNB-SA-MOVIMENTO
                                         CNB-SA-INSTRUCAO
           MOVE WRK-CAMARA            TO CNB-SA-CAMARA
           MOVE WRK-BANCO-ARQUIVO     TO CNB-SA-BANCO-FAVORECIDO
           MOVE REM-DET-AGENCIA       TO CNB-SA-AGENCIA
           MOVE REM-DET-CONTA         TO CNB-SA-CONTA
           MOVE REM-DET-CONTA-DV      TO CNB-SA-CONTA-DV
           MOVE REM-DET-NOME          TO CNB-SA-NOME-FAVORECIDO
           MOVE REM-DET-MATRICULA     TO CNB-SA-SEU-NUMERO-MAT
           MOVE WRK-DATA-CREDITO      TO CNB-SA-DATA-PAGAMENTO
           MOVE "BRL"                 TO CNB-SA-MOEDA
           MOVE ZEROS                 TO CNB-SA-QTDE-MOEDA
                                         CNB-SA-DATA-REAL
                                         CNB-SA-VALOR-REAL
                                         CNB-SA-AVISO
           MOVE REM-DET-VALOR         TO CNB-SA-VALOR
           IF WRK-CAMARA NOT = ZEROS
               MOVE "00004"           TO CNB-SA-FINALIDADE-TED
           END-IF
           WRITE REG-CNAB240
           ADD 1 TO WRK-ARQ-REGISTROS.

       4300-SEGMENTO-B SECTION.
      *== o cadastro nao guarda CPF nem endereco: vao zerados
      *== e em branco, e o documento do favorecido leva a
      *== matricula
           ADD 1 TO WRK-SEQ-LOTE
           MOVE SPACES                TO REG-CNAB240
           MOVE WRK-BANCO-LEIAUTE     TO CNB-SB-BANCO
           MOVE 1                     TO CNB-SB-LOTE
           MOVE 3                     TO CNB-SB-TIPO
           MOVE WRK-SEQ-LOTE          TO CNB-SB-SEQUENCIA
           MOVE "B"                   TO CNB-SB-SEGMENTO
           MOVE 1                     TO CNB-SB-TIPO-INSCRICAO
           MOVE ZEROS                 TO CNB-SB-INSCRICAO
                                         CNB-SB-NUMERO
                                         CNB-SB-CEP
                                         CNB-SB-ABATIMENTO
                                         CNB-SB-DESCONTO
                                         CNB-SB-MORA
                                         CNB-SB-MULTA
                                         CNB-SB-AVISO
                                         CNB-SB-CODIGO-UG
           MOVE WRK-DATA-CREDITO      TO CNB-SB-VENCIMENTO
           MOVE REM-DET-VALOR         TO CNB-SB-VALOR-DOCUMENTO
           MOVE REM-DET-MATRICULA     TO CNB-SB-DOCUMENTO-MAT
           WRITE REG-CNAB240
           ADD 1 TO WRK-ARQ-REGISTROS.

       4400-TRAILER-LOTE SECTION.
      *== registros do lote: header, segmentos e trailer
           MOVE SPACES                TO REG-CNAB240
           MOVE WRK-BANCO-LEIAUTE     TO CNB-TL-BANCO
           MOVE 1                     TO CNB-TL-LOTE
           MOVE 5                     TO CNB-TL-TIPO
           COMPUTE CNB-TL-QTDE-REGISTROS = WRK-SEQ-LOTE + 2
           MOVE WRK-LOTE-VALOR        TO CNB-TL-SOMA-VALORES
           MOVE ZEROS                 TO CNB-TL-SOMA-MOEDAS
                                         CNB-TL-AVISO-DEBITO
           WRITE REG-CNAB240
           ADD 1 TO WRK-ARQ-REGISTROS.

       4500-TRAILER-ARQUIVO SECTION.
           ADD 1 TO WRK-ARQ-REGISTROS
           MOVE SPACES                TO REG-CNAB240
           MOVE WRK-BANCO-LEIAUTE     TO CNB-TA-BANCO
           MOVE 9999                  TO CNB-TA-LOTE
           MOVE 9                     TO CNB-TA-TIPO
           MOVE 1                     TO CNB-TA-QTDE-LOTES
           MOVE WRK-ARQ-REGISTROS     TO CNB-TA-QTDE-REGISTROS
           MOVE ZEROS                 TO CNB-TA-QTDE-CONTAS
           WRITE REG-CNAB240.

       8000-DATA-CNAB SECTION.
      *== o CNAB 240 grava as datas como DDMMAAAA
           MOVE WRK-DAM-DIA TO WRK-DDM-DIA
           MOVE WRK-DAM-MES TO WRK-DDM-MES
           MOVE WRK-DAM-ANO TO WRK-DDM-ANO.

       9000-CONFERE-GERADO SECTION.
      *== a soma dos arquivos CNAB tem de fechar com o
      *== trailer de controle da remessa interna
           IF WRK-GCN-QTDE NOT = WRK-TRL-QTDE
              OR WRK-GCN-VALOR NOT = WRK-TRL-VALOR
               MOVE "D" TO WRK-GCN-RESULTADO
               DISPLAY "ARQUIVOS CNAB NAO FECHAM COM A REMESSA "
                       WRK-ARQ-INTERNO " - " WRK-GCN-QTDE
                       " CREDITOS GERADOS, TRAILER " WRK-TRL-QTDE
           END-IF.
