       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONLGPD.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Anonimizacao LGPD dos desligados ha mais
      *==            de N anos (retencao informada, como no
      *==            ARQMESTR) - o nome, a agencia e a conta
      *==            do funcionario e o nome dos dependentes
      *==            viram um marcador neutro no mestre
      *==            EMPREGDB, no acervo EMPREGHS, no DEPENDDB,
      *==            nas imagens antes/depois da trilha MSTRLOG
      *==            e na imagem dos eventos do eSocial
      *==            (ESOCCTL). Matricula e valores ficam como
      *==            estao, para os totais legais (FOLHAHST e
      *==            demais arquivos de valores so guardam a
      *==            matricula). A alteracao do mestre sai na
      *==            trilha pela GRAVAMST e e anonimizada na
      *==            mesma rodada. Relatorio de controle
      *==            RELANON com cada matricula tratada e os
      *==            totais por arquivo, e o hash de salarios
      *==            do mestre antes e depois - tem de bater.
      *==            Exige supervisor (nivel 3).
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - O codigo do banco incluido no EMPREGRC
      *==                    tambem e zerado junto com a agencia e a
      *==                    conta.
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
           SELECT HISTORICO-FILE ASSIGN TO "EMPREGHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-MATRICULA
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENTES.
           SELECT MSTRLOG-FILE ASSIGN TO "MSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MSTRLOG.
           SELECT TRABALHO-FILE ASSIGN TO "LGPDTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRABALHO.
           SELECT CONTROLE-FILE ASSIGN TO "ESOCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.
           SELECT RELATORIO-FILE ASSIGN TO "RELANON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "emphstrc.cpy".

       FD  DEPENDENTES-FILE
           LABEL RECORD IS STANDARD.
       COPY "dependrc.cpy".

       FD  MSTRLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "mstlgrc.cpy".

       FD  TRABALHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-TRABALHO            PIC X(270).

       FD  CONTROLE-FILE
           LABEL RECORD IS STANDARD.
       COPY "esocctrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-CORTE.
           05  FILLER              PIC X(36)
                   VALUE "ANONIMIZADOS OS DESLIGADOS ANTES DE".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-CAB-DATA        PIC 9(08).
           05  FILLER              PIC X(35) VALUE SPACES.
       01  REL-ANONIMIZADO.
           05  REL-ANO-ARQUIVO     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-ANO-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(07) VALUE " DESL. ".
           05  REL-ANO-DATA        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-ANO-DETALHE     PIC X(47).
       01  REL-RESUMO.
           05  REL-RES-ROTULO      PIC X(44).
           05  FILLER              PIC X(02).
           05  REL-RES-QTDE        PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-RES-HASH==.
           05  FILLER              PIC X(10).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "ANONLGPD".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-DEPENDENTES    PIC X(02) VALUE "00".
       77 WRK-FS-MSTRLOG        PIC X(02) VALUE "00".
       77 WRK-FS-TRABALHO       PIC X(02) VALUE "00".
       77 WRK-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-ANOS-ENT          PIC X(02) VALUE SPACES.
       77 WRK-ANOS-RETENCAO     PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       77 WRK-DATA-CORTE        PIC 9(08) VALUE ZEROS.
      *== marcador neutro que substitui nome de funcionario e
      *== de dependente; e por ele que as passadas seguintes
      *== reconhecem a matricula ja anonimizada
       77 WRK-NOME-ANONIMO      PIC X(30)
                                VALUE "ANONIMIZADO - LGPD".
      *== imagem do registro do mestre (acervo e trilha)
       01 WRK-IMAGEM.
           05  WRK-IMG-MATRICULA    PIC 9(06).
           05  WRK-IMG-NOME         PIC X(30).
           05  FILLER               PIC X(26).
           05  WRK-IMG-SITUACAO     PIC X(01).
           05  WRK-IMG-DATA-DESLIG  PIC 9(08).
           05  FILLER               PIC X(08).
           05  WRK-IMG-AGENCIA      PIC 9(04).
           05  WRK-IMG-CONTA        PIC 9(08).
           05  WRK-IMG-CONTA-DV     PIC 9(01).
           05  FILLER               PIC X(06).
           05  WRK-IMG-BANCO        PIC 9(03).
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-TIT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-TIT-ULTIMA        PIC 9(06) VALUE ZEROS.
       77 WRK-TIT-ANONIMO       PIC X(01) VALUE "N".
       77 WRK-MESTRE-OK         PIC X(01) VALUE "N".
       77 WRK-ACERVO-OK         PIC X(01) VALUE "N".
       77 WRK-TRILHA-MUDOU      PIC X(01) VALUE "N".
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-CNT-MESTRE        PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-MESTRE-JA     PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ACERVO        PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ACERVO-JA     PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-DEPENDENTES   PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-TRILHA        PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ESOCIAL       PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LIDOS-MESTRE  PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-ANTES        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-HASH-DEPOIS       PIC 9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-FIM NOT = "S"
           PERFORM 2000-ANONIMIZA-MESTRE
           PERFORM 3000-ANONIMIZA-ACERVO
           PERFORM 3900-ABRE-CONSULTA
           PERFORM 4000-ANONIMIZA-DEPENDENTES
           PERFORM 5000-ANONIMIZA-TRILHA
           PERFORM 6000-ANONIMIZA-ESOCIAL
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       CALL "SIGNON" USING BY REFERENCE WRK-SGN-OPERADOR-ID
                           WRK-SGN-NOME
                           WRK-SGN-NIVEL
                           WRK-SGN-RESULTADO
                           WRK-NOME-JOB.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 3
           DISPLAY "ACESSO NEGADO - ANONIMIZACAO LGPD EXIGE "
                   "SUPERVISOR (NIVEL 3)"
           MOVE "ACESSO NEGADO NA ANONIMIZACAO LGPD"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE SPACES TO WRK-ANOS-ENT.
       PERFORM 1100-RECEBE-RETENCAO
           UNTIL WRK-ANOS-ENT NUMERIC
             AND WRK-ANOS-ENT NOT = "00".
       MOVE WRK-ANOS-ENT TO WRK-ANOS-RETENCAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       COMPUTE WRK-DATA-CORTE = WRK-DATA-HOJE
                              - WRK-ANOS-RETENCAO * 10000.
       DISPLAY "DESLIGADOS ANTES DE " WRK-DATA-CORTE
               " TERAO NOME, CONTA E DEPENDENTES ANONIMIZADOS "
               "SEM VOLTA".
       DISPLAY "CONFIRMA A ANONIMIZACAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "ANONIMIZACAO CANCELADA PELO OPERADOR"
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "ANONIMIZACAO LGPD" TO WRK-CAB-TITULO.
       MOVE "ARQUIVO   MATRIC  DESLIGAMENTO    ANONIMIZADO"
                                 TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE WRK-DATA-CORTE TO REL-CAB-DATA.
       WRITE REL-LINHA FROM REL-CORTE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-RETENCAO     SECTION.
       DISPLAY "RETENCAO EM ANOS APOS O DESLIGAMENTO - DESLIGADOS "
               "HA MAIS TEMPO SERAO ANONIMIZADOS "
       ACCEPT WRK-ANOS-ENT.
       IF WRK-ANOS-ENT NOT NUMERIC
          OR WRK-ANOS-ENT = "00"
           DISPLAY "RETENCAO INVALIDA - DIGITE DE 01 A 99 ANOS"
       END-IF.

      *=====================================================
      *== mestre EMPREGDB - nome e conta, com trilha
      *=====================================================
       2000-ANONIMIZA-MESTRE    SECTION.
       OPEN I-O EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "AVISO: MESTRE EMPREGDB INDISPONIVEL - NAO "
                   "ANONIMIZADO"
           GO TO 2000-ANONIMIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 2100-AVALIA-FUNCIONARIO UNTIL WRK-EOF = "S".
       CLOSE EMPREGADOS-FILE.

       2000-ANONIMIZA-SAIDA.
           EXIT.

       2100-AVALIA-FUNCIONARIO  SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2100-AVALIA-SAIDA
       END-READ.
       ADD 1           TO WRK-CNT-LIDOS-MESTRE.
       ADD REG-SALARIO TO WRK-HASH-ANTES.
       IF REG-DESLIGADO
          AND REG-DATA-DESLIGAMENTO NOT = ZEROS
          AND REG-DATA-DESLIGAMENTO < WRK-DATA-CORTE
           IF REG-NOME = WRK-NOME-ANONIMO
               ADD 1 TO WRK-CNT-MESTRE-JA
           ELSE
               PERFORM 2200-ANONIMIZA-FUNCIONARIO
           END-IF
       END-IF.
       ADD REG-SALARIO TO WRK-HASH-DEPOIS.

       2100-AVALIA-SAIDA.
           EXIT.

       2200-ANONIMIZA-FUNCIONARIO SECTION.
       MOVE REG-EMPREGADO    TO WRK-IMAGEM-ANTES.
       MOVE WRK-NOME-ANONIMO TO REG-NOME.
       MOVE ZEROS            TO REG-BANCO REG-AGENCIA REG-CONTA
                                REG-CONTA-DV.
       REWRITE REG-EMPREGADO
           INVALID KEY
               DISPLAY "ERRO AO ANONIMIZAR A MATRICULA "
                       REG-MATRICULA " - FS " WRK-FS-EMPREGADOS
               MOVE WRK-IMAGEM-ANTES TO REG-EMPREGADO
               GO TO 2200-ANONIMIZA-SAIDA
       END-REWRITE.
       MOVE REG-EMPREGADO TO WRK-IMAGEM-DEPOIS.
       CALL "GRAVAMST" USING BY REFERENCE WRK-NOME-JOB
                             WRK-MST-OPERACAO
                             REG-MATRICULA
                             WRK-IMAGEM-ANTES
                             WRK-IMAGEM-DEPOIS.
       ADD 1 TO WRK-CNT-MESTRE.
       MOVE "EMPREGDB"            TO REL-ANO-ARQUIVO.
       MOVE REG-MATRICULA         TO REL-ANO-MATRICULA.
       MOVE REG-DATA-DESLIGAMENTO TO REL-ANO-DATA.
       MOVE "NOME E DADOS BANCARIOS" TO REL-ANO-DETALHE.
       PERFORM 8500-IMPRIME-ANONIMIZADO.

       2200-ANONIMIZA-SAIDA.
           EXIT.

      *=====================================================
      *== acervo EMPREGHS (ARQMESTR) - mesma imagem do
      *== mestre, sem trilha (o acervo nao tem GRAVAMST)
      *=====================================================
       3000-ANONIMIZA-ACERVO    SECTION.
       OPEN I-O HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           GO TO 3000-ANONIMIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 3100-AVALIA-ACERVO UNTIL WRK-EOF = "S".
       CLOSE HISTORICO-FILE.

       3000-ANONIMIZA-SAIDA.
           EXIT.

       3100-AVALIA-ACERVO       SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 3100-AVALIA-SAIDA
       END-READ.
       MOVE REG-EMPREGADO-HIST TO WRK-IMAGEM.
       IF WRK-IMG-SITUACAO NOT = "D"
          OR WRK-IMG-DATA-DESLIG NOT NUMERIC
          OR WRK-IMG-DATA-DESLIG = ZEROS
          OR WRK-IMG-DATA-DESLIG NOT < WRK-DATA-CORTE
           GO TO 3100-AVALIA-SAIDA
       END-IF.
       IF WRK-IMG-NOME = WRK-NOME-ANONIMO
           ADD 1 TO WRK-CNT-ACERVO-JA
           GO TO 3100-AVALIA-SAIDA
       END-IF.
       PERFORM 3200-LIMPA-IMAGEM.
       MOVE WRK-IMAGEM TO REG-EMPREGADO-HIST.
       REWRITE REG-EMPREGADO-HIST
           INVALID KEY
               DISPLAY "ERRO AO ANONIMIZAR A MATRICULA "
                       HST-MATRICULA " NO ACERVO - FS "
                       WRK-FS-HISTORICO
               GO TO 3100-AVALIA-SAIDA
       END-REWRITE.
       ADD 1 TO WRK-CNT-ACERVO.
       MOVE "EMPREGHS"          TO REL-ANO-ARQUIVO.
       MOVE WRK-IMG-MATRICULA   TO REL-ANO-MATRICULA.
       MOVE WRK-IMG-DATA-DESLIG TO REL-ANO-DATA.
       MOVE "NOME E DADOS BANCARIOS" TO REL-ANO-DETALHE.
       PERFORM 8500-IMPRIME-ANONIMIZADO.

       3100-AVALIA-SAIDA.
           EXIT.

       3200-LIMPA-IMAGEM        SECTION.
       MOVE WRK-NOME-ANONIMO TO WRK-IMG-NOME.
       MOVE ZEROS            TO WRK-IMG-BANCO WRK-IMG-AGENCIA
                                WRK-IMG-CONTA WRK-IMG-CONTA-DV.

      *=====================================================
      *== daqui em diante a matricula anonimizada e a que
      *== tem o marcador no mestre ou no acervo
      *=====================================================
       3900-ABRE-CONSULTA       SECTION.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-MESTRE-OK
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "00"
           MOVE "S" TO WRK-ACERVO-OK
       END-IF.
       MOVE ZEROS TO WRK-TIT-ULTIMA.
       MOVE "N"   TO WRK-TIT-ANONIMO.

       3950-VERIFICA-TITULAR    SECTION.
       IF WRK-TIT-MATRICULA = WRK-TIT-ULTIMA
           GO TO 3950-VERIFICA-SAIDA
       END-IF.
       MOVE WRK-TIT-MATRICULA TO WRK-TIT-ULTIMA.
       MOVE "N" TO WRK-TIT-ANONIMO.
       IF WRK-MESTRE-OK = "S"
           MOVE WRK-TIT-MATRICULA TO REG-MATRICULA
           READ EMPREGADOS-FILE KEY IS REG-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-NOME = WRK-NOME-ANONIMO
                       MOVE "S" TO WRK-TIT-ANONIMO
                   END-IF
                   GO TO 3950-VERIFICA-SAIDA
           END-READ
       END-IF.
       IF WRK-ACERVO-OK = "S"
           MOVE WRK-TIT-MATRICULA TO HST-MATRICULA
           READ HISTORICO-FILE KEY IS HST-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HST-DADOS(1:30) = WRK-NOME-ANONIMO
                       MOVE "S" TO WRK-TIT-ANONIMO
                   END-IF
           END-READ
       END-IF.

       3950-VERIFICA-SAIDA.
           EXIT.

      *=====================================================
      *== dependentes do titular anonimizado
      *=====================================================
       4000-ANONIMIZA-DEPENDENTES SECTION.
       OPEN I-O DEPENDENTES-FILE.
       IF WRK-FS-DEPENDENTES NOT = "00"
           GO TO 4000-ANONIMIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 4100-AVALIA-DEPENDENTE UNTIL WRK-EOF = "S".
       CLOSE DEPENDENTES-FILE.

       4000-ANONIMIZA-SAIDA.
           EXIT.

       4100-AVALIA-DEPENDENTE   SECTION.
       READ DEPENDENTES-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 4100-AVALIA-SAIDA
       END-READ.
       IF DEP-NOME = WRK-NOME-ANONIMO
           GO TO 4100-AVALIA-SAIDA
       END-IF.
       MOVE DEP-MATRICULA TO WRK-TIT-MATRICULA.
       PERFORM 3950-VERIFICA-TITULAR.
       IF WRK-TIT-ANONIMO NOT = "S"
           GO TO 4100-AVALIA-SAIDA
       END-IF.
       MOVE WRK-NOME-ANONIMO TO DEP-NOME.
       REWRITE REG-DEPENDENTE
           INVALID KEY
               DISPLAY "ERRO AO ANONIMIZAR DEPENDENTE DA MATRICULA "
                       DEP-MATRICULA " - FS " WRK-FS-DEPENDENTES
               GO TO 4100-AVALIA-SAIDA
       END-REWRITE.
       ADD 1 TO WRK-CNT-DEPENDENTES.

       4100-AVALIA-SAIDA.
           EXIT.

      *=====================================================
      *== trilha MSTRLOG - imagens antes/depois; separa no
      *== arquivo de trabalho e regrava, como o ARQLOGS
      *=====================================================
       5000-ANONIMIZA-TRILHA    SECTION.
       OPEN INPUT MSTRLOG-FILE.
       IF WRK-FS-MSTRLOG NOT = "00"
           GO TO 5000-ANONIMIZA-SAIDA
       END-IF.
       OPEN OUTPUT TRABALHO-FILE.
       MOVE "N" TO WRK-EOF.
       PERFORM 5100-AVALIA-TRILHA UNTIL WRK-EOF = "S".
       CLOSE MSTRLOG-FILE.
       CLOSE TRABALHO-FILE.
      *== sem entrada anonimizada a trilha fica intocada
       IF WRK-TRILHA-MUDOU = "S"
           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT MSTRLOG-FILE
           MOVE "N" TO WRK-EOF
           PERFORM 5300-COPIA-TRABALHO UNTIL WRK-EOF = "S"
           CLOSE TRABALHO-FILE
           CLOSE MSTRLOG-FILE
       END-IF.

       5000-ANONIMIZA-SAIDA.
           EXIT.

       5100-AVALIA-TRILHA       SECTION.
       READ MSTRLOG-FILE
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 5100-AVALIA-SAIDA
       END-READ.
       MOVE MST-MATRICULA TO WRK-TIT-MATRICULA.
       PERFORM 3950-VERIFICA-TITULAR.
       IF WRK-TIT-ANONIMO = "S"
           PERFORM 5200-LIMPA-TRILHA
       END-IF.
       MOVE REG-MSTRLOG TO REG-TRABALHO.
       WRITE REG-TRABALHO.

       5100-AVALIA-SAIDA.
           EXIT.

       5200-LIMPA-TRILHA        SECTION.
       IF MST-IMAGEM-ANTES NOT = SPACES
           MOVE MST-IMAGEM-ANTES TO WRK-IMAGEM
           IF WRK-IMG-NOME NOT = WRK-NOME-ANONIMO
               PERFORM 3200-LIMPA-IMAGEM
               MOVE WRK-IMAGEM TO MST-IMAGEM-ANTES
               ADD 1 TO WRK-CNT-TRILHA
               MOVE "S" TO WRK-TRILHA-MUDOU
           END-IF
       END-IF.
       IF MST-IMAGEM-DEPOIS NOT = SPACES
           MOVE MST-IMAGEM-DEPOIS TO WRK-IMAGEM
           IF WRK-IMG-NOME NOT = WRK-NOME-ANONIMO
               PERFORM 3200-LIMPA-IMAGEM
               MOVE WRK-IMAGEM TO MST-IMAGEM-DEPOIS
               ADD 1 TO WRK-CNT-TRILHA
               MOVE "S" TO WRK-TRILHA-MUDOU
           END-IF
       END-IF.

       5300-COPIA-TRABALHO      SECTION.
       READ TRABALHO-FILE
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE REG-TRABALHO TO REG-MSTRLOG
               WRITE REG-MSTRLOG
       END-READ.

      *=====================================================
      *== controle do eSocial - o nome na imagem do evento
      *== (posicoes 44 a 73 do registro de detalhe)
      *=====================================================
       6000-ANONIMIZA-ESOCIAL   SECTION.
       OPEN I-O CONTROLE-FILE.
       IF WRK-FS-CONTROLE NOT = "00"
           GO TO 6000-ANONIMIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 6100-AVALIA-EVENTO UNTIL WRK-EOF = "S".
       CLOSE CONTROLE-FILE.

       6000-ANONIMIZA-SAIDA.
           EXIT.

       6100-AVALIA-EVENTO       SECTION.
       READ CONTROLE-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 6100-AVALIA-SAIDA
       END-READ.
       IF ESC-CONTEUDO(44:30) = WRK-NOME-ANONIMO
          OR ESC-CONTEUDO(44:30) = SPACES
           GO TO 6100-AVALIA-SAIDA
       END-IF.
       MOVE ESC-MATRICULA TO WRK-TIT-MATRICULA.
       PERFORM 3950-VERIFICA-TITULAR.
       IF WRK-TIT-ANONIMO NOT = "S"
           GO TO 6100-AVALIA-SAIDA
       END-IF.
       MOVE WRK-NOME-ANONIMO TO ESC-CONTEUDO(44:30).
       REWRITE REG-ESOCIAL-CTL
           INVALID KEY
               DISPLAY "ERRO AO ANONIMIZAR EVENTO DA MATRICULA "
                       ESC-MATRICULA " - FS " WRK-FS-CONTROLE
               GO TO 6100-AVALIA-SAIDA
       END-REWRITE.
       ADD 1 TO WRK-CNT-ESOCIAL.

       6100-AVALIA-SAIDA.
           EXIT.

       8500-IMPRIME-ANONIMIZADO SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-ANONIMIZADO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       8600-IMPRIME-RESUMO      SECTION.
       WRITE REL-LINHA FROM REL-RESUMO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE "OPE-NIVEL"        TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-FIM = "S"
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-MESTRE-OK = "S"
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-ACERVO-OK = "S"
           CLOSE HISTORICO-FILE
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 10 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES TO REL-RESUMO.
       MOVE "MESTRE EMPREGDB - MATRICULAS ANONIMIZADAS"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-MESTRE       TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "MESTRE EMPREGDB - JA ANONIMIZADAS ANTES"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-MESTRE-JA    TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "ACERVO EMPREGHS - MATRICULAS ANONIMIZADAS"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-ACERVO       TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "ACERVO EMPREGHS - JA ANONIMIZADAS ANTES"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-ACERVO-JA    TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "DEPENDDB - DEPENDENTES ANONIMIZADOS"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-DEPENDENTES  TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "MSTRLOG - IMAGENS DA TRILHA ANONIMIZADAS"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-TRILHA       TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "ESOCCTL - EVENTOS ANONIMIZADOS" TO REL-RES-ROTULO.
       MOVE WRK-CNT-ESOCIAL      TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "EMPREGDB LIDO - HASH DE SALARIOS ANTES"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-LIDOS-MESTRE TO REL-RES-QTDE.
       MOVE WRK-HASH-ANTES       TO REL-RES-HASH.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE SPACES TO REL-RESUMO.
       MOVE "EMPREGDB GRAVADO - HASH DE SALARIOS DEPOIS"
                                 TO REL-RES-ROTULO.
       MOVE WRK-CNT-LIDOS-MESTRE TO REL-RES-QTDE.
       MOVE WRK-HASH-DEPOIS      TO REL-RES-HASH.
       PERFORM 8600-IMPRIME-RESUMO.
       IF WRK-HASH-ANTES NOT = WRK-HASH-DEPOIS
           MOVE "*** HASH DE SALARIOS NAO CONFERE ***" TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY "*** ANONIMIZACAO ALTEROU VALORES DO MESTRE - "
                   "VERIFICAR ***"
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "ANONIMIZACAO LGPD CONCLUIDA - " WRK-CNT-MESTRE
                   " NO MESTRE, " WRK-CNT-ACERVO " NO ACERVO, "
                   WRK-CNT-DEPENDENTES " DEPENDENTES"
       END-IF.
       CLOSE RELATORIO-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
