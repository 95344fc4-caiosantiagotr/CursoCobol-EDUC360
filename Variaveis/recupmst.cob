       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPMST.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Recuperacao do arquivo mestre EMPREGDB ate
      *==            um momento escolhido - a RECARGA so volta
      *==            ate a descarga da noite, e o dia inteiro
      *==            de inclusoes, transferencias e contas
      *==            tinha de ser redigitado de memoria. Com
      *==            sign-on de supervisor (nivel 3): recarrega
      *==            a geracao escolhida do catalogo BKCATLG
      *==            (mesmas conferencias de trailer e catalogo
      *==            da RECARGA) e reaplica, na ordem da
      *==            trilha MSTRLOG, as inclusoes, alteracoes e
      *==            exclusoes gravadas depois daquela geracao
      *==            ate a data e hora informadas. Cada entrada
      *==            e conferida contra a imagem antes; a
      *==            divergencia sai no RELRECUP e a imagem
      *==            depois prevalece. Fecha com quantidade e
      *==            hash de salarios esperados (geracao mais
      *==            trilha) contra os do EMPREGDB recuperado.
      *==            A reaplicacao nao grava de novo na trilha.
      *==            RETURN-CODE 0 limpo, 4 com divergencias,
      *==            8 recarga ou totais nao conferem (o
      *==            EMPREGDB recuperado NAO deve ser usado).
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.
           SELECT CATALOGO-FILE ASSIGN TO "BKCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-GERACAO
               FILE STATUS IS WRK-FS-CATALOGO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT MSTRLOG-FILE ASSIGN TO "MSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MSTRLOG.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.
           SELECT RELATORIO-FILE ASSIGN TO "RELRECUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           LABEL RECORD IS STANDARD.
       01  REG-BACKUP.
           05  BKP-TIPO               PIC X(01).
               88  BKP-DETALHE           VALUE "D".
               88  BKP-TRAILER           VALUE "T".
           05  BKP-DADOS              PIC X(101).
       01  REG-BACKUP-TRAILER REDEFINES REG-BACKUP.
           05  FILLER                 PIC X(01).
           05  BKP-TRL-QTDE           PIC 9(07).
           05  BKP-TRL-HASH-SALARIO   PIC 9(12)V99.
           05  FILLER                 PIC X(80).

       FD  CATALOGO-FILE
           LABEL RECORD IS STANDARD.
       COPY "bkcatrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  MSTRLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "mstlgrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DIVERGENCIA.
           05  REL-DIV-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DIV-OPERACAO    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DIV-MOMENTO     PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DIV-DESCRICAO   PIC X(53).
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(40).
           05  FILLER              PIC X(02).
           05  REL-TOT-QTDE        PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(02).
           05  REL-TOT-HASH        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(09).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RECUPMST".
       77 WRK-FS-BACKUP         PIC X(02) VALUE "00".
       77 WRK-FS-CATALOGO       PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-MSTRLOG        PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       01 WRK-ARQ-BACKUP.
           05  FILLER               PIC X(06) VALUE "EMPGBK".
           05  WRK-ARQ-GERACAO      PIC 9(03).
           05  FILLER               PIC X(03) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-RECUPERA          PIC X(01) VALUE "N".
          88 WRK-PODE-RECUPERAR           VALUE "S".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-GERACAO-ENT       PIC X(03) VALUE SPACES.
       77 WRK-GERACAO           PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMA-GERACAO    PIC 9(03) VALUE ZEROS.
       77 WRK-EOF-CATALOGO      PIC X(01) VALUE "N".
       77 WRK-CAT-QTDE          PIC 9(07) VALUE ZEROS.
       77 WRK-CAT-HASH          PIC 9(12)V99 VALUE ZEROS.
      *== momento da geracao (AAAAMMDDHHMMSS): a trilha e
      *== reaplicada do que veio depois dele ate o limite
       77 WRK-CORTE-GERACAO     PIC X(14) VALUE SPACES.
       77 WRK-LIMITE-ENT        PIC X(14) VALUE SPACES.
       77 WRK-LIMITE            PIC X(14) VALUE SPACES.
       77 WRK-LIMITE-OK         PIC X(01) VALUE "N".
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-TRILHA        PIC X(01) VALUE "N".
       77 WRK-ACHOU-TRAILER     PIC X(01) VALUE "N".
          88 WRK-TRAILER-LIDO             VALUE "S".
       77 WRK-BALANCEOU         PIC X(01) VALUE "N".
          88 WRK-RECARGA-BALANCEADA       VALUE "S".
       77 WRK-TOTAIS-OK         PIC X(01) VALUE "N".
          88 WRK-TOTAIS-CONFEREM          VALUE "S".
       77 WRK-EXISTE            PIC X(01) VALUE "N".
       01 WRK-IMAGEM-ATUAL      PIC X(101) VALUE SPACES.
       77 WRK-DIV-DESCRICAO     PIC X(53) VALUE SPACES.
       77 WRK-CNT-RECARGA       PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-SALARIO      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTDE-ESPERADA     PIC S9(07) VALUE ZEROS.
       77 WRK-HASH-ESPERADO     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QTDE-FINAL        PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-FINAL        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CNT-ANTERIORES    PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-POSTERIORES   PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-INCLUSOES     PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ALTERACOES    PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-EXCLUSOES     PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-DIVERGENCIAS  PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ERROS         PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-PODE-RECUPERAR
           PERFORM 2000-RECARREGA-GERACAO
           IF WRK-RECARGA-BALANCEADA
               PERFORM 3000-REAPLICA-TRILHA
               PERFORM 4000-CONFERE-TOTAIS
           END-IF
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
           DISPLAY "ACESSO NEGADO - RECUPERACAO DO MESTRE EXIGE "
                   "SUPERVISOR (NIVEL 3)"
           MOVE "ACESSO NEGADO NA RECUPERACAO DO MESTRE"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1100-ESCOLHE-GERACAO.
       IF WRK-CORTE-GERACAO = SPACES
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "N" TO WRK-LIMITE-OK.
       PERFORM 1200-RECEBE-LIMITE UNTIL WRK-LIMITE-OK = "S".
      *== como na RECARGA, o indexado so e derrubado com a
      *== descarga e a trilha abertas
       OPEN INPUT BACKUP-FILE.
       IF WRK-FS-BACKUP NOT = "00"
           DISPLAY "DESCARGA " WRK-ARQ-BACKUP
                   " AUSENTE - RECUPERACAO ABANDONADA"
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT MSTRLOG-FILE.
       IF WRK-FS-MSTRLOG NOT = "00"
           DISPLAY "TRILHA MSTRLOG AUSENTE - SEM O QUE REAPLICAR, "
                   "USE A RECARGA (OPCAO 23)"
           CLOSE BACKUP-FILE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       DISPLAY "O EMPREGDB ATUAL SERA SUBSTITUIDO PELA GERACAO "
               WRK-GERACAO " MAIS A TRILHA ATE " WRK-LIMITE.
       DISPLAY "CONFIRMA A RECUPERACAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "RECUPERACAO CANCELADA PELO OPERADOR"
           CLOSE BACKUP-FILE
           CLOSE MSTRLOG-FILE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN OUTPUT EMPREGADOS-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "RECUPERACAO DO MESTRE" TO WRK-CAB-TITULO.
       MOVE "MATRIC  O  MOMENTO         OCORRENCIA NA TRILHA"
                                  TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE "S" TO WRK-RECUPERA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-ESCOLHE-GERACAO     SECTION.
      *== sem o catalogo nao se sabe o momento da geracao, e
      *== sem ele nao ha como saber o que reaplicar
       OPEN INPUT CATALOGO-FILE.
       IF WRK-FS-CATALOGO NOT = "00"
           DISPLAY "CATALOGO BKCATLG AUSENTE - RECUPERACAO "
                   "ABANDONADA"
           GO TO 1100-ESCOLHE-SAIDA
       END-IF.
       DISPLAY "GERACOES NO CATALOGO:".
       MOVE "N"   TO WRK-EOF-CATALOGO.
       MOVE ZEROS TO CAT-GERACAO.
       START CATALOGO-FILE KEY IS >= CAT-GERACAO
           INVALID KEY
               MOVE "S" TO WRK-EOF-CATALOGO
       END-START.
       PERFORM 1110-LISTA-CATALOGO
           UNTIL WRK-EOF-CATALOGO = "S".
       MOVE SPACES TO WRK-GERACAO-ENT.
       PERFORM 1120-RECEBE-GERACAO
           UNTIL WRK-GERACAO-ENT NUMERIC.
       MOVE WRK-GERACAO-ENT TO WRK-GERACAO.
       IF WRK-GERACAO = ZEROS
           MOVE WRK-ULTIMA-GERACAO TO WRK-GERACAO
       END-IF.
       MOVE WRK-GERACAO TO CAT-GERACAO.
       READ CATALOGO-FILE KEY IS CAT-GERACAO
           INVALID KEY
               DISPLAY "GERACAO " WRK-GERACAO
                       " NAO ESTA NO CATALOGO - RECUPERACAO "
                       "ABANDONADA"
           NOT INVALID KEY
               MOVE CAT-QTDE           TO WRK-CAT-QTDE
               MOVE CAT-HASH-SALARIO   TO WRK-CAT-HASH
               MOVE CAT-DATA-HORA(1:14) TO WRK-CORTE-GERACAO
       END-READ.
       CLOSE CATALOGO-FILE.
       MOVE WRK-GERACAO TO WRK-ARQ-GERACAO.

       1100-ESCOLHE-SAIDA.
           EXIT.

       1110-LISTA-CATALOGO      SECTION.
       READ CATALOGO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-CATALOGO
           NOT AT END
               IF CAT-CONTROLE
                   MOVE CAT-ULTIMA-GERACAO
                     TO WRK-ULTIMA-GERACAO
                   DISPLAY "  ULTIMA GRAVADA " CAT-ULTIMA-GERACAO
                           " RETENCAO " CAT-RETENCAO
               ELSE
                   DISPLAY "  GERACAO " CAT-GERACAO
                           " DE " CAT-DATA-HORA(1:14)
                           " REGISTROS " CAT-QTDE
                           " HASH " CAT-HASH-SALARIO
               END-IF
       END-READ.

       1120-RECEBE-GERACAO      SECTION.
       DISPLAY "GERACAO BASE DA RECUPERACAO (000 = ULTIMA "
               "GRAVADA) "
       ACCEPT WRK-GERACAO-ENT.
       IF WRK-GERACAO-ENT NOT NUMERIC
           DISPLAY "GERACAO INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1200-RECEBE-LIMITE       SECTION.
       DISPLAY "REAPLICAR A TRILHA ATE (AAAAMMDDHHMMSS, ZEROS = "
               "TRILHA INTEIRA) "
       ACCEPT WRK-LIMITE-ENT.
       IF WRK-LIMITE-ENT NOT NUMERIC
           DISPLAY "MOMENTO INVALIDO - DIGITE OS 14 DIGITOS"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       IF WRK-LIMITE-ENT = ZEROS
           MOVE ALL "9" TO WRK-LIMITE
       ELSE
           MOVE WRK-LIMITE-ENT TO WRK-LIMITE
       END-IF.
       IF WRK-LIMITE NOT > WRK-CORTE-GERACAO
           DISPLAY "MOMENTO ANTERIOR A GERACAO " WRK-GERACAO
                   " (" WRK-CORTE-GERACAO ") - ESCOLHA UM "
                   "MOMENTO POSTERIOR"
           GO TO 1200-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-LIMITE-OK.

       1200-RECEBE-SAIDA.
           EXIT.

      *=====================================================
      *== recarga da geracao, com as conferencias da
      *== RECARGA (trailer e catalogo)
      *=====================================================
       2000-RECARREGA-GERACAO   SECTION.
       PERFORM 2100-LE-DESCARGA.
       PERFORM 2200-RECARREGA UNTIL WRK-EOF = "S".
       IF NOT WRK-TRAILER-LIDO
           DISPLAY "*** TRAILER AUSENTE - DESCARGA TRUNCADA ***"
           MOVE "N" TO WRK-BALANCEOU
       END-IF.
       IF WRK-RECARGA-BALANCEADA
          AND (WRK-CNT-RECARGA NOT = WRK-CAT-QTDE
               OR WRK-HASH-SALARIO NOT = WRK-CAT-HASH)
           DISPLAY "*** TOTAIS NAO BATEM COM O CATALOGO "
                   "BKCATLG ***"
           MOVE "N" TO WRK-BALANCEOU
       END-IF.
       CLOSE BACKUP-FILE.
       CLOSE EMPREGADOS-FILE.
       IF NOT WRK-RECARGA-BALANCEADA
           MOVE "RECUPERACAO - GERACAO NAO BALANCEOU"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           GO TO 2000-RECARREGA-SAIDA
       END-IF.
       MOVE WRK-CNT-RECARGA  TO WRK-QTDE-ESPERADA.
       MOVE WRK-HASH-SALARIO TO WRK-HASH-ESPERADO.
       DISPLAY "GERACAO " WRK-GERACAO " RECARREGADA - "
               WRK-CNT-RECARGA " REGISTROS".
       OPEN I-O EMPREGADOS-FILE.

       2000-RECARREGA-SAIDA.
           EXIT.

       2100-LE-DESCARGA         SECTION.
       READ BACKUP-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2200-RECARREGA           SECTION.
       IF WRK-TRAILER-LIDO
           DISPLAY "REGISTRO APOS O TRAILER DA DESCARGA"
           MOVE "N" TO WRK-BALANCEOU
           GO TO 2200-RECARREGA-SAIDA
       END-IF.
       IF BKP-DETALHE
           MOVE BKP-DADOS TO REG-EMPREGADO
           WRITE REG-EMPREGADO
               INVALID KEY
                   DISPLAY "MATRICULA DUPLICADA NA DESCARGA - "
                           REG-MATRICULA
               NOT INVALID KEY
                   ADD 1           TO WRK-CNT-RECARGA
                   ADD REG-SALARIO TO WRK-HASH-SALARIO
           END-WRITE
       ELSE
           IF BKP-TRAILER
               MOVE "S" TO WRK-ACHOU-TRAILER
               IF BKP-TRL-QTDE NUMERIC
                  AND BKP-TRL-HASH-SALARIO NUMERIC
                  AND WRK-CNT-RECARGA = BKP-TRL-QTDE
                  AND WRK-HASH-SALARIO = BKP-TRL-HASH-SALARIO
                   MOVE "S" TO WRK-BALANCEOU
               ELSE
                   DISPLAY "*** GERACAO NAO BALANCEOU COM O "
                           "TRAILER ***"
               END-IF
           ELSE
               DISPLAY "REGISTRO COM TIPO DESCONHECIDO NA "
                       "DESCARGA - IGNORADO"
           END-IF
       END-IF.

       2200-RECARREGA-SAIDA.
       PERFORM 2100-LE-DESCARGA.

      *=====================================================
      *== reaplicacao da trilha: so o que veio depois da
      *== geracao e ate o limite; a imagem depois prevalece
      *=====================================================
       3000-REAPLICA-TRILHA     SECTION.
       MOVE "N" TO WRK-EOF-TRILHA.
       PERFORM 3100-LE-TRILHA.
       PERFORM 3200-REAPLICA-ENTRADA UNTIL WRK-EOF-TRILHA = "S".
       CLOSE MSTRLOG-FILE.

       3100-LE-TRILHA           SECTION.
       READ MSTRLOG-FILE
           AT END
               MOVE "S" TO WRK-EOF-TRILHA
       END-READ.

       3200-REAPLICA-ENTRADA    SECTION.
       IF MST-DATA-HORA(1:14) NOT > WRK-CORTE-GERACAO
           ADD 1 TO WRK-CNT-ANTERIORES
           GO TO 3200-REAPLICA-SAIDA
       END-IF.
       IF MST-DATA-HORA(1:14) > WRK-LIMITE
           ADD 1 TO WRK-CNT-POSTERIORES
           GO TO 3200-REAPLICA-SAIDA
       END-IF.
       MOVE MST-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               MOVE "N" TO WRK-EXISTE
           NOT INVALID KEY
               MOVE "S" TO WRK-EXISTE
               MOVE REG-EMPREGADO TO WRK-IMAGEM-ATUAL
       END-READ.
       IF MST-OPER-INCLUSAO
           PERFORM 3300-REAPLICA-INCLUSAO
       ELSE
           IF MST-OPER-ALTERACAO
               PERFORM 3400-REAPLICA-ALTERACAO
           ELSE
               IF MST-OPER-EXCLUSAO
                   PERFORM 3500-REAPLICA-EXCLUSAO
               ELSE
                   MOVE "OPERACAO DESCONHECIDA NA TRILHA - IGNORADA"
                                  TO WRK-DIV-DESCRICAO
                   PERFORM 3800-REGISTRA-DIVERGENCIA
               END-IF
           END-IF
       END-IF.

       3200-REAPLICA-SAIDA.
       PERFORM 3100-LE-TRILHA.

       3300-REAPLICA-INCLUSAO   SECTION.
       ADD 1 TO WRK-CNT-INCLUSOES.
       IF WRK-EXISTE = "S"
           MOVE "INCLUSAO DE MATRICULA JA EXISTENTE - REGRAVADA"
                                  TO WRK-DIV-DESCRICAO
           PERFORM 3800-REGISTRA-DIVERGENCIA
           PERFORM 3600-REGRAVA-DEPOIS
       ELSE
           PERFORM 3700-INCLUI-DEPOIS
       END-IF.

       3400-REAPLICA-ALTERACAO  SECTION.
       ADD 1 TO WRK-CNT-ALTERACOES.
       IF WRK-EXISTE = "N"
           MOVE "ALTERACAO DE MATRICULA AUSENTE - INCLUIDA"
                                  TO WRK-DIV-DESCRICAO
           PERFORM 3800-REGISTRA-DIVERGENCIA
           PERFORM 3700-INCLUI-DEPOIS
           GO TO 3400-REAPLICA-SAIDA
       END-IF.
       IF WRK-IMAGEM-ATUAL NOT = MST-IMAGEM-ANTES
           MOVE "IMAGEM ANTES NAO CONFERE - ALTERACAO APLICADA"
                                  TO WRK-DIV-DESCRICAO
           PERFORM 3800-REGISTRA-DIVERGENCIA
       END-IF.
       PERFORM 3600-REGRAVA-DEPOIS.

       3400-REAPLICA-SAIDA.
           EXIT.

       3500-REAPLICA-EXCLUSAO   SECTION.
       ADD 1 TO WRK-CNT-EXCLUSOES.
       IF WRK-EXISTE = "N"
           MOVE "EXCLUSAO DE MATRICULA AUSENTE - IGNORADA"
                                  TO WRK-DIV-DESCRICAO
           PERFORM 3800-REGISTRA-DIVERGENCIA
           GO TO 3500-REAPLICA-SAIDA
       END-IF.
       IF WRK-IMAGEM-ATUAL NOT = MST-IMAGEM-ANTES
           MOVE "IMAGEM ANTES NAO CONFERE - EXCLUSAO APLICADA"
                                  TO WRK-DIV-DESCRICAO
           PERFORM 3800-REGISTRA-DIVERGENCIA
       END-IF.
       DELETE EMPREGADOS-FILE RECORD
           INVALID KEY
               MOVE "ERRO AO EXCLUIR DO EMPREGDB"
                                  TO WRK-DIV-DESCRICAO
               PERFORM 3800-REGISTRA-DIVERGENCIA
               ADD 1 TO WRK-CNT-ERROS
           NOT INVALID KEY
               SUBTRACT 1           FROM WRK-QTDE-ESPERADA
               SUBTRACT REG-SALARIO FROM WRK-HASH-ESPERADO
       END-DELETE.

       3500-REAPLICA-SAIDA.
           EXIT.

       3600-REGRAVA-DEPOIS      SECTION.
      *== REG-EMPREGADO ainda tem o registro lido: o salario
      *== dele sai do hash antes da imagem depois entrar
       SUBTRACT REG-SALARIO FROM WRK-HASH-ESPERADO.
       MOVE MST-IMAGEM-DEPOIS TO REG-EMPREGADO.
       REWRITE REG-EMPREGADO
           INVALID KEY
               MOVE "ERRO AO REGRAVAR NO EMPREGDB"
                                  TO WRK-DIV-DESCRICAO
               PERFORM 3800-REGISTRA-DIVERGENCIA
               ADD 1 TO WRK-CNT-ERROS
               MOVE WRK-IMAGEM-ATUAL TO REG-EMPREGADO
       END-REWRITE.
       ADD REG-SALARIO TO WRK-HASH-ESPERADO.

       3700-INCLUI-DEPOIS       SECTION.
       MOVE MST-IMAGEM-DEPOIS TO REG-EMPREGADO.
       WRITE REG-EMPREGADO
           INVALID KEY
               MOVE "ERRO AO INCLUIR NO EMPREGDB"
                                  TO WRK-DIV-DESCRICAO
               PERFORM 3800-REGISTRA-DIVERGENCIA
               ADD 1 TO WRK-CNT-ERROS
           NOT INVALID KEY
               ADD 1           TO WRK-QTDE-ESPERADA
               ADD REG-SALARIO TO WRK-HASH-ESPERADO
       END-WRITE.

       3800-REGISTRA-DIVERGENCIA SECTION.
       ADD 1 TO WRK-CNT-DIVERGENCIAS.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE MST-MATRICULA       TO REL-DIV-MATRICULA.
       MOVE MST-OPERACAO        TO REL-DIV-OPERACAO.
       MOVE MST-DATA-HORA(1:14) TO REL-DIV-MOMENTO.
       MOVE WRK-DIV-DESCRICAO   TO REL-DIV-DESCRICAO.
       WRITE REL-LINHA FROM REL-DIVERGENCIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

      *=====================================================
      *== prova final: releitura do EMPREGDB recuperado
      *=====================================================
       4000-CONFERE-TOTAIS      SECTION.
       CLOSE EMPREGADOS-FILE.
       OPEN INPUT EMPREGADOS-FILE.
       MOVE "N" TO WRK-EOF.
       PERFORM 4100-SOMA-REGISTRO UNTIL WRK-EOF = "S".
       IF WRK-QTDE-FINAL = WRK-QTDE-ESPERADA
          AND WRK-HASH-FINAL = WRK-HASH-ESPERADO
          AND WRK-CNT-ERROS = ZEROS
           MOVE "S" TO WRK-TOTAIS-OK
       END-IF.

       4100-SOMA-REGISTRO       SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               ADD 1           TO WRK-QTDE-FINAL
               ADD REG-SALARIO TO WRK-HASH-FINAL
       END-READ.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE "EMPREGDB"         TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF NOT WRK-PODE-RECUPERAR
           MOVE 8 TO RETURN-CODE
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 11 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "REGISTROS DA GERACAO RECARREGADA" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-RECARGA      TO REL-TOT-QTDE.
       MOVE WRK-HASH-SALARIO     TO REL-TOT-HASH.
       WRITE REL-LINHA FROM REL-TOTAL.
       IF NOT WRK-RECARGA-BALANCEADA
           MOVE "*** GERACAO NAO BALANCEOU - TRILHA NAO REAPLICADA"
                                  TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY "*** RECUPERACAO NAO CONFIAVEL - NAO USE O "
                   "EMPREGDB RECONSTRUIDO ***"
           MOVE 8 TO RETURN-CODE
           CLOSE MSTRLOG-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "TRILHA ANTERIOR A GERACAO (JA CONTIDA)"
                                  TO REL-TOT-ROTULO.
       MOVE WRK-CNT-ANTERIORES   TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "TRILHA POSTERIOR AO LIMITE (DESPREZADA)"
                                  TO REL-TOT-ROTULO.
       MOVE WRK-CNT-POSTERIORES  TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "INCLUSOES REAPLICADAS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-INCLUSOES    TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "ALTERACOES REAPLICADAS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-ALTERACOES   TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "EXCLUSOES REAPLICADAS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-EXCLUSOES    TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "DIVERGENCIAS NA REAPLICACAO" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-DIVERGENCIAS TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "TOTAIS ESPERADOS (GERACAO + TRILHA)"
                                  TO REL-TOT-ROTULO.
       MOVE WRK-QTDE-ESPERADA    TO REL-TOT-QTDE.
       MOVE WRK-HASH-ESPERADO    TO REL-TOT-HASH.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES               TO REL-TOTAL.
       MOVE "TOTAIS DO EMPREGDB RECUPERADO" TO REL-TOT-ROTULO.
       MOVE WRK-QTDE-FINAL       TO REL-TOT-QTDE.
       MOVE WRK-HASH-FINAL       TO REL-TOT-HASH.
       WRITE REL-LINHA FROM REL-TOTAL.
       DISPLAY "RECUPERACAO ATE " WRK-LIMITE " - "
               WRK-QTDE-FINAL " REGISTROS, HASH DE SALARIOS "
               WRK-HASH-FINAL.
       IF NOT WRK-TOTAIS-CONFEREM
           MOVE "*** TOTAIS NAO CONFEREM - NAO USE O EMPREGDB ***"
                                  TO REL-LINHA
           WRITE REL-LINHA
           DISPLAY "*** TOTAIS NAO CONFEREM - NAO USE O EMPREGDB "
                   "RECUPERADO ***"
           MOVE "RECUPERACAO - TOTAIS NAO CONFEREM"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE 8 TO RETURN-CODE
           GO TO 9000-FECHA-ARQUIVOS
       END-IF.
       IF WRK-CNT-DIVERGENCIAS > ZEROS
           DISPLAY "RECUPERACAO CONCLUIDA COM "
                   WRK-CNT-DIVERGENCIAS
                   " DIVERGENCIAS - VER RELRECUP"
           MOVE "RECUPERACAO COM DIVERGENCIAS NA TRILHA"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE 4 TO RETURN-CODE
       ELSE
           DISPLAY "RECUPERACAO CONCLUIDA E CONFERIDA"
           MOVE ZEROS TO RETURN-CODE
       END-IF.

       9000-FECHA-ARQUIVOS.
       CLOSE EMPREGADOS-FILE.
       CLOSE RELATORIO-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
