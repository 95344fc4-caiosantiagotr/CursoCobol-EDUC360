       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTOP.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Recertificacao periodica de acessos
      *==            (RELRECER), rodada pelo supervisor:
      *==            1) revisao do cadastro OPERADOR - nivel,
      *==               situacao, validade e idade da senha e
      *==               ultimo sign-on com sucesso no ACESSLOG,
      *==               com o resumo de quem pode aprovar o que
      *==               (ativos por nivel);
      *==            2) bloqueio automatico (situacao B) do
      *==               operador ativo sem sign-on ha mais de N
      *==               dias, cada bloqueio gravado no EXCPTLOG;
      *==               destrava pelo reset do CADOPER;
      *==            3) segregacao de funcoes - alteracao de
      *==               salario do PENDSAL aprovada ou emendada
      *==               por quem a lancou (PSA-OPERADOR =
      *==               PSA-SUPERVISOR), e excecao do EXCPTMOV
      *==               disposta no DISPOLOG por quem a lancou.
      *==            Operador que nunca aparece no ACESSLOG so e
      *==            bloqueado se o log cobre a janela inteira
      *==            (primeiro registro mais antigo que N dias);
      *==            senao sai como SEM ACESSO para revisao.
      *==            A idade da senha conta da ultima troca (o
      *==            SIGNON grava validade = troca + 90 dias).
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
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT ACESSO-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESSO.
           SELECT PENDENCIA-FILE ASSIGN TO "PENDSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSA-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIA.
           SELECT EXCECAO-FILE ASSIGN TO "EXCPTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECAO.
           SELECT DISPOLOG-FILE ASSIGN TO "DISPOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISPOLOG.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.
           SELECT RELATORIO-FILE ASSIGN TO "RELRECER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "operadrc.cpy".

       FD  ACESSO-FILE
           LABEL RECORD IS STANDARD.
       COPY "aceslgrc.cpy".

       FD  PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "pendsarc.cpy".

       FD  EXCECAO-FILE
           LABEL RECORD IS STANDARD.
      *== linha do AULA11: momento na 100, operador na 122
       01  REG-EXCECAO-MOV         PIC X(141).

       FD  DISPOLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "dispolrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-OPERADOR.
           05  REL-OPE-ID          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-OPE-NOME        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-OPE-NIVEL       PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OPE-SITUACAO    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OPE-VALIDADE    PIC 9(08).
           05  REL-OPE-VALIDADE-X REDEFINES REL-OPE-VALIDADE
                                   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-OPE-IDADE       PIC ZZZ9.
           05  REL-OPE-IDADE-X REDEFINES REL-OPE-IDADE
                                   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-OPE-ULTIMO      PIC 9(08).
           05  REL-OPE-ULTIMO-X REDEFINES REL-OPE-ULTIMO
                                   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-OPE-DIAS        PIC ZZZZ9.
           05  REL-OPE-DIAS-X REDEFINES REL-OPE-DIAS
                                   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-OPE-ACAO        PIC X(12).
           05  FILLER              PIC X(03) VALUE SPACES.
       01  REL-CONFLITO.
           05  REL-SOD-ORIGEM      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-SOD-OPERADOR    PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-SOD-CHAVE       PIC X(21).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-SOD-DECISAO     PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-SOD-MOTIVO      PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-SOD-DATA        PIC X(08).
           05  FILLER              PIC X(20) VALUE SPACES.
       01  REL-TITULO.
           05  FILLER              PIC X(04) VALUE "*** ".
           05  REL-TIT-TEXTO       PIC X(60).
           05  FILLER              PIC X(16) VALUE SPACES.
       01  REL-RESUMO.
           05  REL-RES-ROTULO      PIC X(45).
           05  REL-RES-QTDE        PIC ZZZZ9.
           05  FILLER              PIC X(30) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RECERTOP".
       77 WRK-FS-OPERADOR       PIC X(02) VALUE "00".
       77 WRK-FS-ACESSO         PIC X(02) VALUE "00".
       77 WRK-FS-PENDENCIA      PIC X(02) VALUE "00".
       77 WRK-FS-EXCECAO        PIC X(02) VALUE "00".
       77 WRK-FS-DISPOLOG       PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-LIMITE-ENT        PIC X(03) VALUE SPACES.
       77 WRK-LIMITE-DIAS       PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       01 WRK-DATA-REGISTRO     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-REGISTRO-X REDEFINES WRK-DATA-REGISTRO
                                PIC X(08).
       77 WRK-DIAS-HOJE         PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-REGISTRO     PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE-DIAS        PIC S9(05) VALUE ZEROS.
       77 WRK-COBRE-JANELA      PIC X(01) VALUE "N".
          88 WRK-LOG-COBRE-JANELA         VALUE "S".
       77 WRK-PRIMEIRO-ACESSO   PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-ACESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-DORMENTE          PIC X(01) VALUE "N".
          88 WRK-OPE-DORMENTE             VALUE "S".
      *== ultimo sign-on com sucesso por operador (ACESSLOG)
       77 WRK-ACS-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-ACS-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-ACS-ACHADO-IDX    PIC 9(03) VALUE ZEROS.
       77 WRK-ACS-CHAVE         PIC X(08) VALUE SPACES.
       01 WRK-TAB-ACESSOS.
          05 WRK-ACS-ITEM OCCURS 500 TIMES.
             10 WRK-ACS-OPERADOR  PIC X(08).
             10 WRK-ACS-DATA      PIC 9(08).
      *== disposicoes do DISPOLOG, para cruzar com o EXCPTMOV
       77 WRK-DSP-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-DSP-IDX           PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-DISPOSICOES.
          05 WRK-DSP-ITEM OCCURS 500 TIMES.
             10 WRK-DSP-CHAVE      PIC X(21).
             10 WRK-DSP-DECISAO    PIC X(01).
             10 WRK-DSP-MOTIVO     PIC X(05).
             10 WRK-DSP-SUPERVISOR PIC X(08).
             10 WRK-DSP-DATA       PIC X(08).
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-CNT-OPERADORES    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL1        PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL2        PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL3        PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-INATIVOS      PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-JA-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-BLOQUEADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-ACESSO    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SENHA-VENCIDA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SOD-SALARIO   PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SOD-EXCECAO   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-FIM NOT = "S"
           PERFORM 2000-CARREGA-ACESSOS
           PERFORM 3000-REVISA-OPERADORES
           PERFORM 4000-SEGREGACAO-SALARIO
           PERFORM 5000-SEGREGACAO-EXCECAO
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
           DISPLAY "ACESSO NEGADO - RECERTIFICACAO DE ACESSOS "
                   "EXIGE SUPERVISOR (NIVEL 3)"
           MOVE "OPE-NIVEL" TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA RECERTIFICACAO DE ACESSO"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE SPACES TO WRK-LIMITE-ENT.
       PERFORM 1100-RECEBE-LIMITE
           UNTIL WRK-LIMITE-ENT NUMERIC
             AND WRK-LIMITE-ENT NOT = "000".
       MOVE WRK-LIMITE-ENT TO WRK-LIMITE-DIAS.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "RECERTIFICACAO DE ACESSOS" TO WRK-CAB-TITULO.
       MOVE "OPERADOR NOME                 N  S  VALIDADE IDAD"
         TO WRK-REL-COLUNAS.
       MOVE "ULT.SIGN DIAS  ACAO" TO WRK-REL-COLUNAS(51:19).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-LIMITE       SECTION.
       DISPLAY "BLOQUEAR OPERADOR SEM SIGN-ON HA MAIS DE QUANTOS "
               "DIAS "
       ACCEPT WRK-LIMITE-ENT.
       IF WRK-LIMITE-ENT NOT NUMERIC
          OR WRK-LIMITE-ENT = "000"
           DISPLAY "LIMITE INVALIDO - DIGITE DE 001 A 999 DIAS"
       END-IF.

      *=====================================================
      *== ACESSLOG - ultimo sign-on com sucesso de cada
      *== operador e primeiro dia coberto pelo log
      *=====================================================
       2000-CARREGA-ACESSOS     SECTION.
       MOVE "N" TO WRK-EOF.
       OPEN INPUT ACESSO-FILE.
       IF WRK-FS-ACESSO NOT = "00"
           DISPLAY "ACESSLOG AUSENTE - NENHUM OPERADOR SERA "
                   "BLOQUEADO POR INATIVIDADE"
           GO TO 2000-CARREGA-SAIDA
       END-IF.
       PERFORM 2100-LE-ACESSO.
       PERFORM 2200-TRATA-ACESSO UNTIL WRK-EOF = "S".
       CLOSE ACESSO-FILE.
       IF WRK-PRIMEIRO-ACESSO > ZEROS
           MOVE WRK-PRIMEIRO-ACESSO TO WRK-DATA-REGISTRO
           COMPUTE WRK-DIAS-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REGISTRO)
           IF WRK-DIAS-HOJE - WRK-DIAS-REGISTRO
              > WRK-LIMITE-DIAS
               MOVE "S" TO WRK-COBRE-JANELA
           END-IF
       END-IF.

       2000-CARREGA-SAIDA.
           EXIT.

       2100-LE-ACESSO           SECTION.
       READ ACESSO-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2200-TRATA-ACESSO        SECTION.
       MOVE ACL-DATA-HORA(1:8) TO WRK-DATA-REGISTRO-X.
       IF WRK-DATA-REGISTRO-X NOT NUMERIC
          OR WRK-DATA-REGISTRO = ZEROS
           GO TO 2200-TRATA-SAIDA
       END-IF.
       IF WRK-PRIMEIRO-ACESSO = ZEROS
          OR WRK-DATA-REGISTRO < WRK-PRIMEIRO-ACESSO
           MOVE WRK-DATA-REGISTRO TO WRK-PRIMEIRO-ACESSO
       END-IF.
       IF NOT ACL-SUCESSO
           GO TO 2200-TRATA-SAIDA
       END-IF.
       MOVE ACL-OPERADOR TO WRK-ACS-CHAVE.
       PERFORM 2300-ACHA-OPERADOR.
       IF WRK-ACS-ACHADO-IDX = ZEROS
           IF WRK-ACS-QTDE < 500
               ADD 1 TO WRK-ACS-QTDE
               MOVE ACL-OPERADOR
                 TO WRK-ACS-OPERADOR(WRK-ACS-QTDE)
               MOVE WRK-DATA-REGISTRO
                 TO WRK-ACS-DATA(WRK-ACS-QTDE)
           ELSE
               DISPLAY "TABELA DE ACESSOS CHEIA - "
                       ACL-OPERADOR " SEM ULTIMO SIGN-ON"
           END-IF
           GO TO 2200-TRATA-SAIDA
       END-IF.
       IF WRK-DATA-REGISTRO > WRK-ACS-DATA(WRK-ACS-ACHADO-IDX)
           MOVE WRK-DATA-REGISTRO
             TO WRK-ACS-DATA(WRK-ACS-ACHADO-IDX)
       END-IF.

       2200-TRATA-SAIDA.
           PERFORM 2100-LE-ACESSO.

       2300-ACHA-OPERADOR       SECTION.
      *== localiza WRK-ACS-CHAVE na tabela de ultimos acessos
       MOVE ZEROS TO WRK-ACS-ACHADO-IDX.
       PERFORM 2310-PROCURA-OPERADOR
           VARYING WRK-ACS-IDX FROM 1 BY 1
           UNTIL WRK-ACS-IDX > WRK-ACS-QTDE
              OR WRK-ACS-ACHADO-IDX > ZEROS.

       2310-PROCURA-OPERADOR    SECTION.
       IF WRK-ACS-OPERADOR(WRK-ACS-IDX) = WRK-ACS-CHAVE
           MOVE WRK-ACS-IDX TO WRK-ACS-ACHADO-IDX
       END-IF.

      *=====================================================
      *== OPERADOR - revisao de cada conta e bloqueio da
      *== conta ativa sem sign-on dentro do limite
      *=====================================================
       3000-REVISA-OPERADORES   SECTION.
       MOVE "N" TO WRK-EOF.
       OPEN I-O OPERADOR-FILE.
       IF WRK-FS-OPERADOR NOT = "00"
           MOVE "CADASTRO OPERADOR INDISPONIVEL" TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
           DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - FS "
                   WRK-FS-OPERADOR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-REVISA-SAIDA
       END-IF.
       PERFORM 3100-LE-OPERADOR.
       PERFORM 3200-AVALIA-OPERADOR UNTIL WRK-EOF = "S".
       CLOSE OPERADOR-FILE.
       PERFORM 3500-RESUMO-OPERADORES.

       3000-REVISA-SAIDA.
           EXIT.

       3100-LE-OPERADOR         SECTION.
       READ OPERADOR-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       3200-AVALIA-OPERADOR     SECTION.
       ADD 1 TO WRK-CNT-OPERADORES.
       MOVE SPACES        TO REL-OPERADOR.
       MOVE OPE-ID        TO REL-OPE-ID.
       MOVE OPE-NOME      TO REL-OPE-NOME.
       MOVE OPE-NIVEL     TO REL-OPE-NIVEL.
       MOVE OPE-SITUACAO  TO REL-OPE-SITUACAO.
       PERFORM 3300-IDADE-SENHA.
      *== ultimo sign-on com sucesso
       MOVE OPE-ID TO WRK-ACS-CHAVE.
       PERFORM 2300-ACHA-OPERADOR.
       MOVE "N" TO WRK-DORMENTE.
       IF WRK-ACS-ACHADO-IDX = ZEROS
           MOVE "NUNCA" TO REL-OPE-ULTIMO-X
           MOVE SPACES  TO REL-OPE-DIAS-X
           IF WRK-LOG-COBRE-JANELA
               MOVE "S" TO WRK-DORMENTE
           ELSE
               IF OPE-ATIVO
                   ADD 1 TO WRK-CNT-SEM-ACESSO
                   MOVE "SEM ACESSO" TO REL-OPE-ACAO
               END-IF
           END-IF
       ELSE
           MOVE WRK-ACS-DATA(WRK-ACS-ACHADO-IDX)
             TO WRK-ULTIMO-ACESSO
           MOVE WRK-ULTIMO-ACESSO TO REL-OPE-ULTIMO
           MOVE WRK-ULTIMO-ACESSO TO WRK-DATA-REGISTRO
           COMPUTE WRK-DIAS-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REGISTRO)
           COMPUTE WRK-IDADE-DIAS =
                   WRK-DIAS-HOJE - WRK-DIAS-REGISTRO
           MOVE WRK-IDADE-DIAS TO REL-OPE-DIAS
           IF WRK-IDADE-DIAS > WRK-LIMITE-DIAS
               MOVE "S" TO WRK-DORMENTE
           END-IF
       END-IF.
       IF OPE-ATIVO
           IF OPE-NIVEL-CONSULTA
               ADD 1 TO WRK-CNT-NIVEL1
           END-IF
           IF OPE-NIVEL-CADASTRO
               ADD 1 TO WRK-CNT-NIVEL2
           END-IF
           IF OPE-NIVEL-SUPERVISOR
               ADD 1 TO WRK-CNT-NIVEL3
           END-IF
           IF WRK-OPE-DORMENTE
               PERFORM 3400-BLOQUEIA-OPERADOR
           END-IF
       END-IF.
       IF OPE-INATIVO
           ADD 1 TO WRK-CNT-INATIVOS
       END-IF.
       IF OPE-BLOQUEADO
          AND REL-OPE-ACAO = SPACES
           ADD 1 TO WRK-CNT-JA-BLOQUEADOS
       END-IF.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-OPERADOR.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 3100-LE-OPERADOR.

       3300-IDADE-SENHA         SECTION.
      *== validade zerada: senha nunca registrada ou resetada
      *== pelo CADOPER - troca obrigatoria no proximo sign-on
       MOVE OPE-VALIDADE TO WRK-DATA-REGISTRO.
       IF WRK-DATA-REGISTRO-X NOT NUMERIC
          OR WRK-DATA-REGISTRO = ZEROS
           MOVE "TROCA"  TO REL-OPE-VALIDADE-X
           MOVE " -- "   TO REL-OPE-IDADE-X
           GO TO 3300-IDADE-SAIDA
       END-IF.
       MOVE WRK-DATA-REGISTRO TO REL-OPE-VALIDADE.
       COMPUTE WRK-DIAS-REGISTRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-REGISTRO).
       COMPUTE WRK-IDADE-DIAS =
               WRK-DIAS-HOJE - WRK-DIAS-REGISTRO + 90.
       IF WRK-IDADE-DIAS < ZEROS
           MOVE ZEROS TO WRK-IDADE-DIAS
       END-IF.
       MOVE WRK-IDADE-DIAS TO REL-OPE-IDADE.
       IF WRK-DATA-HOJE > WRK-DATA-REGISTRO
           ADD 1 TO WRK-CNT-SENHA-VENCIDA
       END-IF.

       3300-IDADE-SAIDA.
           EXIT.

       3400-BLOQUEIA-OPERADOR   SECTION.
       MOVE "B" TO OPE-SITUACAO.
       REWRITE REG-OPERADOR
           INVALID KEY
               DISPLAY "FALHA AO BLOQUEAR " OPE-ID " - FS "
                       WRK-FS-OPERADOR
               MOVE "A" TO OPE-SITUACAO
               MOVE "FALHA BLOQ." TO REL-OPE-ACAO
               GO TO 3400-BLOQUEIA-SAIDA
       END-REWRITE.
       ADD 1 TO WRK-CNT-BLOQUEADOS.
       MOVE OPE-SITUACAO  TO REL-OPE-SITUACAO.
       MOVE "BLOQUEADO"   TO REL-OPE-ACAO.
       MOVE "OPE-SITUACAO" TO WRK-EXC-CAMPO.
       MOVE SPACES TO WRK-EXC-DESCRICAO.
       STRING "BLOQUEIO POR INATIVIDADE " DELIMITED BY SIZE
              OPE-ID                      DELIMITED BY SPACE
              " POR "                     DELIMITED BY SIZE
              WRK-SGN-OPERADOR-ID         DELIMITED BY SPACE
              INTO WRK-EXC-DESCRICAO.
       PERFORM 0900-GRAVA-EXCECAO.

       3400-BLOQUEIA-SAIDA.
           EXIT.

       3500-RESUMO-OPERADORES   SECTION.
       IF WRK-REL-LINHAS-PAGINA + 10 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE "OPERADORES CADASTRADOS" TO REL-RES-ROTULO.
       MOVE WRK-CNT-OPERADORES TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "ATIVOS NIVEL 1 - CONSULTA" TO REL-RES-ROTULO.
       MOVE WRK-CNT-NIVEL1 TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "ATIVOS NIVEL 2 - CAPTURA E CADASTRO"
         TO REL-RES-ROTULO.
       MOVE WRK-CNT-NIVEL2 TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "ATIVOS NIVEL 3 - SUPERVISOR (APROVAM)"
         TO REL-RES-ROTULO.
       MOVE WRK-CNT-NIVEL3 TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "BLOQUEADOS AGORA POR INATIVIDADE" TO REL-RES-ROTULO.
       MOVE WRK-CNT-BLOQUEADOS TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "JA BLOQUEADOS ANTES" TO REL-RES-ROTULO.
       MOVE WRK-CNT-JA-BLOQUEADOS TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "INATIVOS" TO REL-RES-ROTULO.
       MOVE WRK-CNT-INATIVOS TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "ATIVOS SEM ACESSO NO LOG (LOG NAO COBRE)"
         TO REL-RES-ROTULO.
       MOVE WRK-CNT-SEM-ACESSO TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.
       MOVE "SENHAS VENCIDAS" TO REL-RES-ROTULO.
       MOVE WRK-CNT-SENHA-VENCIDA TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.

      *=====================================================
      *== segregacao de funcoes - PENDSAL: alteracao de
      *== salario aprovada/emendada por quem a lancou
      *=====================================================
       4000-SEGREGACAO-SALARIO  SECTION.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE "SEGREGACAO DE FUNCOES - ALTERACAO SALARIAL (PENDSAL)"
         TO REL-TIT-TEXTO.
       PERFORM 8500-IMPRIME-TITULO.
       MOVE "ORIGEM    OPERADOR CHAVE                  D  MOTIVO"
         TO REL-LINHA.
       MOVE "DECISAO" TO REL-LINHA(53:7).
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE "N" TO WRK-EOF.
       OPEN INPUT PENDENCIA-FILE.
       IF WRK-FS-PENDENCIA NOT = "00"
           MOVE "FILA PENDSAL AUSENTE - NADA A CONFERIR"
             TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
           GO TO 4000-SEGREGACAO-SAIDA
       END-IF.
       PERFORM 4100-LE-PENDENCIA.
       PERFORM 4200-CONFERE-PENDENCIA UNTIL WRK-EOF = "S".
       CLOSE PENDENCIA-FILE.
       MOVE "ALTERACOES APROVADAS POR QUEM LANCOU"
         TO REL-RES-ROTULO.
       MOVE WRK-CNT-SOD-SALARIO TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.

       4000-SEGREGACAO-SAIDA.
           EXIT.

       4100-LE-PENDENCIA        SECTION.
       READ PENDENCIA-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       4200-CONFERE-PENDENCIA   SECTION.
       IF (PSA-APROVADA OR PSA-EMENDADA)
          AND PSA-SUPERVISOR NOT = SPACES
          AND PSA-OPERADOR = PSA-SUPERVISOR
           ADD 1 TO WRK-CNT-SOD-SALARIO
           MOVE SPACES            TO REL-CONFLITO
           MOVE "SALARIO"         TO REL-SOD-ORIGEM
           MOVE PSA-SUPERVISOR    TO REL-SOD-OPERADOR
           STRING PSA-MATRICULA " " PSA-DATA-HORA
                  DELIMITED BY SIZE INTO REL-SOD-CHAVE
           MOVE PSA-SITUACAO      TO REL-SOD-DECISAO
           MOVE PSA-MOTIVO        TO REL-SOD-MOTIVO
           MOVE PSA-DATA-DECISAO(1:8) TO REL-SOD-DATA
           PERFORM 8700-IMPRIME-CONFLITO
       END-IF.
       PERFORM 4100-LE-PENDENCIA.

      *=====================================================
      *== segregacao de funcoes - EXCPTMOV x DISPOLOG:
      *== excecao disposta por quem a lancou
      *=====================================================
       5000-SEGREGACAO-EXCECAO  SECTION.
       IF WRK-REL-LINHAS-PAGINA + 4 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE "SEGREGACAO DE FUNCOES - EXCECOES (EXCPTMOV/DISPOLOG)"
         TO REL-TIT-TEXTO.
       PERFORM 8500-IMPRIME-TITULO.
       PERFORM 5100-CARREGA-DISPOSICOES.
       MOVE "N" TO WRK-EOF.
       OPEN INPUT EXCECAO-FILE.
       IF WRK-FS-EXCECAO NOT = "00"
           MOVE "EXCPTMOV AUSENTE - NADA A CONFERIR" TO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
           GO TO 5000-SEGREGACAO-SAIDA
       END-IF.
       PERFORM 5300-LE-EXCECAO.
       PERFORM 5400-CONFERE-EXCECAO UNTIL WRK-EOF = "S".
       CLOSE EXCECAO-FILE.
       MOVE "EXCECOES DISPOSTAS POR QUEM LANCOU"
         TO REL-RES-ROTULO.
       MOVE WRK-CNT-SOD-EXCECAO TO REL-RES-QTDE.
       PERFORM 8600-IMPRIME-RESUMO.

       5000-SEGREGACAO-SAIDA.
           EXIT.

       5100-CARREGA-DISPOSICOES SECTION.
       MOVE "N" TO WRK-EOF.
       OPEN INPUT DISPOLOG-FILE.
       IF WRK-FS-DISPOLOG NOT = "00"
           MOVE "S" TO WRK-EOF
       END-IF.
       PERFORM 5200-LE-DISPOSICAO UNTIL WRK-EOF = "S".
       IF WRK-FS-DISPOLOG = "00"
           CLOSE DISPOLOG-FILE
       END-IF.

       5200-LE-DISPOSICAO       SECTION.
       READ DISPOLOG-FILE
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF WRK-DSP-QTDE < 500
                   ADD 1 TO WRK-DSP-QTDE
                   MOVE DSP-CHAVE
                     TO WRK-DSP-CHAVE(WRK-DSP-QTDE)
                   MOVE DSP-DECISAO
                     TO WRK-DSP-DECISAO(WRK-DSP-QTDE)
                   MOVE DSP-MOTIVO
                     TO WRK-DSP-MOTIVO(WRK-DSP-QTDE)
                   MOVE DSP-SUPERVISOR
                     TO WRK-DSP-SUPERVISOR(WRK-DSP-QTDE)
                   MOVE DSP-DATA-HORA(1:8)
                     TO WRK-DSP-DATA(WRK-DSP-QTDE)
               ELSE
                   DISPLAY "TABELA DE DISPOSICOES CHEIA - "
                           "DISPOSICOES RECENTES FORA DA CONFERENCIA"
               END-IF
       END-READ.

       5300-LE-EXCECAO          SECTION.
       READ EXCECAO-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       5400-CONFERE-EXCECAO     SECTION.
      *== linha antiga, sem o operador que lancou: nao ha o
      *== que cruzar
       IF REG-EXCECAO-MOV(122:20) NOT = SPACES
           PERFORM 5500-PROCURA-DISPOSICAO
               VARYING WRK-DSP-IDX FROM 1 BY 1
               UNTIL WRK-DSP-IDX > WRK-DSP-QTDE
       END-IF.
       PERFORM 5300-LE-EXCECAO.

       5500-PROCURA-DISPOSICAO  SECTION.
       IF WRK-DSP-CHAVE(WRK-DSP-IDX) = REG-EXCECAO-MOV(100:21)
          AND WRK-DSP-SUPERVISOR(WRK-DSP-IDX)
              = REG-EXCECAO-MOV(122:20)
           ADD 1 TO WRK-CNT-SOD-EXCECAO
           MOVE SPACES            TO REL-CONFLITO
           MOVE "EXCECAO"         TO REL-SOD-ORIGEM
           MOVE WRK-DSP-SUPERVISOR(WRK-DSP-IDX)
                                  TO REL-SOD-OPERADOR
           MOVE WRK-DSP-CHAVE(WRK-DSP-IDX)   TO REL-SOD-CHAVE
           MOVE WRK-DSP-DECISAO(WRK-DSP-IDX) TO REL-SOD-DECISAO
           MOVE WRK-DSP-MOTIVO(WRK-DSP-IDX)  TO REL-SOD-MOTIVO
           MOVE WRK-DSP-DATA(WRK-DSP-IDX)    TO REL-SOD-DATA
           PERFORM 8700-IMPRIME-CONFLITO
       END-IF.

       8500-IMPRIME-TITULO      SECTION.
       WRITE REL-LINHA FROM REL-TITULO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       8600-IMPRIME-RESUMO      SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-RESUMO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       8700-IMPRIME-CONFLITO    SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-CONFLITO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       CLOSE EXCPTLOG-FILE.
       IF WRK-FIM = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       CLOSE RELATORIO-FILE.
       DISPLAY "RECERTIFICACAO - " WRK-CNT-OPERADORES
               " OPERADORES, " WRK-CNT-BLOQUEADOS
               " BLOQUEADOS POR INATIVIDADE".
       DISPLAY "SEGREGACAO - " WRK-CNT-SOD-SALARIO
               " ALTERACOES SALARIAIS E " WRK-CNT-SOD-EXCECAO
               " EXCECOES DECIDIDAS POR QUEM LANCOU".

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
