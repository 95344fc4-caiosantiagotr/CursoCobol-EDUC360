       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTITUL.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Relatorio do titular para pedido de
      *==            acesso da LGPD ("que dados voces tem sobre
      *==            mim") - para uma matricula, os dados
      *==            cadastrais do mestre EMPREGDB ou, para o
      *==            desligado ja arquivado, do acervo
      *==            EMPREGHS; os dependentes do DEPENDDB; as
      *==            entradas da trilha MSTRLOG e os eventos do
      *==            eSocial (ESOCCTL), que guardam copia do
      *==            nome; e, no fim, o quadro de todos os
      *==            arquivos da suite com quantos registros
      *==            cada um guarda da matricula e que dado e.
      *==            Matricula ja tratada pelo ANONLGPD sai
      *==            marcada como anonimizada. Mesmo molde do
      *==            RELDOSSI.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Conta sai com o codigo do banco incluido no
      *==                    EMPREGRC.
      *==   15/10/2026 CAS - Quadro passa a contar os exames medicos
      *==                    (ASODB), as cartas emitidas (CARTALOG)
      *==                    e as variacoes de folha da matricula
      *==                    revisadas (VARFOLRV).
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
           SELECT CONTROLE-FILE ASSIGN TO "ESOCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT FOLHACAL-FILE ASSIGN TO "FOLHACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHACAL.
           SELECT FOLHAHST-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-FOLHAHST.
           SELECT HISTFIL-FILE ASSIGN TO "HISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HFL-CHAVE
               FILE STATUS IS WRK-FS-HISTFIL.
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
           SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT AFASTAMENTO-FILE ASSIGN TO "AFASTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
           SELECT PENDENCIA-FILE ASSIGN TO "PENDSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSA-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIA.
           SELECT BENEFICIO-FILE ASSIGN TO "BENEFDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-MATRICULA
               FILE STATUS IS WRK-FS-BENEFICIO.
           SELECT SALDO-FGTS-FILE ASSIGN TO "FGTSSDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS WRK-FS-SALDO-FGTS.
           SELECT PROVISAO-FILE ASSIGN TO "PROVSDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WRK-FS-PROVISAO.
           SELECT TRAVA-FILE ASSIGN TO "TRAVARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRV-MATRICULA
               FILE STATUS IS WRK-FS-TRAVA.
           SELECT EXAME-FILE ASSIGN TO "ASODB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WRK-FS-EXAME.
           SELECT CARTALOG-FILE ASSIGN TO "CARTALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTALOG.
           SELECT VARIACAO-FILE ASSIGN TO "VARFOLRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAR-CHAVE
               FILE STATUS IS WRK-FS-VARIACAO.
           SELECT RELATORIO-FILE ASSIGN TO "RELTITUL"
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

       FD  CONTROLE-FILE
           LABEL RECORD IS STANDARD.
       COPY "esocctrc.cpy".

       FD  FOLHACAL-FILE
           LABEL RECORD IS STANDARD.
       COPY "folcalrc.cpy".

       FD  FOLHAHST-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  HISTFIL-FILE
           LABEL RECORD IS STANDARD.
       COPY "histfirc.cpy".

       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "feriasrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  ADIANTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "adiantrc.cpy".

       FD  AFASTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "afastrc.cpy".

       FD  CONSIGNADO-FILE
           LABEL RECORD IS STANDARD.
       COPY "consigrc.cpy".

       FD  PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "pendsarc.cpy".

       FD  BENEFICIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "benefrc.cpy".

       FD  SALDO-FGTS-FILE
           LABEL RECORD IS STANDARD.
       COPY "fgtssdrc.cpy".

       FD  PROVISAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "provsdrc.cpy".

       FD  TRAVA-FILE
           LABEL RECORD IS STANDARD.
       COPY "travarrc.cpy".

       FD  EXAME-FILE
           LABEL RECORD IS STANDARD.
       COPY "asorc.cpy".

       FD  CARTALOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "cartlgrc.cpy".

       FD  VARIACAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "varflrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-TITULO.
           05  REL-TIT-TEXTO       PIC X(50).
           05  FILLER              PIC X(30) VALUE SPACES.
       01  REL-CAMPO.
           05  REL-CAM-ROTULO      PIC X(16).
           05  REL-CAM-VALOR       PIC X(40).
           05  FILLER              PIC X(24) VALUE SPACES.
       01  REL-DEPENDENTE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEP-SEQUENCIA   PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEP-NOME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEP-NASCIMENTO  PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEP-PARENTESCO  PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DEP-SITUACAO    PIC X(01).
           05  FILLER              PIC X(28) VALUE SPACES.
       01  REL-OCORRENCIA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OCO-DATA-HORA   PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OCO-TIPO        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OCO-ORIGEM      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OCO-DETALHE     PIC X(32).
       01  REL-INVENTARIO.
           05  REL-INV-ARQUIVO     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-INV-QTDE        PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  REL-INV-CONTEUDO    PIC X(40).
           05  FILLER              PIC X(22) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "RELTITUL".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-DEPENDENTES    PIC X(02) VALUE "00".
       77 WRK-FS-MSTRLOG        PIC X(02) VALUE "00".
       77 WRK-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WRK-FS-FOLHACAL       PIC X(02) VALUE "00".
       77 WRK-FS-FOLHAHST       PIC X(02) VALUE "00".
       77 WRK-FS-HISTFIL        PIC X(02) VALUE "00".
       77 WRK-FS-FERIAS         PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-ADIANTAMENTO   PIC X(02) VALUE "00".
       77 WRK-FS-AFASTAMENTO    PIC X(02) VALUE "00".
       77 WRK-FS-CONSIGNADO     PIC X(02) VALUE "00".
       77 WRK-FS-PENDENCIA      PIC X(02) VALUE "00".
       77 WRK-FS-BENEFICIO      PIC X(02) VALUE "00".
       77 WRK-FS-SALDO-FGTS     PIC X(02) VALUE "00".
       77 WRK-FS-PROVISAO       PIC X(02) VALUE "00".
       77 WRK-FS-TRAVA          PIC X(02) VALUE "00".
       77 WRK-FS-EXAME          PIC X(02) VALUE "00".
       77 WRK-FS-CARTALOG       PIC X(02) VALUE "00".
       77 WRK-FS-VARIACAO       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU-CADASTRO    PIC X(01) VALUE "N".
       77 WRK-TOTAL-REGISTROS   PIC 9(07) VALUE ZEROS.
      *== mesmo marcador gravado pelo ANONLGPD
       77 WRK-NOME-ANONIMO      PIC X(30)
                                VALUE "ANONIMIZADO - LGPD".
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR-ED==.
      *== imagem do registro do mestre (mestre ou acervo)
       01 WRK-IMAGEM.
           05  WRK-IMG-MATRICULA    PIC 9(06).
           05  WRK-IMG-NOME         PIC X(30).
           05  WRK-IMG-IDADE        PIC 9(03).
           05  WRK-IMG-SALARIO      PIC 9(08)V99.
           05  FILLER               PIC X(10).
           05  WRK-IMG-FILIAL       PIC 9(03).
           05  WRK-IMG-SITUACAO     PIC X(01).
           05  WRK-IMG-DATA-DESLIG  PIC 9(08).
           05  WRK-IMG-DATA-ADMISS  PIC 9(08).
           05  WRK-IMG-AGENCIA      PIC 9(04).
           05  WRK-IMG-CONTA        PIC 9(08).
           05  WRK-IMG-CONTA-DV     PIC 9(01).
           05  WRK-IMG-EMPRESA      PIC 9(02).
           05  WRK-IMG-CARGO        PIC 9(04).
           05  WRK-IMG-BANCO        PIC 9(03).
       01 WRK-CONTA-ED.
           05  WRK-CED-BANCO        PIC 9(03).
           05  FILLER               PIC X(01) VALUE "/".
           05  WRK-CED-AGENCIA      PIC 9(04).
           05  FILLER               PIC X(01) VALUE "/".
           05  WRK-CED-CONTA        PIC 9(08).
           05  FILLER               PIC X(01) VALUE "-".
           05  WRK-CED-DV           PIC 9(01).
      *== quadro final - um item por arquivo pesquisado
       77 WRK-INV-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-INV-QTDE          PIC 9(05) VALUE ZEROS.
       77 WRK-INV-CONTEUDO      PIC X(40) VALUE SPACES.
       77 WRK-INV-TOTAL         PIC 9(02) VALUE ZEROS.
       77 WRK-INV-IND           PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-INVENTARIO.
           05  WRK-TAB-ITEM OCCURS 30 TIMES.
               10  WRK-TAB-ARQUIVO  PIC X(08).
               10  WRK-TAB-QTDE     PIC 9(05).
               10  WRK-TAB-CONTEUDO PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-SECAO-CADASTRO.
       PERFORM 3000-SECAO-DEPENDENTES.
       PERFORM 4000-SECAO-TRILHA.
       PERFORM 4500-SECAO-ESOCIAL.
       PERFORM 4700-SECAO-FOLHA-CALCULADA.
       PERFORM 5100-CONTA-FOLHAHST.
       PERFORM 5200-CONTA-HISTFIL.
       PERFORM 5300-CONTA-FERIAS.
       PERFORM 5400-CONTA-FERPAG.
       PERFORM 5500-CONTA-ADIANTAMENTO.
       PERFORM 5600-CONTA-AFASTAMENTO.
       PERFORM 5700-CONTA-CONSIGNADO.
       PERFORM 5800-CONTA-PENDENCIA.
       PERFORM 5900-CONTA-DIRETOS.
       PERFORM 5910-CONTA-EXAME.
       PERFORM 5920-CONTA-CARTALOG.
       PERFORM 5930-CONTA-VARIACAO.
       PERFORM 6000-SECAO-INVENTARIO.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       PERFORM 1100-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-ENT NUMERIC.
       MOVE WRK-MATRICULA-ENT TO WRK-MATRICULA.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "DADOS PESSOAIS DO TITULAR" TO WRK-CAB-TITULO.
       MOVE SPACES TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.

       1100-RECEBE-MATRICULA    SECTION.
       DISPLAY "MATRICULA DO TITULAR "
       ACCEPT WRK-MATRICULA-ENT.
       IF WRK-MATRICULA-ENT NOT NUMERIC
           DISPLAY "MATRICULA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       8200-IMPRIME-TITULO      SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-TITULO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       8300-IMPRIME-CAMPO       SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-CAMPO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       8400-IMPRIME-OCORRENCIA  SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM REL-OCORRENCIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

      *== guarda o arquivo pesquisado para o quadro final
       8600-REGISTRA-ARQUIVO    SECTION.
       IF WRK-INV-TOTAL < 30
           ADD 1 TO WRK-INV-TOTAL
           MOVE WRK-INV-ARQUIVO  TO WRK-TAB-ARQUIVO(WRK-INV-TOTAL)
           MOVE WRK-INV-QTDE     TO WRK-TAB-QTDE(WRK-INV-TOTAL)
           MOVE WRK-INV-CONTEUDO TO WRK-TAB-CONTEUDO(WRK-INV-TOTAL)
           ADD WRK-INV-QTDE      TO WRK-TOTAL-REGISTROS
       END-IF.
       MOVE ZEROS TO WRK-INV-QTDE.

       8700-ARQUIVO-AUSENTE     SECTION.
       MOVE ZEROS TO WRK-INV-QTDE.
       MOVE "(ARQUIVO INDISPONIVEL)" TO WRK-INV-CONTEUDO.
       PERFORM 8600-REGISTRA-ARQUIVO.

      *=====================================================
      *== secao 1 - dados cadastrais (mestre ou acervo)
      *=====================================================
       2000-SECAO-CADASTRO      SECTION.
       MOVE "DADOS CADASTRAIS" TO REL-TIT-TEXTO.
       PERFORM 8200-IMPRIME-TITULO.
       MOVE "EMPREGDB" TO WRK-INV-ARQUIVO.
       MOVE "NOME, DATAS, SALARIO E DADOS BANCARIOS"
                        TO WRK-INV-CONTEUDO.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
       ELSE
           MOVE WRK-MATRICULA TO REG-MATRICULA
           READ EMPREGADOS-FILE KEY IS REG-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-EMPREGADO TO WRK-IMAGEM
                   MOVE "S" TO WRK-ACHOU-CADASTRO
                   MOVE "MESTRE EMPREGDB" TO REL-TIT-TEXTO
                   PERFORM 2100-IMPRIME-CADASTRO
                   MOVE 1 TO WRK-INV-QTDE
           END-READ
           CLOSE EMPREGADOS-FILE
           PERFORM 8600-REGISTRA-ARQUIVO
       END-IF.
       MOVE "EMPREGHS" TO WRK-INV-ARQUIVO.
       MOVE "IMAGEM DO MESTRE DO DESLIGADO ARQUIVADO"
                        TO WRK-INV-CONTEUDO.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
       ELSE
           MOVE WRK-MATRICULA TO HST-MATRICULA
           READ HISTORICO-FILE KEY IS HST-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-EMPREGADO-HIST TO WRK-IMAGEM
                   MOVE "S" TO WRK-ACHOU-CADASTRO
                   MOVE "ACERVO DE DESLIGADOS EMPREGHS"
                                 TO REL-TIT-TEXTO
                   PERFORM 2100-IMPRIME-CADASTRO
                   MOVE 1 TO WRK-INV-QTDE
           END-READ
           CLOSE HISTORICO-FILE
           PERFORM 8600-REGISTRA-ARQUIVO
       END-IF.
       IF WRK-ACHOU-CADASTRO NOT = "S"
           MOVE "  MATRICULA SEM CADASTRO NO MESTRE NEM NO ACERVO"
             TO REL-TIT-TEXTO
           PERFORM 8200-IMPRIME-TITULO
       END-IF.

       2100-IMPRIME-CADASTRO    SECTION.
       PERFORM 8200-IMPRIME-TITULO.
       MOVE "MATRICULA"         TO REL-CAM-ROTULO.
       MOVE WRK-IMG-MATRICULA   TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.
       MOVE "NOME"              TO REL-CAM-ROTULO.
       MOVE WRK-IMG-NOME        TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.
       IF WRK-IMG-NOME = WRK-NOME-ANONIMO
           MOVE "SITUACAO LGPD" TO REL-CAM-ROTULO
           MOVE "DADOS PESSOAIS ANONIMIZADOS"
                                TO REL-CAM-VALOR
           PERFORM 8300-IMPRIME-CAMPO
       END-IF.
       MOVE "IDADE"             TO REL-CAM-ROTULO.
       MOVE WRK-IMG-IDADE       TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.
       MOVE "EMPRESA/FILIAL"    TO REL-CAM-ROTULO.
       MOVE SPACES              TO REL-CAM-VALOR.
       MOVE WRK-IMG-EMPRESA     TO REL-CAM-VALOR(1:2).
       MOVE "/"                 TO REL-CAM-VALOR(3:1).
       MOVE WRK-IMG-FILIAL      TO REL-CAM-VALOR(4:3).
       PERFORM 8300-IMPRIME-CAMPO.
       MOVE "CARGO"             TO REL-CAM-ROTULO.
       MOVE WRK-IMG-CARGO       TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.
       MOVE "SITUACAO"          TO REL-CAM-ROTULO.
       IF WRK-IMG-SITUACAO = "D"
           MOVE "DESLIGADO"     TO REL-CAM-VALOR
       ELSE
           MOVE "ATIVO"         TO REL-CAM-VALOR
       END-IF.
       PERFORM 8300-IMPRIME-CAMPO.
       MOVE "ADMISSAO"          TO REL-CAM-ROTULO.
       MOVE WRK-IMG-DATA-ADMISS TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.
       IF WRK-IMG-SITUACAO = "D"
           MOVE "DESLIGAMENTO"  TO REL-CAM-ROTULO
           MOVE WRK-IMG-DATA-DESLIG TO REL-CAM-VALOR
           PERFORM 8300-IMPRIME-CAMPO
       END-IF.
       MOVE "BANCO/AG/CONTA"    TO REL-CAM-ROTULO.
       MOVE WRK-IMG-BANCO       TO WRK-CED-BANCO.
       MOVE WRK-IMG-AGENCIA     TO WRK-CED-AGENCIA.
       MOVE WRK-IMG-CONTA       TO WRK-CED-CONTA.
       MOVE WRK-IMG-CONTA-DV    TO WRK-CED-DV.
       MOVE WRK-CONTA-ED        TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.
       MOVE "SALARIO"           TO REL-CAM-ROTULO.
       MOVE WRK-IMG-SALARIO     TO WRK-VALOR-ED.
       MOVE WRK-VALOR-ED        TO REL-CAM-VALOR.
       PERFORM 8300-IMPRIME-CAMPO.

      *=====================================================
      *== secao 2 - dependentes
      *=====================================================
       3000-SECAO-DEPENDENTES   SECTION.
       MOVE "DEPENDENTES (DEPENDDB)" TO REL-TIT-TEXTO.
       PERFORM 8200-IMPRIME-TITULO.
       MOVE "DEPENDDB" TO WRK-INV-ARQUIVO.
       MOVE "NOME E NASCIMENTO DOS DEPENDENTES"
                        TO WRK-INV-CONTEUDO.
       OPEN INPUT DEPENDENTES-FILE.
       IF WRK-FS-DEPENDENTES NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 3000-SECAO-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO DEP-MATRICULA.
       MOVE ZEROS         TO DEP-SEQUENCIA.
       MOVE "N" TO WRK-EOF.
       START DEPENDENTES-FILE KEY IS >= DEP-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 3100-LISTA-DEPENDENTE UNTIL WRK-EOF = "S".
       CLOSE DEPENDENTES-FILE.
       IF WRK-INV-QTDE = ZEROS
           MOVE "  NENHUM DEPENDENTE" TO REL-TIT-TEXTO
           PERFORM 8200-IMPRIME-TITULO
       END-IF.
       PERFORM 8600-REGISTRA-ARQUIVO.

       3000-SECAO-SAIDA.
           EXIT.

       3100-LISTA-DEPENDENTE    SECTION.
       READ DEPENDENTES-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF DEP-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
                   IF WRK-REL-LINHAS-PAGINA >=
                      WRK-REL-MAX-LINHAS
                       PERFORM 8100-CABECALHO-PADRAO
                   END-IF
                   MOVE DEP-SEQUENCIA   TO REL-DEP-SEQUENCIA
                   MOVE DEP-NOME        TO REL-DEP-NOME
                   MOVE DEP-NASCIMENTO  TO REL-DEP-NASCIMENTO
                   MOVE DEP-PARENTESCO  TO REL-DEP-PARENTESCO
                   MOVE DEP-SITUACAO    TO REL-DEP-SITUACAO
                   WRITE REL-LINHA FROM REL-DEPENDENTE
                   ADD 1 TO WRK-REL-LINHAS-PAGINA
               END-IF
       END-READ.

      *=====================================================
      *== secao 3 - trilha MSTRLOG (imagens com nome e conta)
      *=====================================================
       4000-SECAO-TRILHA        SECTION.
       MOVE "TRILHA DO MESTRE (MSTRLOG)" TO REL-TIT-TEXTO.
       PERFORM 8200-IMPRIME-TITULO.
       MOVE "MSTRLOG" TO WRK-INV-ARQUIVO.
       MOVE "IMAGENS ANTES/DEPOIS DO CADASTRO"
                       TO WRK-INV-CONTEUDO.
       OPEN INPUT MSTRLOG-FILE.
       IF WRK-FS-MSTRLOG NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 4000-SECAO-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 4100-FILTRA-TRILHA UNTIL WRK-EOF = "S".
       CLOSE MSTRLOG-FILE.
       IF WRK-INV-QTDE = ZEROS
           MOVE "  NENHUMA ENTRADA NA TRILHA" TO REL-TIT-TEXTO
           PERFORM 8200-IMPRIME-TITULO
       END-IF.
       PERFORM 8600-REGISTRA-ARQUIVO.

       4000-SECAO-SAIDA.
           EXIT.

       4100-FILTRA-TRILHA       SECTION.
       READ MSTRLOG-FILE
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 4100-FILTRA-SAIDA
       END-READ.
       IF MST-MATRICULA NOT = WRK-MATRICULA
           GO TO 4100-FILTRA-SAIDA
       END-IF.
       ADD 1 TO WRK-INV-QTDE.
       MOVE MST-DATA-HORA(1:14) TO REL-OCO-DATA-HORA.
       MOVE MST-OPERACAO        TO REL-OCO-TIPO.
       MOVE MST-PROGRAMA        TO REL-OCO-ORIGEM.
       MOVE MST-OPERADOR        TO REL-OCO-DETALHE.
       PERFORM 8400-IMPRIME-OCORRENCIA.

       4100-FILTRA-SAIDA.
           EXIT.

      *=====================================================
      *== secao 4 - eventos do eSocial (nome do trabalhador)
      *=====================================================
       4500-SECAO-ESOCIAL       SECTION.
       MOVE "EVENTOS DO ESOCIAL (ESOCCTL)" TO REL-TIT-TEXTO.
       PERFORM 8200-IMPRIME-TITULO.
       MOVE "ESOCCTL" TO WRK-INV-ARQUIVO.
       MOVE "IMAGEM DO EVENTO COM NOME E VALORES"
                       TO WRK-INV-CONTEUDO.
       OPEN INPUT CONTROLE-FILE.
       IF WRK-FS-CONTROLE NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 4500-SECAO-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 4600-FILTRA-EVENTO UNTIL WRK-EOF = "S".
       CLOSE CONTROLE-FILE.
       IF WRK-INV-QTDE = ZEROS
           MOVE "  NENHUM EVENTO GERADO" TO REL-TIT-TEXTO
           PERFORM 8200-IMPRIME-TITULO
       END-IF.
       PERFORM 8600-REGISTRA-ARQUIVO.

       4500-SECAO-SAIDA.
           EXIT.

       4600-FILTRA-EVENTO       SECTION.
       READ CONTROLE-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 4600-FILTRA-SAIDA
       END-READ.
       IF ESC-MATRICULA NOT = WRK-MATRICULA
           GO TO 4600-FILTRA-SAIDA
       END-IF.
       ADD 1 TO WRK-INV-QTDE.
       MOVE ESC-REFERENCIA      TO REL-OCO-DATA-HORA.
       MOVE ESC-EVENTO          TO REL-OCO-TIPO.
       MOVE ESC-SITUACAO        TO REL-OCO-ORIGEM.
       MOVE ESC-CONTEUDO(44:30) TO REL-OCO-DETALHE.
       PERFORM 8400-IMPRIME-OCORRENCIA.

       4600-FILTRA-SAIDA.
           EXIT.

      *=====================================================
      *== secao 5 - folha calculada em aberto (FOLHACAL)
      *=====================================================
       4700-SECAO-FOLHA-CALCULADA SECTION.
       MOVE "FOLHACAL" TO WRK-INV-ARQUIVO.
       MOVE "FOLHA CALCULADA - NOME, CONTA E VERBAS"
                        TO WRK-INV-CONTEUDO.
       OPEN INPUT FOLHACAL-FILE.
       IF WRK-FS-FOLHACAL NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 4700-SECAO-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 4800-FILTRA-FOLHA UNTIL WRK-EOF = "S".
       CLOSE FOLHACAL-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       4700-SECAO-SAIDA.
           EXIT.

       4800-FILTRA-FOLHA        SECTION.
       READ FOLHACAL-FILE
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF FCL-DETALHE
                  AND FCL-MATRICULA = WRK-MATRICULA
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

      *=====================================================
      *== secao 6 - arquivos de valores (so a matricula)
      *=====================================================
       5100-CONTA-FOLHAHST      SECTION.
       MOVE "FOLHAHST" TO WRK-INV-ARQUIVO.
       MOVE "VALORES PAGOS POR COMPETENCIA" TO WRK-INV-CONTEUDO.
       OPEN INPUT FOLHAHST-FILE.
       IF WRK-FS-FOLHAHST NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5100-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO FHS-MATRICULA.
       MOVE ZEROS         TO FHS-COMPETENCIA FHS-SEQUENCIA.
       MOVE "N" TO WRK-EOF.
       START FOLHAHST-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5110-LE-FOLHAHST UNTIL WRK-EOF = "S".
       CLOSE FOLHAHST-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5100-CONTA-SAIDA.
           EXIT.

       5110-LE-FOLHAHST         SECTION.
       READ FOLHAHST-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF FHS-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5200-CONTA-HISTFIL       SECTION.
       MOVE "HISTFIL" TO WRK-INV-ARQUIVO.
       MOVE "TRANSFERENCIAS DE FILIAL" TO WRK-INV-CONTEUDO.
       OPEN INPUT HISTFIL-FILE.
       IF WRK-FS-HISTFIL NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5200-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO HFL-MATRICULA.
       MOVE ZEROS         TO HFL-DATA-EFETIVA.
       MOVE "N" TO WRK-EOF.
       START HISTFIL-FILE KEY IS >= HFL-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5210-LE-HISTFIL UNTIL WRK-EOF = "S".
       CLOSE HISTFIL-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5200-CONTA-SAIDA.
           EXIT.

       5210-LE-HISTFIL          SECTION.
       READ HISTFIL-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF HFL-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5300-CONTA-FERIAS        SECTION.
       MOVE "FERIASDB" TO WRK-INV-ARQUIVO.
       MOVE "PERIODOS AQUISITIVOS DE FERIAS" TO WRK-INV-CONTEUDO.
       OPEN INPUT FERIAS-FILE.
       IF WRK-FS-FERIAS NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5300-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO FER-MATRICULA.
       MOVE ZEROS         TO FER-INICIO-AQUIS.
       MOVE "N" TO WRK-EOF.
       START FERIAS-FILE KEY IS >= FER-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5310-LE-FERIAS UNTIL WRK-EOF = "S".
       CLOSE FERIAS-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5300-CONTA-SAIDA.
           EXIT.

       5310-LE-FERIAS           SECTION.
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF FER-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5400-CONTA-FERPAG        SECTION.
       MOVE "FERPAGDB" TO WRK-INV-ARQUIVO.
       MOVE "FERIAS PAGAS - VALORES" TO WRK-INV-CONTEUDO.
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5400-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO FPG-MATRICULA.
       MOVE ZEROS         TO FPG-INICIO-GOZO.
       MOVE "N" TO WRK-EOF.
       START FERPAG-FILE KEY IS >= FPG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5410-LE-FERPAG UNTIL WRK-EOF = "S".
       CLOSE FERPAG-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5400-CONTA-SAIDA.
           EXIT.

       5410-LE-FERPAG           SECTION.
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF FPG-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5500-CONTA-ADIANTAMENTO  SECTION.
       MOVE "ADIANTDB" TO WRK-INV-ARQUIVO.
       MOVE "ADIANTAMENTOS - VALORES" TO WRK-INV-CONTEUDO.
       OPEN INPUT ADIANTAMENTO-FILE.
       IF WRK-FS-ADIANTAMENTO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5500-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO ADI-MATRICULA.
       MOVE ZEROS         TO ADI-COMPETENCIA.
       MOVE "N" TO WRK-EOF.
       START ADIANTAMENTO-FILE KEY IS >= ADI-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5510-LE-ADIANTAMENTO UNTIL WRK-EOF = "S".
       CLOSE ADIANTAMENTO-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5500-CONTA-SAIDA.
           EXIT.

       5510-LE-ADIANTAMENTO     SECTION.
       READ ADIANTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF ADI-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5600-CONTA-AFASTAMENTO   SECTION.
       MOVE "AFASTDB" TO WRK-INV-ARQUIVO.
       MOVE "AFASTAMENTOS - TIPO E PERIODO" TO WRK-INV-CONTEUDO.
       OPEN INPUT AFASTAMENTO-FILE.
       IF WRK-FS-AFASTAMENTO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5600-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO AFS-MATRICULA.
       MOVE ZEROS         TO AFS-DATA-INICIO.
       MOVE "N" TO WRK-EOF.
       START AFASTAMENTO-FILE KEY IS >= AFS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5610-LE-AFASTAMENTO UNTIL WRK-EOF = "S".
       CLOSE AFASTAMENTO-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5600-CONTA-SAIDA.
           EXIT.

       5610-LE-AFASTAMENTO      SECTION.
       READ AFASTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF AFS-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5700-CONTA-CONSIGNADO    SECTION.
       MOVE "CONSIGDB" TO WRK-INV-ARQUIVO.
       MOVE "CONTRATOS DE CONSIGNADO" TO WRK-INV-CONTEUDO.
       OPEN INPUT CONSIGNADO-FILE.
       IF WRK-FS-CONSIGNADO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5700-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO CSG-MATRICULA.
       MOVE LOW-VALUES    TO CSG-CONTRATO.
       MOVE "N" TO WRK-EOF.
       START CONSIGNADO-FILE KEY IS >= CSG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5710-LE-CONSIGNADO UNTIL WRK-EOF = "S".
       CLOSE CONSIGNADO-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5700-CONTA-SAIDA.
           EXIT.

       5710-LE-CONSIGNADO       SECTION.
       READ CONSIGNADO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF CSG-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

       5800-CONTA-PENDENCIA     SECTION.
       MOVE "PENDSAL" TO WRK-INV-ARQUIVO.
       MOVE "ALTERACOES SALARIAIS PENDENTES" TO WRK-INV-CONTEUDO.
       OPEN INPUT PENDENCIA-FILE.
       IF WRK-FS-PENDENCIA NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5800-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO PSA-MATRICULA.
       MOVE LOW-VALUES    TO PSA-DATA-HORA.
       MOVE "N" TO WRK-EOF.
       START PENDENCIA-FILE KEY IS >= PSA-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5810-LE-PENDENCIA UNTIL WRK-EOF = "S".
       CLOSE PENDENCIA-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5800-CONTA-SAIDA.
           EXIT.

       5810-LE-PENDENCIA        SECTION.
       READ PENDENCIA-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF PSA-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

      *== arquivos com um registro por matricula
       5900-CONTA-DIRETOS       SECTION.
       MOVE "BENEFDB" TO WRK-INV-ARQUIVO.
       MOVE "OPCOES DE BENEFICIO" TO WRK-INV-CONTEUDO.
       OPEN INPUT BENEFICIO-FILE.
       IF WRK-FS-BENEFICIO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
       ELSE
           MOVE WRK-MATRICULA TO BNF-MATRICULA
           READ BENEFICIO-FILE KEY IS BNF-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-INV-QTDE
           END-READ
           CLOSE BENEFICIO-FILE
           PERFORM 8600-REGISTRA-ARQUIVO
       END-IF.
       MOVE "FGTSSDO" TO WRK-INV-ARQUIVO.
       MOVE "SALDO DE FGTS DEPOSITADO" TO WRK-INV-CONTEUDO.
       OPEN INPUT SALDO-FGTS-FILE.
       IF WRK-FS-SALDO-FGTS NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
       ELSE
           MOVE WRK-MATRICULA TO FGS-MATRICULA
           READ SALDO-FGTS-FILE KEY IS FGS-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-INV-QTDE
           END-READ
           CLOSE SALDO-FGTS-FILE
           PERFORM 8600-REGISTRA-ARQUIVO
       END-IF.
       MOVE "PROVSDO" TO WRK-INV-ARQUIVO.
       MOVE "PROVISAO DE DECIMO TERCEIRO E FERIAS"
                       TO WRK-INV-CONTEUDO.
       OPEN INPUT PROVISAO-FILE.
       IF WRK-FS-PROVISAO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
       ELSE
           MOVE WRK-MATRICULA TO PRV-MATRICULA
           READ PROVISAO-FILE KEY IS PRV-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-INV-QTDE
           END-READ
           CLOSE PROVISAO-FILE
           PERFORM 8600-REGISTRA-ARQUIVO
       END-IF.
       MOVE "TRAVARQ" TO WRK-INV-ARQUIVO.
       MOVE "TRAVA DE MANUTENCAO EM ABERTO" TO WRK-INV-CONTEUDO.
       OPEN INPUT TRAVA-FILE.
       IF WRK-FS-TRAVA NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
       ELSE
           MOVE WRK-MATRICULA TO TRV-MATRICULA
           READ TRAVA-FILE KEY IS TRV-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-INV-QTDE
           END-READ
           CLOSE TRAVA-FILE
           PERFORM 8600-REGISTRA-ARQUIVO
       END-IF.

       5910-CONTA-EXAME         SECTION.
       MOVE "ASODB" TO WRK-INV-ARQUIVO.
       MOVE "EXAMES MEDICOS OCUPACIONAIS (ASO)"
                     TO WRK-INV-CONTEUDO.
       OPEN INPUT EXAME-FILE.
       IF WRK-FS-EXAME NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5910-CONTA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO ASO-MATRICULA.
       MOVE ZEROS         TO ASO-DATA-EXAME.
       MOVE "N" TO WRK-EOF.
       START EXAME-FILE KEY IS >= ASO-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 5911-LE-EXAME UNTIL WRK-EOF = "S".
       CLOSE EXAME-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5910-CONTA-SAIDA.
           EXIT.

       5911-LE-EXAME            SECTION.
       READ EXAME-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF ASO-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

      *== registro sequencial das cartas: le tudo
       5920-CONTA-CARTALOG      SECTION.
       MOVE "CARTALOG" TO WRK-INV-ARQUIVO.
       MOVE "CARTAS EMITIDAS - SALARIO CERTIFICADO"
                       TO WRK-INV-CONTEUDO.
       OPEN INPUT CARTALOG-FILE.
       IF WRK-FS-CARTALOG NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5920-CONTA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 5921-LE-CARTALOG UNTIL WRK-EOF = "S".
       CLOSE CARTALOG-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5920-CONTA-SAIDA.
           EXIT.

       5921-LE-CARTALOG         SECTION.
       READ CARTALOG-FILE
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF CLG-MATRICULA = WRK-MATRICULA
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

      *== chave comeca pela competencia: varre tudo e conta
      *== as variacoes de matricula (as de filial nao sao
      *== dado do titular)
       5930-CONTA-VARIACAO      SECTION.
       MOVE "VARFOLRV" TO WRK-INV-ARQUIVO.
       MOVE "VARIACOES DE FOLHA E VISTO DO REVISOR"
                       TO WRK-INV-CONTEUDO.
       OPEN INPUT VARIACAO-FILE.
       IF WRK-FS-VARIACAO NOT = "00"
           PERFORM 8700-ARQUIVO-AUSENTE
           GO TO 5930-CONTA-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 5931-LE-VARIACAO UNTIL WRK-EOF = "S".
       CLOSE VARIACAO-FILE.
       PERFORM 8600-REGISTRA-ARQUIVO.

       5930-CONTA-SAIDA.
           EXIT.

       5931-LE-VARIACAO         SECTION.
       READ VARIACAO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF VAR-DE-MATRICULA
                  AND VAR-CODIGO = WRK-MATRICULA
                   ADD 1 TO WRK-INV-QTDE
               END-IF
       END-READ.

      *=====================================================
      *== secao 7 - quadro de arquivos da suite
      *=====================================================
       6000-SECAO-INVENTARIO    SECTION.
       IF WRK-REL-LINHAS-PAGINA + 4 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "ARQUIVOS COM DADOS DA MATRICULA" TO REL-TIT-TEXTO.
       PERFORM 8200-IMPRIME-TITULO.
       MOVE "ARQUIVO   REGISTROS  DADOS GUARDADOS" TO REL-TIT-TEXTO.
       PERFORM 8200-IMPRIME-TITULO.
       PERFORM 6100-IMPRIME-ITEM
           VARYING WRK-INV-IND FROM 1 BY 1
           UNTIL WRK-INV-IND > WRK-INV-TOTAL.
       DISPLAY "RELATORIO DO TITULAR " WRK-MATRICULA
               " EMITIDO - " WRK-TOTAL-REGISTROS
               " REGISTROS EM " WRK-INV-TOTAL " ARQUIVOS".

       6100-IMPRIME-ITEM        SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-TAB-ARQUIVO(WRK-INV-IND)  TO REL-INV-ARQUIVO.
       MOVE WRK-TAB-QTDE(WRK-INV-IND)     TO REL-INV-QTDE.
       MOVE WRK-TAB-CONTEUDO(WRK-INV-IND) TO REL-INV-CONTEUDO.
       WRITE REL-LINHA FROM REL-INVENTARIO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       CLOSE RELATORIO-FILE.

       COPY "relcabpd.cpy".
