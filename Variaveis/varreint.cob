       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARREINT.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Varredura noturna de integridade entre o
      *==            mestre e os arquivos satelites - os
      *==            arquivos se multiplicaram e o orfao so
      *==            aparecia quando um programa da folha
      *==            tropecava nele. Aponta no RELINTEG:
      *==            - registro de satelite (FERIASDB,
      *==              DEPENDDB, ADIANTDB, HISTFIL, FOLHAHST,
      *==              PENDSAL, TRAVARQ) cuja matricula nao
      *==              esta no EMPREGDB, ou esta no acervo
      *==              EMPREGHS (arquivada); no FOLHAHST e no
      *==              HISTFIL a matricula arquivada e
      *==              historico guardado e nao conta;
      *==            - matricula no mestre e no acervo ao
      *==              mesmo tempo;
      *==            - funcionario ativo em filial, cargo ou
      *==              empresa inexistente ou inativa;
      *==            - matricula reprovada no digito da rotina
      *==              NUMMATR;
      *==            - salario fora da faixa do cargo;
      *==            - funcionario ativo sem dados bancarios;
      *==            - alteracao salarial pendente no PENDSAL
      *==              ha mais de N dias (cartao PARMINTG,
      *==              padrao 7).
      *==            Com ocorrencia devolve RC 4 ao ENCADEIA,
      *==            para o turno da manha ver antes do dia da
      *==            folha.
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
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT ACERVO-FILE ASSIGN TO "EMPREGHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-MATRICULA
               FILE STATUS IS WRK-FS-ACERVO.
           SELECT FILIAIS-FILE ASSIGN TO "FILIALDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAIS.
           SELECT CARGOS-FILE ASSIGN TO "CARGODB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT FERIAS-FILE ASSIGN TO "FERIASDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENTES.
           SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT HISTFIL-FILE ASSIGN TO "HISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HFL-CHAVE
               FILE STATUS IS WRK-FS-HISTFIL.
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT PENDENCIA-FILE ASSIGN TO "PENDSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSA-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIA.
           SELECT TRAVA-FILE ASSIGN TO "TRAVARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRV-MATRICULA
               FILE STATUS IS WRK-FS-TRAVA.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMINTG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT RELATORIO-FILE ASSIGN TO "RELINTEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  ACERVO-FILE
           LABEL RECORD IS STANDARD.
       COPY "emphstrc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
       COPY "filialrc.cpy".

       FD  CARGOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "cargorc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  FERIAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "feriasrc.cpy".

       FD  DEPENDENTES-FILE
           LABEL RECORD IS STANDARD.
       COPY "dependrc.cpy".

       FD  ADIANTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "adiantrc.cpy".

       FD  HISTFIL-FILE
           LABEL RECORD IS STANDARD.
       COPY "histfirc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "pendsarc.cpy".

       FD  TRAVA-FILE
           LABEL RECORD IS STANDARD.
       COPY "travarrc.cpy".

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-INTEGR.
           05  PIN-DIAS-PENDENCIA     PIC 9(03).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-OCORRENCIA.
           05  REL-OCO-ARQUIVO     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OCO-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-OCO-DESCRICAO   PIC X(62).
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(22) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "VARREINT".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-ACERVO         PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-CARGOS         PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-FERIAS         PIC X(02) VALUE "00".
       77 WRK-FS-DEPENDENTES    PIC X(02) VALUE "00".
       77 WRK-FS-ADIANTAMENTO   PIC X(02) VALUE "00".
       77 WRK-FS-HISTFIL        PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-PENDENCIA      PIC X(02) VALUE "00".
       77 WRK-FS-TRAVA          PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-ACERVO-OK         PIC X(01) VALUE "N".
          88 WRK-ACERVO-DISPONIVEL        VALUE "S".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-CARGOS-OK         PIC X(01) VALUE "N".
          88 WRK-CARGOS-DISPONIVEL        VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-MESTRE-AUSENTE    PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PENDENCIA    PIC 9(03) VALUE 7.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       01 WRK-DATA-PENDENCIA    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PENDENCIA-X REDEFINES WRK-DATA-PENDENCIA
                                PIC X(08).
       77 WRK-IDADE-DIAS        PIC S9(07) VALUE ZEROS.
       77 WRK-IDADE-ED          PIC ZZZ9.
      *== NUMMATR: V valida o digito; L e legado abaixo da
      *== faixa, N digito errado
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
      *== satelite em conferencia: arquivo, matricula e se e
      *== historico (matricula arquivada e esperada)
       77 WRK-SAT-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-SAT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-SAT-ULTIMA        PIC 9(06) VALUE ZEROS.
       77 WRK-SAT-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-SAT-NO-MESTRE     PIC X(01) VALUE "N".
       77 WRK-SAT-NO-ACERVO     PIC X(01) VALUE "N".
       77 WRK-OCO-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-OCO-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-OCO-DESCRICAO     PIC X(62) VALUE SPACES.
       77 WRK-SALARIO-ED        PIC Z.ZZZ.ZZ9,99.
       77 WRK-FAIXA-MIN-ED      PIC Z.ZZZ.ZZ9,99.
       77 WRK-FAIXA-MAX-ED      PIC Z.ZZZ.ZZ9,99.
       77 WRK-CNT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-ORFAOS        PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-ARQUIVADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-MESTRE-ACERVO PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-CADASTRO      PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-DIGITO        PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-FAIXA         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-CONTA     PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-PENDENCIAS    PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-OCORRENCIAS   PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-MESTRE-AUSENTE NOT = "S"
           PERFORM 2000-CONFERE-MESTRE
           PERFORM 3000-CONFERE-SATELITES
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       PERFORM 1010-LE-PARAMETRO.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "VARREDURA DE INTEGRIDADE" TO WRK-CAB-TITULO.
       MOVE "ARQUIVO   MATRIC  OCORRENCIA" TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "MESTRE EMPREGDB INDISPONIVEL - VARREDURA "
                   "NAO EXECUTADA"
           MOVE "S" TO WRK-MESTRE-AUSENTE
           MOVE 8   TO RETURN-CODE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT ACERVO-FILE.
       IF WRK-FS-ACERVO = "00"
           MOVE "S" TO WRK-ACERVO-OK
       END-IF.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       ELSE
           DISPLAY "AVISO: CADASTRO FILIALDB INDISPONIVEL - "
                   "FILIAIS NAO CONFERIDAS"
       END-IF.
       OPEN INPUT CARGOS-FILE.
       IF WRK-FS-CARGOS = "00"
           MOVE "S" TO WRK-CARGOS-OK
       ELSE
           DISPLAY "AVISO: CADASTRO CARGODB INDISPONIVEL - "
                   "CARGOS E FAIXAS NAO CONFERIDOS"
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       ELSE
           DISPLAY "AVISO: CADASTRO EMPRESDB INDISPONIVEL - "
                   "EMPRESAS NAO CONFERIDAS"
       END-IF.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1010-LE-PARAMETRO        SECTION.
      *== cartao opcional PARMINTG: idade maxima, em dias, de
      *== uma alteracao salarial pendente no PENDSAL
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1010-LE-PARAM-SAIDA
       END-IF.
       READ PARAMETRO-FILE
           AT END
               CONTINUE
           NOT AT END
               IF PIN-DIAS-PENDENCIA NUMERIC
                   MOVE PIN-DIAS-PENDENCIA TO WRK-DIAS-PENDENCIA
               ELSE
                   DISPLAY "AVISO: CARTAO PARMINTG NAO NUMERICO - "
                           "PENDENCIA DE " WRK-DIAS-PENDENCIA
                           " DIAS"
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.

       1010-LE-PARAM-SAIDA.
           EXIT.

      *=====================================================
      *== mestre: digito, acervo, cadastros e dados do
      *== funcionario ativo
      *=====================================================
       2000-CONFERE-MESTRE      SECTION.
       MOVE "N" TO WRK-EOF.
       PERFORM 2100-CONFERE-FUNCIONARIO UNTIL WRK-EOF = "S".

       2100-CONFERE-FUNCIONARIO SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2100-CONFERE-SAIDA
       END-READ.
       ADD 1 TO WRK-CNT-LIDOS.
       MOVE "EMPREGDB"    TO WRK-OCO-ARQUIVO.
       MOVE REG-MATRICULA TO WRK-OCO-MATRICULA.
       MOVE REG-MATRICULA TO WRK-NMT-MATRICULA.
       CALL "NUMMATR" USING BY REFERENCE WRK-NMT-FUNCAO
                            WRK-NMT-MATRICULA
                            WRK-NMT-RESULTADO.
       IF WRK-NMT-RESULTADO = "N"
           MOVE "DIGITO VERIFICADOR DA MATRICULA NAO CONFERE"
                                  TO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-DIGITO
           PERFORM 8500-IMPRIME-OCORRENCIA
       END-IF.
       IF WRK-ACERVO-DISPONIVEL
           MOVE REG-MATRICULA TO HST-MATRICULA
           READ ACERVO-FILE KEY IS HST-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "MATRICULA NO MESTRE E NO ACERVO EMPREGHS"
                                  TO WRK-OCO-DESCRICAO
                   ADD 1 TO WRK-CNT-MESTRE-ACERVO
                   PERFORM 8500-IMPRIME-OCORRENCIA
           END-READ
       END-IF.
       IF REG-DESLIGADO
           GO TO 2100-CONFERE-SAIDA
       END-IF.
       PERFORM 2200-CONFERE-FILIAL.
       PERFORM 2300-CONFERE-EMPRESA.
       PERFORM 2400-CONFERE-CARGO.
       IF REG-CONTA-AUSENTE
          OR REG-AGENCIA = ZEROS
           MOVE "FUNCIONARIO ATIVO SEM DADOS BANCARIOS"
                                  TO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-SEM-CONTA
           PERFORM 8500-IMPRIME-OCORRENCIA
       END-IF.

       2100-CONFERE-SAIDA.
           EXIT.

       2200-CONFERE-FILIAL      SECTION.
       IF NOT WRK-FILIAIS-DISPONIVEL
           GO TO 2200-CONFERE-SAIDA
       END-IF.
       MOVE REG-FILIAL TO FIL-CODIGO.
       READ FILIAIS-FILE KEY IS FIL-CODIGO
           INVALID KEY
               MOVE SPACES TO WRK-OCO-DESCRICAO
               STRING "FILIAL " REG-FILIAL " NAO CADASTRADA"
                      DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
               ADD 1 TO WRK-CNT-CADASTRO
               PERFORM 8500-IMPRIME-OCORRENCIA
           NOT INVALID KEY
               IF FIL-INATIVA
                   MOVE SPACES TO WRK-OCO-DESCRICAO
                   STRING "FILIAL " REG-FILIAL " INATIVA"
                          DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
                   ADD 1 TO WRK-CNT-CADASTRO
                   PERFORM 8500-IMPRIME-OCORRENCIA
               END-IF
       END-READ.

       2200-CONFERE-SAIDA.
           EXIT.

       2300-CONFERE-EMPRESA     SECTION.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       IF NOT WRK-EMPRESAS-DISPONIVEL
           GO TO 2300-CONFERE-SAIDA
       END-IF.
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.
       MOVE WRK-EMPRESA-REG TO EMP-CODIGO.
       READ EMPRESAS-FILE KEY IS EMP-CODIGO
           INVALID KEY
               MOVE SPACES TO WRK-OCO-DESCRICAO
               STRING "EMPRESA " WRK-EMPRESA-REG " NAO CADASTRADA"
                      DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
               ADD 1 TO WRK-CNT-CADASTRO
               PERFORM 8500-IMPRIME-OCORRENCIA
           NOT INVALID KEY
               IF EMP-INATIVA
                   MOVE SPACES TO WRK-OCO-DESCRICAO
                   STRING "EMPRESA " WRK-EMPRESA-REG " INATIVA"
                          DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
                   ADD 1 TO WRK-CNT-CADASTRO
                   PERFORM 8500-IMPRIME-OCORRENCIA
               END-IF
       END-READ.

       2300-CONFERE-SAIDA.
           EXIT.

       2400-CONFERE-CARGO       SECTION.
      *== cargo zero e legado de antes do cadastro de cargos
       IF NOT WRK-CARGOS-DISPONIVEL
          OR REG-CARGO = ZEROS
           GO TO 2400-CONFERE-SAIDA
       END-IF.
       MOVE REG-CARGO TO CRG-CODIGO.
       READ CARGOS-FILE KEY IS CRG-CODIGO
           INVALID KEY
               MOVE SPACES TO WRK-OCO-DESCRICAO
               STRING "CARGO " REG-CARGO " NAO CADASTRADO"
                      DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
               ADD 1 TO WRK-CNT-CADASTRO
               PERFORM 8500-IMPRIME-OCORRENCIA
               GO TO 2400-CONFERE-SAIDA
       END-READ.
       IF CRG-INATIVO
           MOVE SPACES TO WRK-OCO-DESCRICAO
           STRING "CARGO " REG-CARGO " INATIVO"
                  DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-CADASTRO
           PERFORM 8500-IMPRIME-OCORRENCIA
       END-IF.
       IF REG-SALARIO < CRG-SALARIO-MIN
          OR (CRG-SALARIO-MAX > ZEROS
              AND REG-SALARIO > CRG-SALARIO-MAX)
           MOVE REG-SALARIO     TO WRK-SALARIO-ED
           MOVE CRG-SALARIO-MIN TO WRK-FAIXA-MIN-ED
           MOVE CRG-SALARIO-MAX TO WRK-FAIXA-MAX-ED
           MOVE SPACES TO WRK-OCO-DESCRICAO
           STRING "SALARIO " WRK-SALARIO-ED " FORA DA FAIXA "
                  WRK-FAIXA-MIN-ED " A " WRK-FAIXA-MAX-ED
                  DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-FAIXA
           PERFORM 8500-IMPRIME-OCORRENCIA
       END-IF.

       2400-CONFERE-SAIDA.
           EXIT.

      *=====================================================
      *== satelites: cada arquivo lido em ordem de chave,
      *== que comeca pela matricula; uma ocorrencia por
      *== matricula e arquivo
      *=====================================================
       3000-CONFERE-SATELITES   SECTION.
       PERFORM 3100-CONFERE-FERIAS.
       PERFORM 3200-CONFERE-DEPENDENTES.
       PERFORM 3300-CONFERE-ADIANTAMENTOS.
       PERFORM 3400-CONFERE-HISTFIL.
       PERFORM 3500-CONFERE-HISTORICO.
       PERFORM 3600-CONFERE-PENDENCIAS.
       PERFORM 3700-CONFERE-TRAVAS.

       3100-CONFERE-FERIAS      SECTION.
       OPEN INPUT FERIAS-FILE.
       IF WRK-FS-FERIAS NOT = "00"
           GO TO 3100-CONFERE-SAIDA
       END-IF.
       MOVE "FERIASDB" TO WRK-SAT-ARQUIVO.
       MOVE "N"        TO WRK-SAT-HISTORICO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3110-LE-FERIAS UNTIL WRK-EOF = "S".
       CLOSE FERIAS-FILE.

       3100-CONFERE-SAIDA.
           EXIT.

       3110-LE-FERIAS           SECTION.
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE FER-MATRICULA TO WRK-SAT-MATRICULA
               PERFORM 3900-CONFERE-MATRICULA
       END-READ.

       3200-CONFERE-DEPENDENTES SECTION.
       OPEN INPUT DEPENDENTES-FILE.
       IF WRK-FS-DEPENDENTES NOT = "00"
           GO TO 3200-CONFERE-SAIDA
       END-IF.
       MOVE "DEPENDDB" TO WRK-SAT-ARQUIVO.
       MOVE "N"        TO WRK-SAT-HISTORICO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3210-LE-DEPENDENTE UNTIL WRK-EOF = "S".
       CLOSE DEPENDENTES-FILE.

       3200-CONFERE-SAIDA.
           EXIT.

       3210-LE-DEPENDENTE       SECTION.
       READ DEPENDENTES-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE DEP-MATRICULA TO WRK-SAT-MATRICULA
               PERFORM 3900-CONFERE-MATRICULA
       END-READ.

       3300-CONFERE-ADIANTAMENTOS SECTION.
       OPEN INPUT ADIANTAMENTO-FILE.
       IF WRK-FS-ADIANTAMENTO NOT = "00"
           GO TO 3300-CONFERE-SAIDA
       END-IF.
       MOVE "ADIANTDB" TO WRK-SAT-ARQUIVO.
       MOVE "N"        TO WRK-SAT-HISTORICO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3310-LE-ADIANTAMENTO UNTIL WRK-EOF = "S".
       CLOSE ADIANTAMENTO-FILE.

       3300-CONFERE-SAIDA.
           EXIT.

       3310-LE-ADIANTAMENTO     SECTION.
       READ ADIANTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE ADI-MATRICULA TO WRK-SAT-MATRICULA
               PERFORM 3900-CONFERE-MATRICULA
       END-READ.

       3400-CONFERE-HISTFIL     SECTION.
       OPEN INPUT HISTFIL-FILE.
       IF WRK-FS-HISTFIL NOT = "00"
           GO TO 3400-CONFERE-SAIDA
       END-IF.
       MOVE "HISTFIL"  TO WRK-SAT-ARQUIVO.
       MOVE "S"        TO WRK-SAT-HISTORICO.
       MOVE "N"        TO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3410-LE-HISTFIL UNTIL WRK-EOF = "S".
       CLOSE HISTFIL-FILE.

       3400-CONFERE-SAIDA.
           EXIT.

       3410-LE-HISTFIL          SECTION.
       READ HISTFIL-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE HFL-MATRICULA TO WRK-SAT-MATRICULA
               PERFORM 3900-CONFERE-MATRICULA
       END-READ.

       3500-CONFERE-HISTORICO   SECTION.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           GO TO 3500-CONFERE-SAIDA
       END-IF.
       MOVE "FOLHAHST" TO WRK-SAT-ARQUIVO.
       MOVE "S"        TO WRK-SAT-HISTORICO.
       MOVE "N"        TO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3510-LE-HISTORICO UNTIL WRK-EOF = "S".
       CLOSE HISTORICO-FILE.

       3500-CONFERE-SAIDA.
           EXIT.

       3510-LE-HISTORICO        SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE FHS-MATRICULA TO WRK-SAT-MATRICULA
               PERFORM 3900-CONFERE-MATRICULA
       END-READ.

       3600-CONFERE-PENDENCIAS  SECTION.
       OPEN INPUT PENDENCIA-FILE.
       IF WRK-FS-PENDENCIA NOT = "00"
           GO TO 3600-CONFERE-SAIDA
       END-IF.
       MOVE "PENDSAL"  TO WRK-SAT-ARQUIVO.
       MOVE "N"        TO WRK-SAT-HISTORICO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3610-LE-PENDENCIA UNTIL WRK-EOF = "S".
       CLOSE PENDENCIA-FILE.

       3600-CONFERE-SAIDA.
           EXIT.

       3610-LE-PENDENCIA        SECTION.
       READ PENDENCIA-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 3610-LE-SAIDA
       END-READ.
       MOVE PSA-MATRICULA TO WRK-SAT-MATRICULA.
       PERFORM 3900-CONFERE-MATRICULA.
       IF NOT PSA-PENDENTE
          OR PSA-DATA-HORA(1:8) NOT NUMERIC
           GO TO 3610-LE-SAIDA
       END-IF.
      *== alteracao salarial parada na aprovacao (APROVSAL)
      *== alem do prazo
       MOVE PSA-DATA-HORA(1:8) TO WRK-DATA-PENDENCIA-X.
       COMPUTE WRK-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
             - FUNCTION INTEGER-OF-DATE(WRK-DATA-PENDENCIA).
       IF WRK-IDADE-DIAS > WRK-DIAS-PENDENCIA
           MOVE "PENDSAL"      TO WRK-OCO-ARQUIVO
           MOVE PSA-MATRICULA  TO WRK-OCO-MATRICULA
           MOVE WRK-IDADE-DIAS TO WRK-IDADE-ED
           MOVE SPACES TO WRK-OCO-DESCRICAO
           STRING "ALTERACAO SALARIAL PENDENTE HA " WRK-IDADE-ED
                  " DIAS (DESDE " WRK-DATA-PENDENCIA-X ")"
                  DELIMITED BY SIZE INTO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-PENDENCIAS
           PERFORM 8500-IMPRIME-OCORRENCIA
       END-IF.

       3610-LE-SAIDA.
           EXIT.

       3700-CONFERE-TRAVAS      SECTION.
       OPEN INPUT TRAVA-FILE.
       IF WRK-FS-TRAVA NOT = "00"
           GO TO 3700-CONFERE-SAIDA
       END-IF.
       MOVE "TRAVARQ"  TO WRK-SAT-ARQUIVO.
       MOVE "N"        TO WRK-SAT-HISTORICO WRK-EOF.
       MOVE ZEROS      TO WRK-SAT-ULTIMA.
       PERFORM 3710-LE-TRAVA UNTIL WRK-EOF = "S".
       CLOSE TRAVA-FILE.

       3700-CONFERE-SAIDA.
           EXIT.

       3710-LE-TRAVA            SECTION.
       READ TRAVA-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               MOVE TRV-MATRICULA TO WRK-SAT-MATRICULA
               PERFORM 3900-CONFERE-MATRICULA
       END-READ.

       3900-CONFERE-MATRICULA   SECTION.
      *== fora do mestre: orfao, ou arquivada quando esta no
      *== acervo (esperado nos historicos)
       IF WRK-SAT-MATRICULA = WRK-SAT-ULTIMA
           GO TO 3900-CONFERE-SAIDA
       END-IF.
       MOVE WRK-SAT-MATRICULA TO WRK-SAT-ULTIMA.
       MOVE "S" TO WRK-SAT-NO-MESTRE.
       MOVE WRK-SAT-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               MOVE "N" TO WRK-SAT-NO-MESTRE
       END-READ.
       IF WRK-SAT-NO-MESTRE = "S"
           GO TO 3900-CONFERE-SAIDA
       END-IF.
       MOVE "N" TO WRK-SAT-NO-ACERVO.
       IF WRK-ACERVO-DISPONIVEL
           MOVE WRK-SAT-MATRICULA TO HST-MATRICULA
           READ ACERVO-FILE KEY IS HST-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-SAT-NO-ACERVO
           END-READ
       END-IF.
       MOVE WRK-SAT-ARQUIVO   TO WRK-OCO-ARQUIVO.
       MOVE WRK-SAT-MATRICULA TO WRK-OCO-MATRICULA.
       IF WRK-SAT-NO-ACERVO = "S"
           IF WRK-SAT-HISTORICO = "S"
               GO TO 3900-CONFERE-SAIDA
           END-IF
           MOVE "MATRICULA ARQUIVADA NO EMPREGHS"
                                  TO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-ARQUIVADOS
       ELSE
           MOVE "MATRICULA ORFA - FORA DO MESTRE E DO ACERVO"
                                  TO WRK-OCO-DESCRICAO
           ADD 1 TO WRK-CNT-ORFAOS
       END-IF.
       PERFORM 8500-IMPRIME-OCORRENCIA.

       3900-CONFERE-SAIDA.
           EXIT.

       8500-IMPRIME-OCORRENCIA  SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE WRK-OCO-ARQUIVO   TO REL-OCO-ARQUIVO.
       MOVE WRK-OCO-MATRICULA TO REL-OCO-MATRICULA.
       MOVE WRK-OCO-DESCRICAO TO REL-OCO-DESCRICAO.
       WRITE REL-LINHA FROM REL-OCORRENCIA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       ADD 1 TO WRK-CNT-OCORRENCIAS.

       9000-FINALIZAR           SECTION.
       IF WRK-MESTRE-AUSENTE = "S"
           MOVE "MESTRE EMPREGDB INDISPONIVEL - NADA CONFERIDO"
                                  TO REL-LINHA
           WRITE REL-LINHA
           CLOSE RELATORIO-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 10 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "MATRICULAS DO MESTRE CONFERIDAS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-LIDOS         TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "SATELITE COM MATRICULA ORFA" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-ORFAOS        TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "SATELITE COM MATRICULA ARQUIVADA" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-ARQUIVADOS    TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "MATRICULA NO MESTRE E NO ACERVO" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-MESTRE-ACERVO TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "FILIAL, CARGO OU EMPRESA INEXISTENTE OU INATIVA"
                                  TO REL-TOT-ROTULO.
       MOVE WRK-CNT-CADASTRO      TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "DIGITO DA MATRICULA NAO CONFERE" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-DIGITO        TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "SALARIO FORA DA FAIXA DO CARGO" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-FAIXA         TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "ATIVO SEM DADOS BANCARIOS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-SEM-CONTA     TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "ALTERACAO SALARIAL PENDENTE ALEM DO PRAZO"
                                  TO REL-TOT-ROTULO.
       MOVE WRK-CNT-PENDENCIAS    TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "TOTAL DE OCORRENCIAS" TO REL-TOT-ROTULO.
       MOVE WRK-CNT-OCORRENCIAS   TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       IF WRK-CNT-OCORRENCIAS > ZEROS
           DISPLAY "VARREDURA DE INTEGRIDADE - "
                   WRK-CNT-OCORRENCIAS
                   " OCORRENCIAS - VER RELINTEG"
           MOVE 4 TO RETURN-CODE
       ELSE
           DISPLAY "VARREDURA DE INTEGRIDADE - ARQUIVOS "
                   "CONSISTENTES"
       END-IF.
       CLOSE EMPREGADOS-FILE.
       IF WRK-ACERVO-DISPONIVEL
           CLOSE ACERVO-FILE
       END-IF.
       IF WRK-FILIAIS-DISPONIVEL
           CLOSE FILIAIS-FILE
       END-IF.
       IF WRK-CARGOS-DISPONIVEL
           CLOSE CARGOS-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
