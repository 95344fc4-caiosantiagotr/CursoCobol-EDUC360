       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAFAST.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Manutencao do cadastro de afastamentos
      *==            (AFASTDB) - inclusao do afastamento (tipo
      *==            D doenca, A acidente, M maternidade, N
      *==            licenca nao remunerada, R licenca
      *==            remunerada, inicio e retorno previsto),
      *==            registro do retorno efetivo, alteracao do
      *==            retorno previsto e consulta. A inclusao
      *==            liga a situacao F (afastado) no mestre e
      *==            o retorno a devolve para A, sob a mesma
      *==            disciplina das demais manutencoes do
      *==            mestre: reserva via TRAVAREG antes do
      *==            READ, liberacao depois do REWRITE e
      *==            trilha MSTRLOG via GRAVAMST com imagem
      *==            antes/depois. A folha (DIASAFAS) paga so
      *==            os dias devidos pela empresa e o MANTFER
      *==            suspende ou perde o periodo aquisitivo.
      *==            Recusas vao para o EXCPTLOG.
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
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT AFASTAMENTO-FILE ASSIGN TO "AFASTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  AFASTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "afastrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CADAFAST".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-AFASTAMENTO    PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK      PIC X(01) VALUE "N".
       77 WRK-OPERACAO          PIC X(01) VALUE SPACES.
          88 WRK-OPE-INCLUI               VALUE "I".
          88 WRK-OPE-RETORNO              VALUE "R".
          88 WRK-OPE-ALTERA               VALUE "A".
          88 WRK-OPE-CONSULTA             VALUE "C".
          88 WRK-OPERACAO-VALIDA          VALUES "I" "R" "A" "C".
       77 WRK-TIPO-ENT          PIC X(01) VALUE SPACES.
          88 WRK-TIPO-VALIDO              VALUES "D" "A" "M"
                                                 "N" "R".
       77 WRK-DATA-ENT          PIC X(08) VALUE SPACES.
       77 WRK-DATA              PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK           PIC X(01) VALUE "N".
       77 WRK-ROTULO-DATA       PIC X(30) VALUE SPACES.
       77 WRK-INICIO            PIC 9(08) VALUE ZEROS.
       77 WRK-PREVISTO          PIC 9(08) VALUE ZEROS.
       77 WRK-RETORNO           PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-AFASTAMENTO   PIC X(01) VALUE "N".
       77 WRK-ACHOU-EM-CURSO    PIC X(01) VALUE "N".
          88 WRK-TEM-EM-CURSO             VALUE "S".
       77 WRK-CHAVE-EM-CURSO    PIC X(14) VALUE SPACES.
       77 WRK-CNT-LISTADOS      PIC 9(03) VALUE ZEROS.
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-TRV-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-TRV-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-TRV-OPERADOR      PIC X(20) VALUE SPACES.
       77 WRK-TRV-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-TRV-DETENTOR      PIC X(20) VALUE SPACES.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-MANTEM-AFASTAMENTO UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN I-O EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "35"
           DISPLAY "NENHUM FUNCIONARIO CADASTRADO - "
                   "NADA A MANTER"
           MOVE "S" TO WRK-FIM
       END-IF.
       OPEN I-O AFASTAMENTO-FILE.
       IF WRK-FS-AFASTAMENTO = "35"
           OPEN OUTPUT AFASTAMENTO-FILE
           CLOSE AFASTAMENTO-FILE
           OPEN I-O AFASTAMENTO-FILE
       END-IF.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       IF WRK-FIM NOT = "S"
           PERFORM 1080-EFETUA-SIGNON
       END-IF.

       1080-EFETUA-SIGNON       SECTION.
       CALL "SIGNON" USING BY REFERENCE WRK-SGN-OPERADOR-ID
                           WRK-SGN-NOME
                           WRK-SGN-NIVEL
                           WRK-SGN-RESULTADO
                           WRK-NOME-JOB.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 2
           DISPLAY "ACESSO NEGADO - AFASTAMENTOS EXIGEM "
                   "NIVEL 2"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NO CADASTRO DE AFASTAMENTO"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
       END-IF.

       2000-MANTEM-AFASTAMENTO  SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2100-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       MOVE SPACES TO WRK-OPERACAO.
       PERFORM 2150-RECEBE-OPERACAO
           UNTIL WRK-OPERACAO-VALIDA.
       IF WRK-OPE-CONSULTA
           PERFORM 2500-CONSULTA
       ELSE
           PERFORM 2200-LOCALIZA-E-ATUALIZA
       END-IF.
       PERFORM 2300-PERGUNTA-CONTINUA.

       2100-RECEBE-MATRICULA    SECTION.
       DISPLAY "MATRICULA DO FUNCIONARIO "
       ACCEPT WRK-MATRICULA-ENT.
       IF WRK-MATRICULA-ENT NOT NUMERIC
           DISPLAY "MATRICULA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2100-RECEBE-SAIDA
       END-IF.
       MOVE WRK-MATRICULA-ENT TO WRK-MATRICULA.
       MOVE "V"               TO WRK-NMT-FUNCAO.
       MOVE WRK-MATRICULA     TO WRK-NMT-MATRICULA.
       CALL "NUMMATR" USING BY REFERENCE WRK-NMT-FUNCAO
                            WRK-NMT-MATRICULA
                            WRK-NMT-RESULTADO.
       IF WRK-NMT-RESULTADO = "N"
           DISPLAY "MATRICULA COM DIGITO INVALIDO - REDIGITE"
           MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
           MOVE "MATRICULA COM DIGITO INVALIDO"
                                TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
       ELSE
           MOVE "S" TO WRK-MATRICULA-OK
       END-IF.

       2100-RECEBE-SAIDA.
           EXIT.

       2150-RECEBE-OPERACAO     SECTION.
       DISPLAY "I INCLUI AFASTAMENTO / R REGISTRA RETORNO / "
               "A ALTERA RETORNO PREVISTO / C CONSULTA "
       ACCEPT WRK-OPERACAO.
       IF NOT WRK-OPERACAO-VALIDA
           DISPLAY "OPERACAO INVALIDA - DIGITE I, R, A OU C"
       END-IF.

       2200-LOCALIZA-E-ATUALIZA SECTION.
       MOVE WRK-MATRICULA       TO WRK-TRV-MATRICULA.
       MOVE WRK-SGN-OPERADOR-ID TO WRK-TRV-OPERADOR.
       MOVE "T"                 TO WRK-TRV-FUNCAO.
       CALL "TRAVAREG" USING BY REFERENCE WRK-TRV-FUNCAO
                             WRK-TRV-MATRICULA
                             WRK-TRV-OPERADOR
                             WRK-TRV-RESULTADO
                             WRK-TRV-DETENTOR.
       IF WRK-TRV-RESULTADO NOT = "S"
           DISPLAY "MATRICULA EM ATUALIZACAO POR "
                   WRK-TRV-DETENTOR " - NADA FEITO"
           MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
           MOVE "MATRICULA RESERVADA POR OUTRA SESSAO"
                                TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2200-LOCALIZA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA FEITO"
               MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
               MOVE "AFASTAMENTO DE MATRICULA INEXISTENTE"
                                    TO WRK-EXC-DESCRICAO
               PERFORM 2900-GRAVA-EXCECAO
           NOT INVALID KEY
               PERFORM 2210-TRATA-OPERACAO
       END-READ.
       MOVE "L" TO WRK-TRV-FUNCAO.
       CALL "TRAVAREG" USING BY REFERENCE WRK-TRV-FUNCAO
                             WRK-TRV-MATRICULA
                             WRK-TRV-OPERADOR
                             WRK-TRV-RESULTADO
                             WRK-TRV-DETENTOR.

       2200-LOCALIZA-SAIDA.
           EXIT.

       2210-TRATA-OPERACAO      SECTION.
       IF REG-DESLIGADO
           DISPLAY "MATRICULA DESLIGADA EM "
                   REG-DATA-DESLIGAMENTO " - NADA FEITO"
           MOVE "REG-SITUACAO"   TO WRK-EXC-CAMPO
           MOVE "AFASTAMENTO DE MATRICULA DESLIGADA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2210-TRATA-SAIDA
       END-IF.
       MOVE REG-EMPREGADO TO WRK-IMAGEM-ANTES.
       DISPLAY "FUNCIONARIO " REG-NOME.
       PERFORM 5000-LOCALIZA-EM-CURSO.
       IF WRK-OPE-INCLUI
           PERFORM 2220-INCLUI-AFASTAMENTO
       END-IF.
       IF WRK-OPE-RETORNO
           PERFORM 2240-REGISTRA-RETORNO
       END-IF.
       IF WRK-OPE-ALTERA
           PERFORM 2260-ALTERA-PREVISTO
       END-IF.

       2210-TRATA-SAIDA.
           EXIT.

       2220-INCLUI-AFASTAMENTO  SECTION.
      *== um afastamento em curso por vez: o segundo so entra
      *== depois do retorno do primeiro
       IF WRK-TEM-EM-CURSO
           DISPLAY "FUNCIONARIO JA AFASTADO DESDE "
                   WRK-CHAVE-EM-CURSO(7:8) " - NADA FEITO"
           MOVE "AFS-DATA-INICIO" TO WRK-EXC-CAMPO
           MOVE "INCLUSAO COM AFASTAMENTO JA EM CURSO"
                                  TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2220-INCLUI-SAIDA
       END-IF.
       MOVE SPACES TO WRK-TIPO-ENT.
       PERFORM 2225-RECEBE-TIPO UNTIL WRK-TIPO-VALIDO.
       MOVE "DATA DE INICIO DO AFASTAMENTO" TO WRK-ROTULO-DATA.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 2230-RECEBE-INICIO UNTIL WRK-DATA-OK = "S".
       MOVE WRK-DATA TO WRK-INICIO.
       MOVE "DATA DE RETORNO PREVISTO"      TO WRK-ROTULO-DATA.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 2235-RECEBE-POSTERIOR UNTIL WRK-DATA-OK = "S".
       MOVE WRK-DATA TO WRK-PREVISTO.
       DISPLAY "CONFIRMA O AFASTAMENTO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "AFASTAMENTO NAO CONFIRMADO - NADA FEITO"
           GO TO 2220-INCLUI-SAIDA
       END-IF.
       MOVE SPACES              TO REG-AFASTAMENTO.
       MOVE WRK-MATRICULA       TO AFS-MATRICULA.
       MOVE WRK-INICIO          TO AFS-DATA-INICIO.
       MOVE WRK-TIPO-ENT        TO AFS-TIPO.
       MOVE WRK-PREVISTO        TO AFS-RETORNO-PREVISTO.
       MOVE ZEROS               TO AFS-RETORNO-EFETIVO.
       MOVE WRK-SGN-OPERADOR-ID TO AFS-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO AFS-DATA-HORA.
       WRITE REG-AFASTAMENTO
           INVALID KEY
               DISPLAY "JA EXISTE AFASTAMENTO COM INICIO EM "
                       WRK-INICIO " - NADA FEITO"
               MOVE "AFS-CHAVE"  TO WRK-EXC-CAMPO
               MOVE "AFASTAMENTO DUPLICADO NA MESMA DATA"
                                 TO WRK-EXC-DESCRICAO
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2220-INCLUI-SAIDA
       END-WRITE.
       MOVE "F" TO REG-SITUACAO.
       PERFORM 2280-REGRAVA-MESTRE.
       DISPLAY "AFASTAMENTO GRAVADO PARA " REG-MATRICULA.

       2220-INCLUI-SAIDA.
           EXIT.

       2225-RECEBE-TIPO         SECTION.
       DISPLAY "TIPO: D DOENCA / A ACIDENTE / M MATERNIDADE / "
               "N NAO REMUNERADA / R REMUNERADA "
       ACCEPT WRK-TIPO-ENT.
       IF NOT WRK-TIPO-VALIDO
           DISPLAY "TIPO INVALIDO - DIGITE D, A, M, N OU R"
       END-IF.

       2230-RECEBE-INICIO       SECTION.
      *== afastamento nao pode comecar antes da admissao
       PERFORM 5100-RECEBE-DATA.
       IF WRK-DATA-OK = "S"
          AND NOT REG-DATA-ADM-INVALIDA
          AND WRK-DATA < REG-DATA-ADMISSAO
           DISPLAY "INICIO ANTERIOR A ADMISSAO EM "
                   REG-DATA-ADMISSAO " - REDIGITE"
           MOVE "N" TO WRK-DATA-OK
       END-IF.

       2235-RECEBE-POSTERIOR    SECTION.
      *== retorno (previsto ou efetivo) so depois do inicio
       PERFORM 5100-RECEBE-DATA.
       IF WRK-DATA-OK = "S"
          AND WRK-DATA NOT > WRK-INICIO
           DISPLAY "RETORNO DEVE SER POSTERIOR AO INICIO EM "
                   WRK-INICIO " - REDIGITE"
           MOVE "N" TO WRK-DATA-OK
       END-IF.

       2240-REGISTRA-RETORNO    SECTION.
       IF NOT WRK-TEM-EM-CURSO
           DISPLAY "NENHUM AFASTAMENTO EM CURSO - NADA FEITO"
           MOVE "AFS-RETORNO"     TO WRK-EXC-CAMPO
           MOVE "RETORNO SEM AFASTAMENTO EM CURSO"
                                   TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2240-REGISTRA-SAIDA
       END-IF.
       PERFORM 5200-RELE-EM-CURSO.
       MOVE AFS-DATA-INICIO TO WRK-INICIO.
       MOVE "DATA DO RETORNO EFETIVO"  TO WRK-ROTULO-DATA.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 2235-RECEBE-POSTERIOR UNTIL WRK-DATA-OK = "S".
       MOVE WRK-DATA TO WRK-RETORNO.
       DISPLAY "CONFIRMA O RETORNO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "RETORNO NAO CONFIRMADO - NADA FEITO"
           GO TO 2240-REGISTRA-SAIDA
       END-IF.
       MOVE WRK-RETORNO         TO AFS-RETORNO-EFETIVO.
       MOVE WRK-SGN-OPERADOR-ID TO AFS-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO AFS-DATA-HORA.
       REWRITE REG-AFASTAMENTO
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O AFASTAMENTO - FS "
                       WRK-FS-AFASTAMENTO
               GO TO 2240-REGISTRA-SAIDA
       END-REWRITE.
       MOVE "A" TO REG-SITUACAO.
       PERFORM 2280-REGRAVA-MESTRE.
       DISPLAY "RETORNO GRAVADO PARA " REG-MATRICULA.

       2240-REGISTRA-SAIDA.
           EXIT.

       2260-ALTERA-PREVISTO     SECTION.
       IF NOT WRK-TEM-EM-CURSO
           DISPLAY "NENHUM AFASTAMENTO EM CURSO - NADA FEITO"
           MOVE "AFS-PREVISTO"    TO WRK-EXC-CAMPO
           MOVE "ALTERACAO SEM AFASTAMENTO EM CURSO"
                                   TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2260-ALTERA-SAIDA
       END-IF.
       PERFORM 5200-RELE-EM-CURSO.
       MOVE AFS-DATA-INICIO TO WRK-INICIO.
       DISPLAY "RETORNO PREVISTO ATUAL " AFS-RETORNO-PREVISTO.
       MOVE "NOVO RETORNO PREVISTO"    TO WRK-ROTULO-DATA.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 2235-RECEBE-POSTERIOR UNTIL WRK-DATA-OK = "S".
       DISPLAY "CONFIRMA A ALTERACAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "ALTERACAO NAO CONFIRMADA - NADA FEITO"
           GO TO 2260-ALTERA-SAIDA
       END-IF.
       MOVE WRK-DATA            TO AFS-RETORNO-PREVISTO.
       MOVE WRK-SGN-OPERADOR-ID TO AFS-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO AFS-DATA-HORA.
       REWRITE REG-AFASTAMENTO
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O AFASTAMENTO - FS "
                       WRK-FS-AFASTAMENTO
           NOT INVALID KEY
               DISPLAY "RETORNO PREVISTO ALTERADO PARA "
                       REG-MATRICULA
       END-REWRITE.

       2260-ALTERA-SAIDA.
           EXIT.

       2280-REGRAVA-MESTRE      SECTION.
       REWRITE REG-EMPREGADO
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR A MATRICULA "
                       REG-MATRICULA " - FS " WRK-FS-EMPREGADOS
           NOT INVALID KEY
               PERFORM 2290-GRAVA-TRILHA-MESTRE
       END-REWRITE.

       2290-GRAVA-TRILHA-MESTRE SECTION.
       MOVE REG-EMPREGADO TO WRK-IMAGEM-DEPOIS.
       CALL "GRAVAMST" USING BY REFERENCE WRK-NOME-JOB
                             WRK-MST-OPERACAO
                             REG-MATRICULA
                             WRK-IMAGEM-ANTES
                             WRK-IMAGEM-DEPOIS.

       2500-CONSULTA            SECTION.
       MOVE ZEROS TO WRK-CNT-LISTADOS.
       MOVE "N"   TO WRK-EOF-AFASTAMENTO.
       MOVE WRK-MATRICULA TO AFS-MATRICULA.
       MOVE ZEROS         TO AFS-DATA-INICIO.
       START AFASTAMENTO-FILE KEY IS NOT LESS THAN AFS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-START.
       IF WRK-EOF-AFASTAMENTO NOT = "S"
           PERFORM 5010-LE-PROXIMO
       END-IF.
       PERFORM 2510-MOSTRA-AFASTAMENTO
           UNTIL WRK-EOF-AFASTAMENTO = "S".
       IF WRK-CNT-LISTADOS = ZEROS
           DISPLAY "NENHUM AFASTAMENTO PARA A MATRICULA "
                   WRK-MATRICULA
       END-IF.

       2510-MOSTRA-AFASTAMENTO  SECTION.
       ADD 1 TO WRK-CNT-LISTADOS.
       IF AFS-EM-CURSO
           DISPLAY "INICIO " AFS-DATA-INICIO " TIPO " AFS-TIPO
                   " PREVISTO " AFS-RETORNO-PREVISTO
                   " EM CURSO"
       ELSE
           DISPLAY "INICIO " AFS-DATA-INICIO " TIPO " AFS-TIPO
                   " PREVISTO " AFS-RETORNO-PREVISTO
                   " RETORNO " AFS-RETORNO-EFETIVO
       END-IF.
       PERFORM 5010-LE-PROXIMO.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       2300-PERGUNTA-CONTINUA   SECTION.
       DISPLAY "DESEJA MANTER OUTRO AFASTAMENTO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "S" TO WRK-FIM
       END-IF.

       5000-LOCALIZA-EM-CURSO   SECTION.
      *== percorre os afastamentos da matricula guardando a
      *== chave do que ainda nao tem retorno efetivo
       MOVE "N"    TO WRK-ACHOU-EM-CURSO.
       MOVE SPACES TO WRK-CHAVE-EM-CURSO.
       MOVE "N"    TO WRK-EOF-AFASTAMENTO.
       MOVE WRK-MATRICULA TO AFS-MATRICULA.
       MOVE ZEROS         TO AFS-DATA-INICIO.
       START AFASTAMENTO-FILE KEY IS NOT LESS THAN AFS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-START.
       IF WRK-EOF-AFASTAMENTO NOT = "S"
           PERFORM 5010-LE-PROXIMO
       END-IF.
       PERFORM 5020-TESTA-EM-CURSO
           UNTIL WRK-EOF-AFASTAMENTO = "S".

       5010-LE-PROXIMO          SECTION.
       READ AFASTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-READ.
       IF WRK-EOF-AFASTAMENTO NOT = "S"
          AND AFS-MATRICULA NOT = WRK-MATRICULA
           MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-IF.

       5020-TESTA-EM-CURSO      SECTION.
       IF AFS-EM-CURSO
           MOVE "S"       TO WRK-ACHOU-EM-CURSO
           MOVE AFS-CHAVE TO WRK-CHAVE-EM-CURSO
       END-IF.
       PERFORM 5010-LE-PROXIMO.

       5100-RECEBE-DATA         SECTION.
      *== data inexistente (31/02, mes 13) e recusada pela
      *== rotina comum DIAUTIL, como a data de pagamento do
      *== REMEBANC
       MOVE "N" TO WRK-DATA-OK.
       DISPLAY WRK-ROTULO-DATA " (AAAAMMDD) "
       ACCEPT WRK-DATA-ENT.
       IF WRK-DATA-ENT NOT NUMERIC
           DISPLAY "DATA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 5100-RECEBE-SAIDA
       END-IF.
       MOVE WRK-DATA-ENT TO WRK-DATA.
       MOVE "V"          TO WRK-DUT-FUNCAO.
       MOVE WRK-DATA     TO WRK-DUT-DATA.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO = "E"
           DISPLAY "DATA INEXISTENTE NO CALENDARIO - REDIGITE"
           GO TO 5100-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-DATA-OK.

       5100-RECEBE-SAIDA.
           EXIT.

       5200-RELE-EM-CURSO       SECTION.
       MOVE WRK-CHAVE-EM-CURSO TO AFS-CHAVE.
       READ AFASTAMENTO-FILE KEY IS AFS-CHAVE
           INVALID KEY
               DISPLAY "ERRO AO RELER O AFASTAMENTO - FS "
                       WRK-FS-AFASTAMENTO
       END-READ.
       DISPLAY "AFASTAMENTO TIPO " AFS-TIPO " DESDE "
               AFS-DATA-INICIO " PREVISTO " AFS-RETORNO-PREVISTO.

       9000-FINALIZAR           SECTION.
       IF WRK-FS-EMPREGADOS NOT = "35"
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE AFASTAMENTO-FILE.
       CLOSE EXCPTLOG-FILE.
