       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTASO.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Manutencao do cadastro de exames medicos
      *==            ocupacionais (ASODB) - inclusao do ASO
      *==            (tipo A admissional, P periodico, R
      *==            retorno ao trabalho, D demissional, data
      *==            do exame e resultado A apto / I inapto),
      *==            alteracao do resultado e consulta dos
      *==            exames da matricula, no lugar do caderno
      *==            do balcao do RH. O proximo periodico e
      *==            calculado aqui: anual para quem tem mais
      *==            de 45 anos (REG-IDADE) e a cada dois anos
      *==            para os demais, contado da admissao
      *==            (REG-DATA-ADMISSAO) no exame admissional
      *==            e da data do exame nos demais; o
      *==            demissional nao tem proximo. Matricula
      *==            desligada so recebe o demissional. O
      *==            mestre e so consultado. Recusas vao para
      *==            o EXCPTLOG.
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
           SELECT EXAME-FILE ASSIGN TO "ASODB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WRK-FS-EXAME.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  EXAME-FILE
           LABEL RECORD IS STANDARD.
       COPY "asorc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "MANTASO".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-EXAME          PIC X(02) VALUE "00".
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
          88 WRK-OPE-ALTERA               VALUE "A".
          88 WRK-OPE-CONSULTA             VALUE "C".
          88 WRK-OPERACAO-VALIDA          VALUES "I" "A" "C".
       77 WRK-TIPO-ENT          PIC X(01) VALUE SPACES.
          88 WRK-TIPO-ADMISSIONAL         VALUE "A".
          88 WRK-TIPO-DEMISSIONAL         VALUE "D".
          88 WRK-TIPO-VALIDO              VALUES "A" "P" "R" "D".
       77 WRK-RESULTADO-ENT     PIC X(01) VALUE SPACES.
          88 WRK-RESULTADO-VALIDO         VALUES "A" "I".
       77 WRK-DATA-ENT          PIC X(08) VALUE SPACES.
       77 WRK-DATA              PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK           PIC X(01) VALUE "N".
       77 WRK-ROTULO-DATA       PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXAME        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
      *== proximo periodico (base + 1 ou 2 anos)
       01 WRK-PROXIMO           PIC 9(08) VALUE ZEROS.
       01 WRK-PROXIMO-R REDEFINES WRK-PROXIMO.
           05  WRK-PRX-ANO          PIC 9(04).
           05  WRK-PRX-MES          PIC 9(02).
           05  WRK-PRX-DIA          PIC 9(02).
       77 WRK-PERIODO-ANOS      PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-EXAME         PIC X(01) VALUE "N".
       77 WRK-CNT-LISTADOS      PIC 9(03) VALUE ZEROS.
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-MANTEM-EXAME UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "NENHUM FUNCIONARIO CADASTRADO - "
                   "NADA A MANTER"
           MOVE "S" TO WRK-FIM
       END-IF.
       OPEN I-O EXAME-FILE.
       IF WRK-FS-EXAME = "35"
           OPEN OUTPUT EXAME-FILE
           CLOSE EXAME-FILE
           OPEN I-O EXAME-FILE
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
           DISPLAY "ACESSO NEGADO - EXAMES OCUPACIONAIS EXIGEM "
                   "NIVEL 2"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NO CADASTRO DE ASO"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
       END-IF.

       2000-MANTEM-EXAME        SECTION.
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
       DISPLAY "I INCLUI EXAME / A ALTERA RESULTADO / "
               "C CONSULTA "
       ACCEPT WRK-OPERACAO.
       IF NOT WRK-OPERACAO-VALIDA
           DISPLAY "OPERACAO INVALIDA - DIGITE I, A OU C"
       END-IF.

       2200-LOCALIZA-E-ATUALIZA SECTION.
       MOVE WRK-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA FEITO"
               MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
               MOVE "ASO DE MATRICULA INEXISTENTE"
                                    TO WRK-EXC-DESCRICAO
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2200-LOCALIZA-SAIDA
       END-READ.
       DISPLAY "FUNCIONARIO " REG-NOME " IDADE " REG-IDADE
               " ADMISSAO " REG-DATA-ADMISSAO.
       IF WRK-OPE-INCLUI
           PERFORM 2220-INCLUI-EXAME
       END-IF.
       IF WRK-OPE-ALTERA
           PERFORM 2260-ALTERA-RESULTADO
       END-IF.

       2200-LOCALIZA-SAIDA.
           EXIT.

       2220-INCLUI-EXAME        SECTION.
       MOVE SPACES TO WRK-TIPO-ENT.
       PERFORM 2225-RECEBE-TIPO UNTIL WRK-TIPO-VALIDO.
      *== desligado so faz o demissional
       IF REG-DESLIGADO
          AND NOT WRK-TIPO-DEMISSIONAL
           DISPLAY "MATRICULA DESLIGADA EM "
                   REG-DATA-DESLIGAMENTO
                   " - SO O EXAME DEMISSIONAL - NADA FEITO"
           MOVE "ASO-TIPO"       TO WRK-EXC-CAMPO
           MOVE "ASO NAO DEMISSIONAL DE MATRICULA DESLIG."
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           GO TO 2220-INCLUI-SAIDA
       END-IF.
       MOVE "DATA DO EXAME"   TO WRK-ROTULO-DATA.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 2230-RECEBE-DATA-EXAME UNTIL WRK-DATA-OK = "S".
       MOVE WRK-DATA TO WRK-DATA-EXAME.
       MOVE SPACES TO WRK-RESULTADO-ENT.
       PERFORM 2235-RECEBE-RESULTADO UNTIL WRK-RESULTADO-VALIDO.
       PERFORM 5300-CALCULA-PROXIMO.
       IF WRK-PROXIMO = ZEROS
           DISPLAY "EXAME DEMISSIONAL - SEM PROXIMO PERIODICO"
       ELSE
           DISPLAY "PROXIMO PERIODICO EM " WRK-PROXIMO
       END-IF.
       DISPLAY "CONFIRMA O EXAME (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "EXAME NAO CONFIRMADO - NADA FEITO"
           GO TO 2220-INCLUI-SAIDA
       END-IF.
       MOVE SPACES              TO REG-EXAME-ASO.
       MOVE WRK-MATRICULA       TO ASO-MATRICULA.
       MOVE WRK-DATA-EXAME      TO ASO-DATA-EXAME.
       MOVE WRK-TIPO-ENT        TO ASO-TIPO.
       MOVE WRK-RESULTADO-ENT   TO ASO-RESULTADO.
       MOVE WRK-PROXIMO         TO ASO-PROXIMO.
       MOVE WRK-SGN-OPERADOR-ID TO ASO-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO ASO-DATA-HORA.
       WRITE REG-EXAME-ASO
           INVALID KEY
               DISPLAY "JA EXISTE EXAME EM " WRK-DATA-EXAME
                       " - NADA FEITO"
               MOVE "ASO-CHAVE"  TO WRK-EXC-CAMPO
               MOVE "ASO DUPLICADO NA MESMA DATA"
                                 TO WRK-EXC-DESCRICAO
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2220-INCLUI-SAIDA
       END-WRITE.
       DISPLAY "EXAME GRAVADO PARA " REG-MATRICULA.

       2220-INCLUI-SAIDA.
           EXIT.

       2225-RECEBE-TIPO         SECTION.
       DISPLAY "TIPO: A ADMISSIONAL / P PERIODICO / "
               "R RETORNO AO TRABALHO / D DEMISSIONAL "
       ACCEPT WRK-TIPO-ENT.
       IF NOT WRK-TIPO-VALIDO
           DISPLAY "TIPO INVALIDO - DIGITE A, P, R OU D"
       END-IF.

       2230-RECEBE-DATA-EXAME   SECTION.
      *== exame e registrado depois de feito; fora o
      *== admissional, nao pode ser anterior a admissao
       PERFORM 5100-RECEBE-DATA.
       IF WRK-DATA-OK = "S"
          AND WRK-DATA > WRK-DATA-HOJE
           DISPLAY "DATA DO EXAME NO FUTURO - REDIGITE"
           MOVE "N" TO WRK-DATA-OK
       END-IF.
       IF WRK-DATA-OK = "S"
          AND NOT WRK-TIPO-ADMISSIONAL
          AND NOT REG-DATA-ADM-INVALIDA
          AND WRK-DATA < REG-DATA-ADMISSAO
           DISPLAY "EXAME ANTERIOR A ADMISSAO EM "
                   REG-DATA-ADMISSAO " - REDIGITE"
           MOVE "N" TO WRK-DATA-OK
       END-IF.

       2235-RECEBE-RESULTADO    SECTION.
       DISPLAY "RESULTADO: A APTO / I INAPTO "
       ACCEPT WRK-RESULTADO-ENT.
       IF NOT WRK-RESULTADO-VALIDO
           DISPLAY "RESULTADO INVALIDO - DIGITE A OU I"
       END-IF.

       2260-ALTERA-RESULTADO    SECTION.
       MOVE "DATA DO EXAME A ALTERAR" TO WRK-ROTULO-DATA.
       MOVE "N" TO WRK-DATA-OK.
       PERFORM 5100-RECEBE-DATA UNTIL WRK-DATA-OK = "S".
       MOVE WRK-MATRICULA TO ASO-MATRICULA.
       MOVE WRK-DATA      TO ASO-DATA-EXAME.
       READ EXAME-FILE KEY IS ASO-CHAVE
           INVALID KEY
               DISPLAY "NENHUM EXAME EM " WRK-DATA
                       " - NADA FEITO"
               MOVE "ASO-CHAVE"  TO WRK-EXC-CAMPO
               MOVE "ALTERACAO DE ASO INEXISTENTE"
                                 TO WRK-EXC-DESCRICAO
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2260-ALTERA-SAIDA
       END-READ.
       DISPLAY "EXAME TIPO " ASO-TIPO " RESULTADO " ASO-RESULTADO
               " PROXIMO " ASO-PROXIMO.
       MOVE ASO-TIPO       TO WRK-TIPO-ENT.
       MOVE ASO-DATA-EXAME TO WRK-DATA-EXAME.
       MOVE SPACES TO WRK-RESULTADO-ENT.
       PERFORM 2235-RECEBE-RESULTADO UNTIL WRK-RESULTADO-VALIDO.
      *== recalcula o proximo com a idade atual do mestre
       PERFORM 5300-CALCULA-PROXIMO.
       DISPLAY "PROXIMO PERIODICO EM " WRK-PROXIMO.
       DISPLAY "CONFIRMA A ALTERACAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "ALTERACAO NAO CONFIRMADA - NADA FEITO"
           GO TO 2260-ALTERA-SAIDA
       END-IF.
       MOVE WRK-RESULTADO-ENT   TO ASO-RESULTADO.
       MOVE WRK-PROXIMO         TO ASO-PROXIMO.
       MOVE WRK-SGN-OPERADOR-ID TO ASO-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO ASO-DATA-HORA.
       REWRITE REG-EXAME-ASO
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O EXAME - FS "
                       WRK-FS-EXAME
           NOT INVALID KEY
               DISPLAY "RESULTADO ALTERADO PARA " REG-MATRICULA
       END-REWRITE.

       2260-ALTERA-SAIDA.
           EXIT.

       2500-CONSULTA            SECTION.
       MOVE ZEROS TO WRK-CNT-LISTADOS.
       MOVE "N"   TO WRK-EOF-EXAME.
       MOVE WRK-MATRICULA TO ASO-MATRICULA.
       MOVE ZEROS         TO ASO-DATA-EXAME.
       START EXAME-FILE KEY IS NOT LESS THAN ASO-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-EXAME
       END-START.
       IF WRK-EOF-EXAME NOT = "S"
           PERFORM 5010-LE-PROXIMO
       END-IF.
       PERFORM 2510-MOSTRA-EXAME
           UNTIL WRK-EOF-EXAME = "S".
       IF WRK-CNT-LISTADOS = ZEROS
           DISPLAY "NENHUM EXAME PARA A MATRICULA "
                   WRK-MATRICULA
       END-IF.

       2510-MOSTRA-EXAME        SECTION.
       ADD 1 TO WRK-CNT-LISTADOS.
       DISPLAY "EXAME " ASO-DATA-EXAME " TIPO " ASO-TIPO
               " RESULTADO " ASO-RESULTADO
               " PROXIMO " ASO-PROXIMO.
       PERFORM 5010-LE-PROXIMO.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       2300-PERGUNTA-CONTINUA   SECTION.
       DISPLAY "DESEJA MANTER OUTRO EXAME (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "S" TO WRK-FIM
       END-IF.

       5010-LE-PROXIMO          SECTION.
       READ EXAME-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-EXAME
       END-READ.
       IF WRK-EOF-EXAME NOT = "S"
          AND ASO-MATRICULA NOT = WRK-MATRICULA
           MOVE "S" TO WRK-EOF-EXAME
       END-IF.

       5100-RECEBE-DATA         SECTION.
      *== data inexistente (31/02, mes 13) e recusada pela
      *== rotina comum DIAUTIL, como no CADAFAST
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

       5300-CALCULA-PROXIMO     SECTION.
      *== periodico anual acima de 45 anos, bienal abaixo;
      *== no admissional conta da admissao, nos demais da
      *== data do exame; demissional nao tem proximo
       MOVE ZEROS TO WRK-PROXIMO.
       IF WRK-TIPO-DEMISSIONAL
           GO TO 5300-CALCULA-SAIDA
       END-IF.
       IF REG-IDADE > 45
           MOVE 1 TO WRK-PERIODO-ANOS
       ELSE
           MOVE 2 TO WRK-PERIODO-ANOS
       END-IF.
       IF WRK-TIPO-ADMISSIONAL
          AND NOT REG-DATA-ADM-INVALIDA
           MOVE REG-DATA-ADMISSAO TO WRK-PROXIMO
       ELSE
           MOVE WRK-DATA-EXAME    TO WRK-PROXIMO
       END-IF.
       ADD WRK-PERIODO-ANOS TO WRK-PRX-ANO.
      *== 29/02 mais um ou dois anos nunca cai em bissexto
       IF WRK-PRX-MES = 2
          AND WRK-PRX-DIA = 29
           MOVE 28 TO WRK-PRX-DIA
       END-IF.

       5300-CALCULA-SAIDA.
           EXIT.

       9000-FINALIZAR           SECTION.
       IF WRK-FS-EMPREGADOS = "00"
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE EXAME-FILE.
       CLOSE EXCPTLOG-FILE.
