       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCART.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Manutencao dos modelos de carta do RH
      *==            (CARTAMOD) pelo supervisor - T titulo e
      *==            situacao do modelo (linha 000), L grava
      *==            uma linha de texto, E exclui uma linha e
      *==            C consulta o modelo inteiro. O texto leva
      *==            os campos do mestre entre arrobas (lista
      *==            no CARTARC), trocados pelo EMITCART na
      *==            emissao, no lugar de copiar nome, cargo e
      *==            salario da tela para o editor de texto.
      *==            Cada linha guarda quem a gravou e quando.
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
           SELECT MODELO-FILE ASSIGN TO "CARTAMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CHAVE
               FILE STATUS IS WRK-FS-MODELO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-FILE
           LABEL RECORD IS STANDARD.
       COPY "cartarc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "MANTCART".
       77 WRK-FS-MODELO         PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
          88 WRK-OPCAO-TITULO             VALUE "T".
          88 WRK-OPCAO-LINHA              VALUE "L".
          88 WRK-OPCAO-EXCLUI             VALUE "E".
          88 WRK-OPCAO-CONSULTA           VALUE "C".
       77 WRK-MODELO            PIC X(08) VALUE SPACES.
       77 WRK-TITULO-ENT        PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-ENT      PIC X(01) VALUE SPACES.
          88 WRK-SITUACAO-VALIDA          VALUES "A" "I".
       77 WRK-LINHA-ENT         PIC X(03) VALUE SPACES.
       77 WRK-LINHA             PIC 9(03) VALUE ZEROS.
       77 WRK-TEXTO-ENT         PIC X(72) VALUE SPACES.
       77 WRK-ARROBAS           PIC 9(03) VALUE ZEROS.
       77 WRK-METADE            PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO             PIC 9(01) VALUE ZEROS.
       77 WRK-EXISTE            PIC X(01) VALUE "N".
       77 WRK-EOF-MODELO        PIC X(01) VALUE "N".
       77 WRK-CNT-LINHAS        PIC 9(03) VALUE ZEROS.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-MANTEM-MODELO UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN I-O MODELO-FILE.
       IF WRK-FS-MODELO = "35"
           OPEN OUTPUT MODELO-FILE
           CLOSE MODELO-FILE
           OPEN I-O MODELO-FILE
       END-IF.
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
           DISPLAY "ACESSO NEGADO - MODELOS DE CARTA EXIGEM "
                   "SUPERVISOR (NIVEL 3)"
           MOVE "ACESSO NEGADO NOS MODELOS DE CARTA"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
       END-IF.

       2000-MANTEM-MODELO       SECTION.
       MOVE SPACES TO WRK-MODELO.
       PERFORM 2050-RECEBE-MODELO UNTIL WRK-MODELO NOT = SPACES.
       PERFORM 2100-RECEBE-OPCAO.
       IF WRK-OPCAO-TITULO
           PERFORM 3000-TITULO
       ELSE
           IF WRK-OPCAO-LINHA
               PERFORM 4000-GRAVA-LINHA
           ELSE
               IF WRK-OPCAO-EXCLUI
                   PERFORM 5000-EXCLUI-LINHA
               ELSE
                   IF WRK-OPCAO-CONSULTA
                       PERFORM 6000-CONSULTA
                   ELSE
                       DISPLAY "OPCAO INVALIDA - DIGITE T, L, "
                               "E OU C"
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM 2900-PERGUNTA-CONTINUA.

       2050-RECEBE-MODELO       SECTION.
       DISPLAY "CODIGO DO MODELO DE CARTA (ATE 8 POSICOES) "
       ACCEPT WRK-MODELO.
       IF WRK-MODELO = SPACES
           DISPLAY "MODELO NAO PODE FICAR EM BRANCO"
       END-IF.

       2100-RECEBE-OPCAO        SECTION.
       DISPLAY "T TITULO / L GRAVA LINHA / E EXCLUI LINHA / "
               "C CONSULTA "
       ACCEPT WRK-OPCAO.

       2200-LE-TITULO           SECTION.
       MOVE "S"        TO WRK-EXISTE.
       MOVE WRK-MODELO TO CTM-MODELO.
       MOVE ZEROS      TO CTM-LINHA.
       READ MODELO-FILE KEY IS CTM-CHAVE
           INVALID KEY
               MOVE "N" TO WRK-EXISTE
       END-READ.

       2300-RECEBE-LINHA        SECTION.
       DISPLAY "NUMERO DA LINHA (001 A 999) "
       ACCEPT WRK-LINHA-ENT.
       IF WRK-LINHA-ENT NOT NUMERIC
           DISPLAY "LINHA INVALIDA - DIGITE 3 DIGITOS"
           MOVE ZEROS TO WRK-LINHA
       ELSE
           MOVE WRK-LINHA-ENT TO WRK-LINHA
           IF WRK-LINHA = ZEROS
               DISPLAY "A LINHA 000 E O TITULO - USE A OPCAO T"
           END-IF
       END-IF.

       3000-TITULO              SECTION.
       PERFORM 2200-LE-TITULO.
       IF WRK-EXISTE = "S"
           DISPLAY "TITULO ATUAL " CTM-TITULO
                   " SITUACAO " CTM-SITUACAO
           DISPLAY "NOVO TITULO (BRANCO MANTEM) "
       ELSE
           DISPLAY "MODELO NOVO - TITULO DA CARTA "
       END-IF.
       ACCEPT WRK-TITULO-ENT.
       IF WRK-TITULO-ENT = SPACES
          AND WRK-EXISTE = "N"
           DISPLAY "TITULO NAO PODE FICAR EM BRANCO - NADA FEITO"
           GO TO 3000-TITULO-SAIDA
       END-IF.
       MOVE SPACES TO WRK-SITUACAO-ENT.
       PERFORM 3100-RECEBE-SITUACAO UNTIL WRK-SITUACAO-VALIDA.
       IF WRK-EXISTE = "N"
           MOVE SPACES     TO REG-MODELO-CARTA
           MOVE WRK-MODELO TO CTM-MODELO
           MOVE ZEROS      TO CTM-LINHA
       END-IF.
       IF WRK-TITULO-ENT NOT = SPACES
           MOVE WRK-TITULO-ENT TO CTM-TITULO
       END-IF.
       MOVE WRK-SITUACAO-ENT    TO CTM-SITUACAO.
       MOVE WRK-SGN-OPERADOR-ID TO CTM-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO CTM-DATA-HORA.
       IF WRK-EXISTE = "S"
           REWRITE REG-MODELO-CARTA
           DISPLAY "TITULO DO MODELO " WRK-MODELO " ALTERADO"
       ELSE
           WRITE REG-MODELO-CARTA
           DISPLAY "MODELO " WRK-MODELO " CRIADO - GRAVE AS "
                   "LINHAS PELA OPCAO L"
       END-IF.

       3000-TITULO-SAIDA.
           EXIT.

       3100-RECEBE-SITUACAO     SECTION.
       DISPLAY "SITUACAO: A ATIVO (EMITE) / I INATIVO "
       ACCEPT WRK-SITUACAO-ENT.
       IF NOT WRK-SITUACAO-VALIDA
           DISPLAY "SITUACAO INVALIDA - DIGITE A OU I"
       END-IF.

       4000-GRAVA-LINHA         SECTION.
       PERFORM 2200-LE-TITULO.
       IF WRK-EXISTE = "N"
           DISPLAY "MODELO " WRK-MODELO " SEM TITULO - CADASTRE "
                   "PELA OPCAO T ANTES DO TEXTO"
           GO TO 4000-GRAVA-SAIDA
       END-IF.
       PERFORM 2300-RECEBE-LINHA.
       IF WRK-LINHA = ZEROS
           GO TO 4000-GRAVA-SAIDA
       END-IF.
       MOVE "S"        TO WRK-EXISTE.
       MOVE WRK-MODELO TO CTM-MODELO.
       MOVE WRK-LINHA  TO CTM-LINHA.
       READ MODELO-FILE KEY IS CTM-CHAVE
           INVALID KEY
               MOVE "N" TO WRK-EXISTE
       END-READ.
       IF WRK-EXISTE = "S"
           DISPLAY "ATUAL: " CTM-TEXTO
       END-IF.
       DISPLAY "TEXTO DA LINHA (CAMPOS ENTRE ARROBAS, EX. "
               "@NOME@)"
       MOVE SPACES TO WRK-TEXTO-ENT.
       ACCEPT WRK-TEXTO-ENT.
      *== arroba sem par sairia impressa na carta
       MOVE ZEROS TO WRK-ARROBAS.
       INSPECT WRK-TEXTO-ENT TALLYING WRK-ARROBAS FOR ALL "@".
       DIVIDE WRK-ARROBAS BY 2 GIVING WRK-METADE
           REMAINDER WRK-RESTO.
       IF WRK-RESTO NOT = ZEROS
           DISPLAY "ARROBA SEM PAR NO TEXTO - LINHA NAO GRAVADA"
           GO TO 4000-GRAVA-SAIDA
       END-IF.
       DISPLAY "CONFIRMA A LINHA " WRK-LINHA " (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           DISPLAY "LINHA NAO CONFIRMADA - NADA FEITO"
           GO TO 4000-GRAVA-SAIDA
       END-IF.
       MOVE WRK-MODELO          TO CTM-MODELO.
       MOVE WRK-LINHA           TO CTM-LINHA.
       MOVE WRK-TEXTO-ENT       TO CTM-TEXTO.
       MOVE WRK-SGN-OPERADOR-ID TO CTM-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO CTM-DATA-HORA.
       IF WRK-EXISTE = "S"
           REWRITE REG-MODELO-CARTA
       ELSE
           WRITE REG-MODELO-CARTA
       END-IF.
       DISPLAY "LINHA " WRK-LINHA " GRAVADA NO MODELO " WRK-MODELO.

       4000-GRAVA-SAIDA.
           EXIT.

       5000-EXCLUI-LINHA        SECTION.
       PERFORM 2300-RECEBE-LINHA.
       IF WRK-LINHA = ZEROS
           GO TO 5000-EXCLUI-SAIDA
       END-IF.
       MOVE WRK-MODELO TO CTM-MODELO.
       MOVE WRK-LINHA  TO CTM-LINHA.
       READ MODELO-FILE KEY IS CTM-CHAVE
           INVALID KEY
               DISPLAY "LINHA NAO CADASTRADA NO MODELO"
               GO TO 5000-EXCLUI-SAIDA
       END-READ.
       DISPLAY "LINHA: " CTM-TEXTO.
       DISPLAY "CONFIRMA A EXCLUSAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP = "S"
           DELETE MODELO-FILE RECORD
           DISPLAY "LINHA " WRK-LINHA " EXCLUIDA"
       ELSE
           DISPLAY "EXCLUSAO NAO CONFIRMADA"
       END-IF.

       5000-EXCLUI-SAIDA.
           EXIT.

       6000-CONSULTA            SECTION.
       PERFORM 2200-LE-TITULO.
       IF WRK-EXISTE = "N"
           DISPLAY "MODELO " WRK-MODELO " NAO CADASTRADO"
           GO TO 6000-CONSULTA-SAIDA
       END-IF.
       DISPLAY "MODELO " WRK-MODELO " - " CTM-TITULO
               " SITUACAO " CTM-SITUACAO.
       MOVE ZEROS TO WRK-CNT-LINHAS.
       MOVE "N"   TO WRK-EOF-MODELO.
       PERFORM 6100-LE-LINHA.
       PERFORM 6200-MOSTRA-LINHA UNTIL WRK-EOF-MODELO = "S".
       DISPLAY WRK-CNT-LINHAS " LINHAS DE TEXTO".

       6000-CONSULTA-SAIDA.
           EXIT.

       6100-LE-LINHA            SECTION.
       READ MODELO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-MODELO
       END-READ.
       IF WRK-EOF-MODELO NOT = "S"
          AND CTM-MODELO NOT = WRK-MODELO
           MOVE "S" TO WRK-EOF-MODELO
       END-IF.

       6200-MOSTRA-LINHA        SECTION.
       ADD 1 TO WRK-CNT-LINHAS.
       DISPLAY CTM-LINHA " " CTM-TEXTO.
       PERFORM 6100-LE-LINHA.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE "OPE-NIVEL"        TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       2900-PERGUNTA-CONTINUA   SECTION.
       DISPLAY "DESEJA FAZER OUTRA MANUTENCAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "S" TO WRK-FIM
       END-IF.

       9000-FINALIZAR           SECTION.
       CLOSE MODELO-FILE.
       CLOSE EXCPTLOG-FILE.
