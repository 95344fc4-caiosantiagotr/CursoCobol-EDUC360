       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITCART.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Emissao das cartas do RH a partir dos
      *==            modelos do CARTAMOD (MANTCART) - o
      *==            operador escolhe o modelo e emite para
      *==            uma matricula digitada (M) ou para os
      *==            funcionarios do cartao PARAMSEL (P), com
      *==            o mesmo layout e a mesma critica do
      *==            EXTRASEL. Os campos entre arrobas do texto
      *==            saem do mestre EMPREGDB, da filial
      *==            (FILIALDB), do cargo (CARGODB), da empresa
      *==            (EMPRESDB) e da ultima competencia do
      *==            FOLHAHST (bruto e liquido somam a folha
      *==            normal e as complementares), em vez de
      *==            copiados da tela para o editor de texto.
      *==            Cada carta comeca em pagina nova com o
      *==            cabecalho padrao e e registrada no
      *==            CARTALOG com operador, matricula, modelo
      *==            e os valores certificados. Relatorio
      *==            CARTAS.
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
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
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
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT PARAMETRO-FILE ASSIGN TO "PARAMSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT CARTALOG-FILE ASSIGN TO "CARTALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTALOG.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.
           SELECT RELATORIO-FILE ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-FILE
           LABEL RECORD IS STANDARD.
       COPY "cartarc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
       COPY "filialrc.cpy".

       FD  CARGOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "cargorc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAMETRO.
           05  PAR-FILIAL             PIC 9(03).
           05  PAR-SALARIO-MIN        PIC 9(08)V99.
           05  PAR-SALARIO-MAX        PIC 9(08)V99.
           05  PAR-IDADE-MIN          PIC 9(03).
           05  PAR-IDADE-MAX          PIC 9(03).
           05  PAR-SITUACAO           PIC X(01).
               88  PAR-SIT-ATIVOS        VALUE "A".
               88  PAR-SIT-DESLIGADOS    VALUE "D".
               88  PAR-SIT-TODOS         VALUE "T".

       FD  CARTALOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "cartlgrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "EMITCART".
       77 WRK-FS-MODELO         PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-CARGOS         PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-FS-CARTALOG       PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-MODELO        PIC X(01) VALUE "N".
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-MODELO-OK         PIC X(01) VALUE "N".
       77 WRK-MODELO-ESCOLHIDO  PIC X(01) VALUE "N".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-CARGOS-OK         PIC X(01) VALUE "N".
          88 WRK-CARGOS-DISPONIVEL        VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-PARAMETRO-OK      PIC X(01) VALUE "N".
          88 WRK-PARAMETRO-VALIDO         VALUE "S".
       77 WRK-SELECIONA         PIC X(01) VALUE "N".
          88 WRK-REGISTRO-CASOU           VALUE "S".
       77 WRK-MODELO            PIC X(08) VALUE SPACES.
       77 WRK-TITULO            PIC X(30) VALUE SPACES.
       77 WRK-ORIGEM            PIC X(01) VALUE SPACES.
          88 WRK-ORIGEM-MATRICULA         VALUE "M".
          88 WRK-ORIGEM-CARTAO            VALUE "P".
          88 WRK-ORIGEM-VALIDA            VALUES "M" "P".
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK      PIC X(01) VALUE "N".
       77 WRK-CNT-CARTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA-CARTA      PIC 9(03) VALUE ZEROS.
      *== texto do modelo carregado uma vez por rodada
       01 WRK-TAB-MODELO.
           05  WRK-MOD-LINHA OCCURS 200 TIMES
                                PIC X(72).
       77 WRK-QTD-LINHAS        PIC 9(03) VALUE ZEROS.
       77 WRK-IND-LIN           PIC 9(03) VALUE ZEROS.
      *== montagem da linha com os campos trocados
       77 WRK-LINHA-MODELO      PIC X(72) VALUE SPACES.
       77 WRK-LINHA-SAIDA       PIC X(80) VALUE SPACES.
       77 WRK-POS-ENT           PIC 9(03) VALUE ZEROS.
       77 WRK-POS-SAI           PIC 9(03) VALUE ZEROS.
       77 WRK-POS-FIM           PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-FIM         PIC X(01) VALUE "N".
       77 WRK-TAM-CAMPO         PIC 9(03) VALUE ZEROS.
       77 WRK-CAMPO             PIC X(12) VALUE SPACES.
       77 WRK-CAMPO-OK          PIC X(01) VALUE "N".
       77 WRK-VALOR             PIC X(40) VALUE SPACES.
       77 WRK-VALOR-AUX         PIC X(40) VALUE SPACES.
       77 WRK-TAM-VALOR         PIC 9(02) VALUE ZEROS.
       77 WRK-BRANCOS           PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-TAM         PIC X(01) VALUE "N".
      *== dados da carta
       77 WRK-NOME-FILIAL       PIC X(30) VALUE SPACES.
       77 WRK-TITULO-CARGO      PIC X(30) VALUE SPACES.
       77 WRK-NOME-EMPRESA      PIC X(30) VALUE SPACES.
       77 WRK-CNPJ              PIC X(14) VALUE SPACES.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-BRUTO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ULT-LIQUIDO       PIC 9(08)V99 VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       01 WRK-DATA-AUX          PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DAX-ANO          PIC 9(04).
           05  WRK-DAX-MES          PIC 9(02).
           05  WRK-DAX-DIA          PIC 9(02).
       01 WRK-DATA-ED.
           05  WRK-DED-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WRK-DED-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WRK-DED-ANO          PIC 9(04).
       01 WRK-COMPETENCIA-AUX   PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-AUX-R REDEFINES WRK-COMPETENCIA-AUX.
           05  WRK-CAX-ANO          PIC 9(04).
           05  WRK-CAX-MES          PIC 9(02).
       01 WRK-COMPETENCIA-ED.
           05  WRK-CED-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WRK-CED-ANO          PIC 9(04).
       01 WRK-MOEDA-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-MOEDA-ED==.
       77 WRK-IDADE-ED          PIC ZZ9.
       77 WRK-CODIGO-ED         PIC 9(03).
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
       IF WRK-FIM NOT = "S"
           PERFORM 2000-EMITE
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
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
          OR WRK-SGN-NIVEL < 2
           DISPLAY "ACESSO NEGADO - EMISSAO DE CARTAS EXIGE "
                   "NIVEL 2"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA EMISSAO DE CARTAS"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT MODELO-FILE.
       IF WRK-FS-MODELO NOT = "00"
           DISPLAY "NENHUM MODELO DE CARTA CADASTRADO - USE O "
                   "MANTCART"
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-MODELO-OK.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "NENHUM FUNCIONARIO CADASTRADO - NENHUMA CARTA"
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-EMPREGADOS-OK.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN INPUT CARGOS-FILE.
       IF WRK-FS-CARGOS = "00"
           MOVE "S" TO WRK-CARGOS-OK
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "00"
           MOVE "S" TO WRK-HISTORICO-OK
       ELSE
           DISPLAY "AVISO: FOLHAHST AUSENTE - CAMPOS DA FOLHA "
                   "SAIRAO SEM VALOR"
       END-IF.
       OPEN EXTEND CARTALOG-FILE.
       IF WRK-FS-CARTALOG = "35"
           OPEN OUTPUT CARTALOG-FILE
           CLOSE CARTALOG-FILE
           OPEN EXTEND CARTALOG-FILE
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       PERFORM 8000-PREPARA-CABECALHO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       2000-EMITE               SECTION.
       PERFORM 2100-ESCOLHE-MODELO
           UNTIL WRK-MODELO-ESCOLHIDO = "S".
       MOVE SPACES TO WRK-ORIGEM.
       PERFORM 2150-RECEBE-ORIGEM UNTIL WRK-ORIGEM-VALIDA.
       IF WRK-ORIGEM-MATRICULA
           MOVE "N" TO WRK-FIM
           PERFORM 3000-EMITE-MATRICULA UNTIL WRK-FIM = "S"
       ELSE
           PERFORM 4000-EMITE-CARTAO
       END-IF.
       DISPLAY "CARTAS EMITIDAS - " WRK-CNT-CARTAS
               " DO MODELO " WRK-MODELO.

       2100-ESCOLHE-MODELO      SECTION.
       DISPLAY "CODIGO DO MODELO DE CARTA "
       ACCEPT WRK-MODELO.
       MOVE WRK-MODELO TO CTM-MODELO.
       MOVE ZEROS      TO CTM-LINHA.
       READ MODELO-FILE KEY IS CTM-CHAVE
           INVALID KEY
               DISPLAY "MODELO NAO CADASTRADO - REDIGITE"
               GO TO 2100-ESCOLHE-SAIDA
       END-READ.
       IF NOT CTM-ATIVO
           DISPLAY "MODELO INATIVO - REDIGITE"
           GO TO 2100-ESCOLHE-SAIDA
       END-IF.
       MOVE CTM-TITULO TO WRK-TITULO.
       PERFORM 2110-CARREGA-MODELO.
       IF WRK-QTD-LINHAS = ZEROS
           DISPLAY "MODELO SEM TEXTO - REDIGITE"
           GO TO 2100-ESCOLHE-SAIDA
       END-IF.
       DISPLAY "MODELO " WRK-MODELO " - " WRK-TITULO
               " - " WRK-QTD-LINHAS " LINHAS".
       MOVE "S" TO WRK-MODELO-ESCOLHIDO.

       2100-ESCOLHE-SAIDA.
           EXIT.

       2110-CARREGA-MODELO      SECTION.
      *== a leitura da linha 000 posiciona o arquivo no
      *== texto do modelo
       MOVE ZEROS TO WRK-QTD-LINHAS.
       MOVE "N"   TO WRK-EOF-MODELO.
       PERFORM 2120-LE-LINHA.
       PERFORM 2130-GUARDA-LINHA UNTIL WRK-EOF-MODELO = "S".

       2120-LE-LINHA            SECTION.
       READ MODELO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-MODELO
       END-READ.
       IF WRK-EOF-MODELO NOT = "S"
          AND CTM-MODELO NOT = WRK-MODELO
           MOVE "S" TO WRK-EOF-MODELO
       END-IF.

       2130-GUARDA-LINHA        SECTION.
       IF WRK-QTD-LINHAS < 200
           ADD 1 TO WRK-QTD-LINHAS
           MOVE CTM-TEXTO TO WRK-MOD-LINHA(WRK-QTD-LINHAS)
       END-IF.
       PERFORM 2120-LE-LINHA.

       2150-RECEBE-ORIGEM       SECTION.
       DISPLAY "M UMA MATRICULA / P CARTAO DE PARAMETROS "
               "PARAMSEL "
       ACCEPT WRK-ORIGEM.
       IF NOT WRK-ORIGEM-VALIDA
           DISPLAY "ORIGEM INVALIDA - DIGITE M OU P"
       END-IF.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       3000-EMITE-MATRICULA     SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 3100-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       MOVE WRK-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - CARTA NAO "
                       "EMITIDA"
               MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
               MOVE "CARTA PARA MATRICULA INEXISTENTE"
                                    TO WRK-EXC-DESCRICAO
               PERFORM 2900-GRAVA-EXCECAO
           NOT INVALID KEY
               DISPLAY "FUNCIONARIO " REG-NOME
               DISPLAY "CONFIRMA A EMISSAO (S/N) "
               ACCEPT WRK-RESP
               IF WRK-RESP = "S"
                   PERFORM 5000-IMPRIME-CARTA
               ELSE
                   DISPLAY "CARTA NAO EMITIDA"
               END-IF
       END-READ.
       DISPLAY "EMITIR PARA OUTRA MATRICULA (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "S" TO WRK-FIM
       END-IF.

       3100-RECEBE-MATRICULA    SECTION.
       DISPLAY "MATRICULA DO FUNCIONARIO "
       ACCEPT WRK-MATRICULA-ENT.
       IF WRK-MATRICULA-ENT NOT NUMERIC
           DISPLAY "MATRICULA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 3100-RECEBE-SAIDA
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

       3100-RECEBE-SAIDA.
           EXIT.

       4000-EMITE-CARTAO        SECTION.
       PERFORM 4100-LE-PARAMETROS.
       IF NOT WRK-PARAMETRO-VALIDO
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EMITE-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF.
       PERFORM 4300-LE-FUNCIONARIO.
       PERFORM 4400-SELECIONA UNTIL WRK-EOF = "S".

       4000-EMITE-SAIDA.
           EXIT.

       4100-LE-PARAMETROS       SECTION.
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           DISPLAY "CARTAO DE PARAMETROS PARAMSEL AUSENTE"
       ELSE
           READ PARAMETRO-FILE
               AT END
                   DISPLAY "CARTAO DE PARAMETROS VAZIO"
               NOT AT END
                   PERFORM 4110-CRITICA-PARAMETROS
           END-READ
           CLOSE PARAMETRO-FILE
       END-IF.

       4110-CRITICA-PARAMETROS  SECTION.
       IF PAR-FILIAL NOT NUMERIC
          OR PAR-SALARIO-MIN NOT NUMERIC
          OR PAR-SALARIO-MAX NOT NUMERIC
          OR PAR-IDADE-MIN NOT NUMERIC
          OR PAR-IDADE-MAX NOT NUMERIC
           DISPLAY "CARTAO DE PARAMETROS COM CAMPO NAO "
                   "NUMERICO - CARTAS NAO EMITIDAS"
           GO TO 4110-CRITICA-SAIDA
       END-IF.
       IF NOT PAR-SIT-ATIVOS AND NOT PAR-SIT-DESLIGADOS
          AND NOT PAR-SIT-TODOS
           DISPLAY "SITUACAO DO CARTAO INVALIDA - USE A, D OU T"
           GO TO 4110-CRITICA-SAIDA
       END-IF.
       MOVE "S" TO WRK-PARAMETRO-OK.

       4110-CRITICA-SAIDA.
           EXIT.

       4300-LE-FUNCIONARIO      SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       4400-SELECIONA           SECTION.
       PERFORM 4410-APLICA-CRITERIOS.
       IF WRK-REGISTRO-CASOU
           PERFORM 5000-IMPRIME-CARTA
       END-IF.
       PERFORM 4300-LE-FUNCIONARIO.

       4410-APLICA-CRITERIOS    SECTION.
       MOVE "S" TO WRK-SELECIONA.
       IF PAR-FILIAL NOT = ZEROS
          AND REG-FILIAL NOT = PAR-FILIAL
           MOVE "N" TO WRK-SELECIONA
       END-IF.
       IF PAR-SALARIO-MIN NOT = ZEROS
          AND REG-SALARIO < PAR-SALARIO-MIN
           MOVE "N" TO WRK-SELECIONA
       END-IF.
       IF PAR-SALARIO-MAX NOT = ZEROS
          AND REG-SALARIO > PAR-SALARIO-MAX
           MOVE "N" TO WRK-SELECIONA
       END-IF.
       IF PAR-IDADE-MIN NOT = ZEROS
          AND REG-IDADE < PAR-IDADE-MIN
           MOVE "N" TO WRK-SELECIONA
       END-IF.
       IF PAR-IDADE-MAX NOT = ZEROS
          AND REG-IDADE > PAR-IDADE-MAX
           MOVE "N" TO WRK-SELECIONA
       END-IF.
       IF PAR-SIT-ATIVOS AND REG-DESLIGADO
           MOVE "N" TO WRK-SELECIONA
       END-IF.
       IF PAR-SIT-DESLIGADOS AND NOT REG-DESLIGADO
           MOVE "N" TO WRK-SELECIONA
       END-IF.

       5000-IMPRIME-CARTA       SECTION.
       PERFORM 5100-COLETA-DADOS.
       MOVE WRK-TITULO TO WRK-CAB-TITULO.
       MOVE SPACES     TO WRK-REL-COLUNAS.
       STRING "MATRICULA " REG-MATRICULA "  MODELO " WRK-MODELO
              "  EMITIDA POR " WRK-SGN-OPERADOR-ID
              DELIMITED BY SIZE INTO WRK-REL-COLUNAS.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE WRK-REL-PAGINA TO WRK-PAGINA-CARTA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 5200-IMPRIME-LINHA
           VARYING WRK-IND-LIN FROM 1 BY 1
           UNTIL WRK-IND-LIN > WRK-QTD-LINHAS.
       ADD 1 TO WRK-CNT-CARTAS.
       PERFORM 5900-REGISTRA-CARTA.

       5100-COLETA-DADOS        SECTION.
       MOVE "FILIAL NAO CADASTRADA" TO WRK-NOME-FILIAL.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE REG-FILIAL TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               NOT INVALID KEY
                   MOVE FIL-NOME TO WRK-NOME-FILIAL
           END-READ
       END-IF.
       MOVE "CARGO NAO CADASTRADO" TO WRK-TITULO-CARGO.
       IF WRK-CARGOS-DISPONIVEL
           MOVE REG-CARGO TO CRG-CODIGO
           READ CARGOS-FILE KEY IS CRG-CODIGO
               NOT INVALID KEY
                   MOVE CRG-TITULO TO WRK-TITULO-CARGO
           END-READ
       END-IF.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.
       MOVE "EMPRESA NAO CADASTRADA" TO WRK-NOME-EMPRESA.
       MOVE SPACES                   TO WRK-CNPJ.
       IF WRK-EMPRESAS-DISPONIVEL
           MOVE WRK-EMPRESA-REG TO EMP-CODIGO
           READ EMPRESAS-FILE KEY IS EMP-CODIGO
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME-EMPRESA
                   MOVE EMP-CNPJ TO WRK-CNPJ
           END-READ
       END-IF.
       PERFORM 5150-ULTIMA-FOLHA.

       5150-ULTIMA-FOLHA        SECTION.
      *== chave em ordem de competencia: a ultima lida e a
      *== mais recente; complementares somam na competencia
       MOVE ZEROS TO WRK-ULT-COMPETENCIA
                     WRK-ULT-BRUTO
                     WRK-ULT-LIQUIDO.
       IF NOT WRK-HISTORICO-DISPONIVEL
           GO TO 5150-ULTIMA-SAIDA
       END-IF.
       MOVE "N"           TO WRK-EOF-HISTORICO.
       MOVE REG-MATRICULA TO FHS-MATRICULA.
       MOVE ZEROS         TO FHS-COMPETENCIA
                             FHS-SEQUENCIA.
       START HISTORICO-FILE KEY IS NOT LESS THAN FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-HISTORICO
       END-START.
       IF WRK-EOF-HISTORICO NOT = "S"
           PERFORM 5160-LE-HISTORICO
       END-IF.
       PERFORM 5170-ACUMULA-FOLHA
           UNTIL WRK-EOF-HISTORICO = "S".

       5150-ULTIMA-SAIDA.
           EXIT.

       5160-LE-HISTORICO        SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
       END-READ.
       IF WRK-EOF-HISTORICO NOT = "S"
          AND FHS-MATRICULA NOT = REG-MATRICULA
           MOVE "S" TO WRK-EOF-HISTORICO
       END-IF.

       5170-ACUMULA-FOLHA       SECTION.
       IF FHS-COMPETENCIA NOT = WRK-ULT-COMPETENCIA
           MOVE FHS-COMPETENCIA TO WRK-ULT-COMPETENCIA
           MOVE ZEROS           TO WRK-ULT-BRUTO
                                   WRK-ULT-LIQUIDO
       END-IF.
       ADD FHS-BRUTO   TO WRK-ULT-BRUTO.
       ADD FHS-LIQUIDO TO WRK-ULT-LIQUIDO.
       PERFORM 5160-LE-HISTORICO.

       5200-IMPRIME-LINHA       SECTION.
       MOVE WRK-MOD-LINHA(WRK-IND-LIN) TO WRK-LINHA-MODELO.
       PERFORM 5300-MONTA-LINHA.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       WRITE REL-LINHA FROM WRK-LINHA-SAIDA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       5300-MONTA-LINHA         SECTION.
       MOVE SPACES TO WRK-LINHA-SAIDA.
       MOVE 1      TO WRK-POS-ENT
                      WRK-POS-SAI.
       PERFORM 5310-TRATA-POSICAO
           UNTIL WRK-POS-ENT > 72
              OR WRK-POS-SAI > 80.

       5310-TRATA-POSICAO       SECTION.
      *== texto comum passa direto; @CAMPO@ conhecido e
      *== trocado pelo valor; arroba solta ou campo
      *== desconhecido sai como esta, para aparecer na carta
       IF WRK-LINHA-MODELO(WRK-POS-ENT:1) NOT = "@"
           GO TO 5310-COPIA-CARACTER
       END-IF.
       MOVE "N" TO WRK-ACHOU-FIM.
       COMPUTE WRK-POS-FIM = WRK-POS-ENT + 1.
       PERFORM 5320-PROCURA-FIM
           UNTIL WRK-ACHOU-FIM = "S"
              OR WRK-POS-FIM > 72.
       IF WRK-ACHOU-FIM = "N"
           GO TO 5310-COPIA-CARACTER
       END-IF.
       COMPUTE WRK-TAM-CAMPO = WRK-POS-FIM - WRK-POS-ENT - 1.
       IF WRK-TAM-CAMPO = ZEROS
          OR WRK-TAM-CAMPO > 12
           GO TO 5310-COPIA-CARACTER
       END-IF.
       MOVE SPACES TO WRK-CAMPO.
       MOVE WRK-LINHA-MODELO(WRK-POS-ENT + 1:WRK-TAM-CAMPO)
         TO WRK-CAMPO.
       PERFORM 5400-VALOR-CAMPO.
       IF WRK-CAMPO-OK = "N"
           GO TO 5310-COPIA-CARACTER
       END-IF.
       PERFORM 5500-COPIA-VALOR.
       COMPUTE WRK-POS-ENT = WRK-POS-FIM + 1.
       GO TO 5310-TRATA-SAIDA.

       5310-COPIA-CARACTER.
           MOVE WRK-LINHA-MODELO(WRK-POS-ENT:1)
             TO WRK-LINHA-SAIDA(WRK-POS-SAI:1).
           ADD 1 TO WRK-POS-ENT
                    WRK-POS-SAI.

       5310-TRATA-SAIDA.
           EXIT.

       5320-PROCURA-FIM         SECTION.
       IF WRK-LINHA-MODELO(WRK-POS-FIM:1) = "@"
           MOVE "S" TO WRK-ACHOU-FIM
       ELSE
           ADD 1 TO WRK-POS-FIM
       END-IF.

       5400-VALOR-CAMPO         SECTION.
       MOVE "S"    TO WRK-CAMPO-OK.
       MOVE SPACES TO WRK-VALOR.
       IF WRK-CAMPO = "MATRICULA"
           MOVE REG-MATRICULA TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "NOME"
           MOVE REG-NOME TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "IDADE"
           MOVE REG-IDADE    TO WRK-IDADE-ED
           MOVE WRK-IDADE-ED TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "ADMISSAO"
           MOVE REG-DATA-ADMISSAO TO WRK-DATA-AUX
           PERFORM 5450-EDITA-DATA
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "DESLIGAMENTO"
           MOVE REG-DATA-DESLIGAMENTO TO WRK-DATA-AUX
           PERFORM 5450-EDITA-DATA
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "HOJE"
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX
           PERFORM 5450-EDITA-DATA
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "SALARIO"
           MOVE REG-SALARIO      TO WRK-MOEDA-ED
           MOVE WRK-MOEDA-ED-GRP TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "FILIAL"
           MOVE REG-FILIAL     TO WRK-CODIGO-ED
           MOVE WRK-CODIGO-ED  TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "NOMEFILIAL"
           MOVE WRK-NOME-FILIAL TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "CARGO"
           MOVE WRK-TITULO-CARGO TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "EMPRESA"
           MOVE WRK-NOME-EMPRESA TO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "CNPJ"
           STRING WRK-CNPJ(1:2) "." WRK-CNPJ(3:3) "."
                  WRK-CNPJ(6:3) "/" WRK-CNPJ(9:4) "-"
                  WRK-CNPJ(13:2)
                  DELIMITED BY SIZE INTO WRK-VALOR
           GO TO 5400-VALOR-SAIDA
       END-IF.
       IF WRK-CAMPO = "COMPETENCIA"
          OR WRK-CAMPO = "BRUTO"
          OR WRK-CAMPO = "LIQUIDO"
           PERFORM 5460-CAMPO-FOLHA
           GO TO 5400-VALOR-SAIDA
       END-IF.
       MOVE "N" TO WRK-CAMPO-OK.

       5400-VALOR-SAIDA.
           EXIT.

       5450-EDITA-DATA          SECTION.
       IF WRK-DATA-AUX = ZEROS
           MOVE "**/**/****" TO WRK-VALOR
       ELSE
           MOVE WRK-DAX-DIA TO WRK-DED-DIA
           MOVE WRK-DAX-MES TO WRK-DED-MES
           MOVE WRK-DAX-ANO TO WRK-DED-ANO
           MOVE WRK-DATA-ED TO WRK-VALOR
       END-IF.

       5460-CAMPO-FOLHA         SECTION.
      *== sem folha fechada nao se certifica valor nenhum
       IF WRK-ULT-COMPETENCIA = ZEROS
           MOVE "(SEM FOLHA FECHADA)" TO WRK-VALOR
           GO TO 5460-CAMPO-SAIDA
       END-IF.
       IF WRK-CAMPO = "COMPETENCIA"
           MOVE WRK-ULT-COMPETENCIA TO WRK-COMPETENCIA-AUX
           MOVE WRK-CAX-MES         TO WRK-CED-MES
           MOVE WRK-CAX-ANO         TO WRK-CED-ANO
           MOVE WRK-COMPETENCIA-ED  TO WRK-VALOR
       END-IF.
       IF WRK-CAMPO = "BRUTO"
           MOVE WRK-ULT-BRUTO    TO WRK-MOEDA-ED
           MOVE WRK-MOEDA-ED-GRP TO WRK-VALOR
       END-IF.
       IF WRK-CAMPO = "LIQUIDO"
           MOVE WRK-ULT-LIQUIDO  TO WRK-MOEDA-ED
           MOVE WRK-MOEDA-ED-GRP TO WRK-VALOR
       END-IF.

       5460-CAMPO-SAIDA.
           EXIT.

       5500-COPIA-VALOR         SECTION.
      *== valor sem os brancos da edicao, a esquerda e a
      *== direita, e cortado na margem da linha
       MOVE ZEROS TO WRK-BRANCOS.
       INSPECT WRK-VALOR TALLYING WRK-BRANCOS FOR LEADING SPACES.
       IF WRK-BRANCOS > ZEROS
          AND WRK-BRANCOS < 40
           MOVE WRK-VALOR(WRK-BRANCOS + 1:) TO WRK-VALOR-AUX
           MOVE WRK-VALOR-AUX               TO WRK-VALOR
       END-IF.
       MOVE 40  TO WRK-TAM-VALOR.
       MOVE "N" TO WRK-ACHOU-TAM.
       PERFORM 5510-RECUA-VALOR
           UNTIL WRK-ACHOU-TAM = "S"
              OR WRK-TAM-VALOR = ZEROS.
       IF WRK-TAM-VALOR = ZEROS
           GO TO 5500-COPIA-SAIDA
       END-IF.
       IF WRK-POS-SAI + WRK-TAM-VALOR > 81
           COMPUTE WRK-TAM-VALOR = 81 - WRK-POS-SAI
       END-IF.
       MOVE WRK-VALOR(1:WRK-TAM-VALOR)
         TO WRK-LINHA-SAIDA(WRK-POS-SAI:WRK-TAM-VALOR).
       ADD WRK-TAM-VALOR TO WRK-POS-SAI.

       5500-COPIA-SAIDA.
           EXIT.

       5510-RECUA-VALOR         SECTION.
       IF WRK-VALOR(WRK-TAM-VALOR:1) NOT = SPACE
           MOVE "S" TO WRK-ACHOU-TAM
       ELSE
           SUBTRACT 1 FROM WRK-TAM-VALOR
       END-IF.

       5900-REGISTRA-CARTA      SECTION.
       MOVE SPACES              TO REG-CARTA-LOG.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO CLG-DATA-HORA.
       MOVE WRK-SGN-OPERADOR-ID TO CLG-OPERADOR.
       MOVE REG-MATRICULA       TO CLG-MATRICULA.
       MOVE WRK-MODELO          TO CLG-MODELO.
       MOVE WRK-ORIGEM          TO CLG-ORIGEM.
       MOVE REG-SALARIO         TO CLG-SALARIO.
       MOVE WRK-ULT-COMPETENCIA TO CLG-COMPETENCIA.
       MOVE WRK-ULT-BRUTO       TO CLG-BRUTO.
       MOVE WRK-PAGINA-CARTA    TO CLG-PAGINA.
       WRITE REG-CARTA-LOG.

       9000-FINALIZAR           SECTION.
       IF WRK-MODELO-OK = "S"
           CLOSE MODELO-FILE
       END-IF.
       IF WRK-EMPREGADOS-OK = "S"
           CLOSE EMPREGADOS-FILE
           CLOSE CARTALOG-FILE
           CLOSE RELATORIO-FILE
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
       IF WRK-HISTORICO-DISPONIVEL
           CLOSE HISTORICO-FILE
       END-IF.
       CLOSE EXCPTLOG-FILE.

       COPY "relcabpd.cpy".
