       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTORCA.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Manutencao do orcamento anual de folha
      *==            (ORCAMDB) por empresa, filial e mes -
      *==            efetivo aprovado e custo aprovado -, com
      *==            sign-on de supervisor (nivel 3), no molde
      *==            do CADEMPRE. Inclui, altera, exclui e
      *==            consulta um mes; a opcao G grava o mesmo
      *==            efetivo e custo nos doze meses do ano de
      *==            uma filial, perguntando antes de cobrir
      *==            um mes que ja tem valor. Filial e empresa
      *==            sao criticadas contra o FILIALDB e o
      *==            EMPRESDB quando os cadastros existem.
      *==            Cada gravacao leva o operador e a hora.
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
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCAMENTO.
           SELECT FILIAIS-FILE ASSIGN TO "FILIALDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAIS.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "orcamrc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
       COPY "filialrc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "MANTORCA".
       77 WRK-FS-ORCAMENTO      PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
          88 WRK-OPCAO-INCLUIR            VALUE "I".
          88 WRK-OPCAO-ALTERAR            VALUE "A".
          88 WRK-OPCAO-EXCLUIR            VALUE "E".
          88 WRK-OPCAO-CONSULTAR          VALUE "C".
          88 WRK-OPCAO-GERAR-ANO          VALUE "G".
      *== chave digitada: empresa, filial e competencia (ou so
      *== o ano, na opcao G)
       77 WRK-CHAVE-OK          PIC X(01) VALUE "N".
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-FILIAL-ENT        PIC X(03) VALUE SPACES.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-ANO-ENT           PIC X(04) VALUE SPACES.
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       77 WRK-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL            PIC 9(03) VALUE ZEROS.
      *== valores aprovados
       01 WRK-EFETIVO-CAMPOS.
          05 WRK-EFETIVO-ENT    PIC X(05) VALUE SPACES.
          05 WRK-EFETIVO-NUM REDEFINES WRK-EFETIVO-ENT
                                PIC 9(05).
       01 WRK-CUSTO-CAMPOS.
          05 WRK-CUSTO-ENT      PIC X(13) VALUE SPACES.
          05 WRK-CUSTO-NUM REDEFINES WRK-CUSTO-ENT
                                PIC 9(11)V99.
       77 WRK-MES               PIC 9(02) VALUE ZEROS.
       77 WRK-CNT-GRAVADOS      PIC 9(02) VALUE ZEROS.
       77 WRK-CNT-MANTIDOS      PIC 9(02) VALUE ZEROS.
       01  WRK-CUSTO-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-CUSTO-ED==.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-MANTEM-ORCAMENTO UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN I-O ORCAMENTO-FILE.
       IF WRK-FS-ORCAMENTO = "35"
           OPEN OUTPUT ORCAMENTO-FILE
           CLOSE ORCAMENTO-FILE
           OPEN I-O ORCAMENTO-FILE
       END-IF.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
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
           DISPLAY "ACESSO NEGADO - MANUTENCAO DO ORCAMENTO EXIGE "
                   "SUPERVISOR (NIVEL 3)"
           MOVE "ACESSO NEGADO NA MANUTENCAO DO ORCAMENTO"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
       END-IF.

       2000-MANTEM-ORCAMENTO    SECTION.
       PERFORM 2100-RECEBE-OPCAO.
       IF WRK-OPCAO-INCLUIR
           PERFORM 3000-INCLUI
       ELSE
           IF WRK-OPCAO-ALTERAR
               PERFORM 4000-ALTERA
           ELSE
               IF WRK-OPCAO-EXCLUIR
                   PERFORM 5000-EXCLUI
               ELSE
                   IF WRK-OPCAO-CONSULTAR
                       PERFORM 6000-CONSULTA
                   ELSE
                       IF WRK-OPCAO-GERAR-ANO
                           PERFORM 7000-GERA-ANO
                       ELSE
                           DISPLAY "OPCAO INVALIDA - DIGITE I, A, "
                                   "E, C OU G"
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM 2900-PERGUNTA-CONTINUA.

       2100-RECEBE-OPCAO        SECTION.
       DISPLAY "I INCLUIR / A ALTERAR / E EXCLUIR / C CONSULTAR "
               "/ G GERAR O ANO "
       ACCEPT WRK-OPCAO.

       2200-RECEBE-EMPRESA-FILIAL SECTION.
      *== empresa e filial, criticadas contra os cadastros
      *== quando eles existem; WRK-CHAVE-OK fica "S" se valeu
       MOVE "N" TO WRK-CHAVE-OK.
       DISPLAY "EMPRESA (2 DIGITOS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2200-RECEBE-SAIDA
       END-IF.
       MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA.
       IF WRK-EMPRESA = ZEROS
           DISPLAY "EMPRESA NAO PODE SER ZERO"
           GO TO 2200-RECEBE-SAIDA
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           MOVE WRK-EMPRESA TO EMP-CODIGO
           READ EMPRESAS-FILE KEY IS EMP-CODIGO
               INVALID KEY
                   DISPLAY "EMPRESA " WRK-EMPRESA
                           " NAO CADASTRADA NO EMPRESDB"
                   GO TO 2200-RECEBE-SAIDA
           END-READ
       END-IF.
       DISPLAY "FILIAL (3 DIGITOS) "
       ACCEPT WRK-FILIAL-ENT.
       IF WRK-FILIAL-ENT NOT NUMERIC
           DISPLAY "FILIAL INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2200-RECEBE-SAIDA
       END-IF.
       MOVE WRK-FILIAL-ENT TO WRK-FILIAL.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE WRK-FILIAL TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               INVALID KEY
                   DISPLAY "FILIAL " WRK-FILIAL
                           " NAO CADASTRADA NO FILIALDB"
                   GO TO 2200-RECEBE-SAIDA
           END-READ
           IF FIL-INATIVA
               DISPLAY "FILIAL " WRK-FILIAL " INATIVA - "
                       "ORCAMENTO NAO ACEITO"
               GO TO 2200-RECEBE-SAIDA
           END-IF
       END-IF.
       MOVE "S" TO WRK-CHAVE-OK.

       2200-RECEBE-SAIDA.
           EXIT.

       2300-RECEBE-CHAVE        SECTION.
       PERFORM 2200-RECEBE-EMPRESA-FILIAL.
       IF WRK-CHAVE-OK NOT = "S"
           GO TO 2300-RECEBE-SAIDA
       END-IF.
       MOVE "N" TO WRK-CHAVE-OK.
       DISPLAY "COMPETENCIA (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2300-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO"
           GO TO 2300-RECEBE-SAIDA
       END-IF.
       MOVE WRK-EMPRESA     TO ORC-EMPRESA.
       MOVE WRK-FILIAL      TO ORC-FILIAL.
       MOVE WRK-COMPETENCIA TO ORC-COMPETENCIA.
       MOVE "S" TO WRK-CHAVE-OK.

       2300-RECEBE-SAIDA.
           EXIT.

       2400-RECEBE-VALORES      SECTION.
       MOVE SPACES TO WRK-EFETIVO-ENT.
       PERFORM 2410-RECEBE-EFETIVO
           UNTIL WRK-EFETIVO-ENT NUMERIC.
       MOVE SPACES TO WRK-CUSTO-ENT.
       PERFORM 2420-RECEBE-CUSTO
           UNTIL WRK-CUSTO-ENT NUMERIC.

       2410-RECEBE-EFETIVO      SECTION.
       DISPLAY "EFETIVO APROVADO (5 DIGITOS) "
       ACCEPT WRK-EFETIVO-ENT.
       IF WRK-EFETIVO-ENT NOT NUMERIC
           DISPLAY "EFETIVO INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2420-RECEBE-CUSTO        SECTION.
       DISPLAY "CUSTO APROVADO (13 DIGITOS, CENTAVOS NO FIM, "
               "EX 0000015000000 = 150.000,00) "
       ACCEPT WRK-CUSTO-ENT.
       IF WRK-CUSTO-ENT NOT NUMERIC
           DISPLAY "CUSTO INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2500-CARIMBA-REGISTRO    SECTION.
       MOVE WRK-EFETIVO-NUM     TO ORC-EFETIVO.
       MOVE WRK-CUSTO-NUM       TO ORC-CUSTO.
       MOVE WRK-SGN-OPERADOR-ID TO ORC-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA       TO ORC-DATA-HORA.

       2600-MOSTRA-REGISTRO     SECTION.
       MOVE ORC-CUSTO TO WRK-CUSTO-ED.
       DISPLAY "EMPRESA " ORC-EMPRESA " FILIAL " ORC-FILIAL
               " COMPETENCIA " ORC-COMPETENCIA.
       DISPLAY "  EFETIVO APROVADO " ORC-EFETIVO
               "  CUSTO APROVADO " WRK-CUSTO-ED.
       DISPLAY "  GRAVADO POR " ORC-OPERADOR " EM "
               ORC-DATA-HORA(7:2) "/" ORC-DATA-HORA(5:2) "/"
               ORC-DATA-HORA(1:4).

       3000-INCLUI              SECTION.
       PERFORM 2300-RECEBE-CHAVE.
       IF WRK-CHAVE-OK NOT = "S"
           GO TO 3000-INCLUI-SAIDA
       END-IF.
       READ ORCAMENTO-FILE KEY IS ORC-CHAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "MES JA ORCADO - USE A OPCAO A PARA ALTERAR"
               GO TO 3000-INCLUI-SAIDA
       END-READ.
       PERFORM 2400-RECEBE-VALORES.
       MOVE WRK-EMPRESA     TO ORC-EMPRESA.
       MOVE WRK-FILIAL      TO ORC-FILIAL.
       MOVE WRK-COMPETENCIA TO ORC-COMPETENCIA.
       PERFORM 2500-CARIMBA-REGISTRO.
       WRITE REG-ORCAMENTO
           INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO ORCAMENTO - STATUS "
                       WRK-FS-ORCAMENTO
           NOT INVALID KEY
               DISPLAY "ORCAMENTO GRAVADO"
       END-WRITE.

       3000-INCLUI-SAIDA.
           EXIT.

       4000-ALTERA              SECTION.
       PERFORM 2300-RECEBE-CHAVE.
       IF WRK-CHAVE-OK NOT = "S"
           GO TO 4000-ALTERA-SAIDA
       END-IF.
       READ ORCAMENTO-FILE KEY IS ORC-CHAVE
           INVALID KEY
               DISPLAY "MES NAO ORCADO - USE A OPCAO I PARA INCLUIR"
               GO TO 4000-ALTERA-SAIDA
       END-READ.
       PERFORM 2600-MOSTRA-REGISTRO.
       PERFORM 2400-RECEBE-VALORES.
       PERFORM 2500-CARIMBA-REGISTRO.
       REWRITE REG-ORCAMENTO.
       DISPLAY "ORCAMENTO ALTERADO".

       4000-ALTERA-SAIDA.
           EXIT.

       5000-EXCLUI              SECTION.
       PERFORM 2300-RECEBE-CHAVE.
       IF WRK-CHAVE-OK NOT = "S"
           GO TO 5000-EXCLUI-SAIDA
       END-IF.
       READ ORCAMENTO-FILE KEY IS ORC-CHAVE
           INVALID KEY
               DISPLAY "MES NAO ORCADO"
               GO TO 5000-EXCLUI-SAIDA
       END-READ.
       PERFORM 2600-MOSTRA-REGISTRO.
       DISPLAY "CONFIRMA A EXCLUSAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP = "S"
           DELETE ORCAMENTO-FILE RECORD
           DISPLAY "ORCAMENTO EXCLUIDO"
       ELSE
           DISPLAY "EXCLUSAO NAO CONFIRMADA"
       END-IF.

       5000-EXCLUI-SAIDA.
           EXIT.

       6000-CONSULTA            SECTION.
       PERFORM 2300-RECEBE-CHAVE.
       IF WRK-CHAVE-OK NOT = "S"
           GO TO 6000-CONSULTA-SAIDA
       END-IF.
       READ ORCAMENTO-FILE KEY IS ORC-CHAVE
           INVALID KEY
               DISPLAY "MES NAO ORCADO"
           NOT INVALID KEY
               PERFORM 2600-MOSTRA-REGISTRO
       END-READ.

       6000-CONSULTA-SAIDA.
           EXIT.

       7000-GERA-ANO            SECTION.
      *== mesmo efetivo e custo mensal nos doze meses do ano;
      *== um mes ja orcado so e coberto com confirmacao
       PERFORM 2200-RECEBE-EMPRESA-FILIAL.
       IF WRK-CHAVE-OK NOT = "S"
           GO TO 7000-GERA-SAIDA
       END-IF.
       DISPLAY "ANO DO ORCAMENTO (AAAA) "
       ACCEPT WRK-ANO-ENT.
       IF WRK-ANO-ENT NOT NUMERIC
           DISPLAY "ANO INVALIDO - DIGITE APENAS NUMEROS"
           GO TO 7000-GERA-SAIDA
       END-IF.
       MOVE WRK-ANO-ENT TO WRK-CMP-ANO.
       DISPLAY "VALORES MENSAIS, REPETIDOS NOS DOZE MESES".
       PERFORM 2400-RECEBE-VALORES.
       MOVE ZEROS TO WRK-CNT-GRAVADOS WRK-CNT-MANTIDOS.
       PERFORM 7100-GRAVA-MES
           VARYING WRK-MES FROM 1 BY 1
           UNTIL WRK-MES > 12.
       DISPLAY "MESES GRAVADOS " WRK-CNT-GRAVADOS
               "  MESES MANTIDOS " WRK-CNT-MANTIDOS.

       7000-GERA-SAIDA.
           EXIT.

       7100-GRAVA-MES           SECTION.
       MOVE WRK-MES         TO WRK-CMP-MES.
       MOVE WRK-EMPRESA     TO ORC-EMPRESA.
       MOVE WRK-FILIAL      TO ORC-FILIAL.
       MOVE WRK-COMPETENCIA TO ORC-COMPETENCIA.
       READ ORCAMENTO-FILE KEY IS ORC-CHAVE
           INVALID KEY
               PERFORM 2500-CARIMBA-REGISTRO
               WRITE REG-ORCAMENTO
               ADD 1 TO WRK-CNT-GRAVADOS
           NOT INVALID KEY
               PERFORM 2600-MOSTRA-REGISTRO
               DISPLAY "MES JA ORCADO - SUBSTITUI (S/N) "
               ACCEPT WRK-RESP
               IF WRK-RESP = "S"
                   PERFORM 2500-CARIMBA-REGISTRO
                   REWRITE REG-ORCAMENTO
                   ADD 1 TO WRK-CNT-GRAVADOS
               ELSE
                   ADD 1 TO WRK-CNT-MANTIDOS
               END-IF
       END-READ.

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
       CLOSE ORCAMENTO-FILE.
       IF WRK-FILIAIS-DISPONIVEL
           CLOSE FILIAIS-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       CLOSE EXCPTLOG-FILE.
