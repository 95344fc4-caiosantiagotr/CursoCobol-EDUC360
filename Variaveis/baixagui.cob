       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAGUI.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Baixa das guias de recolhimento - o
      *==            financeiro (nivel 2 ou mais) informa a
      *==            competencia, a empresa e o tipo da guia
      *==            (D DARF, G GPS) gerada pelo GUIASREC no
      *==            GUIADB, confere o valor e o vencimento e
      *==            registra a data do pagamento. A guia paga
      *==            sai da lista de vencidas do PAINELOP e nao
      *==            e mais recalculada. Cada baixa vai para o
      *==            EXCPTLOG com o operador.
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
           SELECT GUIA-FILE ASSIGN TO "GUIADB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUI-CHAVE
               FILE STATUS IS WRK-FS-GUIA.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  GUIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "guiarc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "BAIXAGUI".
       77 WRK-FS-GUIA           PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
          05 WRK-CMP-ANO        PIC 9(04).
          05 WRK-CMP-MES        PIC 9(02).
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-TIPO-ENT          PIC X(01) VALUE SPACES.
       77 WRK-DATA-PAGTO-ENT    PIC X(08) VALUE SPACES.
       77 WRK-DATA-PAGTO-OK     PIC X(01) VALUE "N".
       77 WRK-DUT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-DUT-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-DUT-RESULTADO     PIC X(01) VALUE SPACES.
       01 WRK-DATA-ED-GRP.
          05 WRK-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
          05 WRK-DATA-ENTRADA-RD REDEFINES WRK-DATA-ENTRADA.
             10 WRK-DTE-ANO     PIC 9(04).
             10 WRK-DTE-MES     PIC 9(02).
             10 WRK-DTE-DIA     PIC 9(02).
       77 WRK-DATA-ED           PIC X(10) VALUE SPACES.
       77 WRK-CNT-BAIXAS        PIC 9(05) VALUE ZEROS.
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-TRATA-GUIA UNTIL WRK-FIM = "S".
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
          OR WRK-SGN-NIVEL < 2
           DISPLAY "ACESSO NEGADO - BAIXA DE GUIA EXIGE NIVEL 2"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA BAIXA DE GUIAS"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 2900-GRAVA-EXCECAO
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN I-O GUIA-FILE.
       IF WRK-FS-GUIA NOT = "00"
           DISPLAY "REGISTRO DE GUIAS GUIADB INDISPONIVEL - FS "
                   WRK-FS-GUIA " - RODE ANTES O GUIASREC"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           MOVE "S" TO WRK-FIM
       END-IF.

       1000-INICIALIZA-SAIDA.
           EXIT.

       2000-TRATA-GUIA          SECTION.
       MOVE "N" TO WRK-COMPETENCIA-OK.
       PERFORM 2100-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       IF WRK-FIM = "S"
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE SPACES TO WRK-EMPRESA-ENT.
       PERFORM 2200-RECEBE-EMPRESA
           UNTIL WRK-EMPRESA-ENT NUMERIC.
       MOVE SPACES TO WRK-TIPO-ENT.
       PERFORM 2300-RECEBE-TIPO
           UNTIL WRK-TIPO-ENT = "D" OR WRK-TIPO-ENT = "G".
       MOVE WRK-COMPETENCIA TO GUI-COMPETENCIA.
       MOVE WRK-EMPRESA-ENT TO GUI-EMPRESA.
       MOVE WRK-TIPO-ENT    TO GUI-TIPO.
       READ GUIA-FILE KEY IS GUI-CHAVE
           INVALID KEY
               DISPLAY "GUIA NAO ENCONTRADA NO GUIADB"
               GO TO 2000-TRATA-SAIDA
       END-READ.
       PERFORM 2400-MOSTRA-GUIA.
       IF GUI-PAGA
           MOVE GUI-DATA-PAGAMENTO TO WRK-DATA-ENTRADA
           PERFORM 2450-EDITA-DATA
           DISPLAY "GUIA JA PAGA EM " WRK-DATA-ED " POR "
                   GUI-OPERADOR-BAIXA " - BAIXA RECUSADA"
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE "N" TO WRK-DATA-PAGTO-OK.
       PERFORM 2500-RECEBE-DATA-PAGTO
           UNTIL WRK-DATA-PAGTO-OK = "S".
       DISPLAY "CONFIRMA A BAIXA DA GUIA (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S" AND WRK-RESP NOT = "s"
           DISPLAY "BAIXA NAO CONFIRMADA - GUIA MANTIDA PENDENTE"
           GO TO 2000-TRATA-SAIDA
       END-IF.
       PERFORM 2600-GRAVA-BAIXA.

       2000-TRATA-SAIDA.
           EXIT.

       2100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DA GUIA (AAAAMM, FI ENCERRA) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT = "FI" OR WRK-COMPETENCIA-ENT = "fi"
           MOVE "S" TO WRK-FIM
           MOVE "S" TO WRK-COMPETENCIA-OK
           GO TO 2100-RECEBE-SAIDA
       END-IF.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2100-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 2100-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       2100-RECEBE-SAIDA.
           EXIT.

       2200-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA DA GUIA (2 DIGITOS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       2300-RECEBE-TIPO         SECTION.
       DISPLAY "TIPO DA GUIA (D = DARF, G = GPS) "
       ACCEPT WRK-TIPO-ENT.
       IF WRK-TIPO-ENT = "d"
           MOVE "D" TO WRK-TIPO-ENT
       END-IF.
       IF WRK-TIPO-ENT = "g"
           MOVE "G" TO WRK-TIPO-ENT
       END-IF.
       IF WRK-TIPO-ENT NOT = "D" AND WRK-TIPO-ENT NOT = "G"
           DISPLAY "TIPO INVALIDO - INFORME D OU G"
       END-IF.

       2400-MOSTRA-GUIA         SECTION.
       IF GUI-DARF
           DISPLAY "DARF " GUI-CODIGO-RECEITA " COMPETENCIA "
                   GUI-COMPETENCIA " EMPRESA " GUI-EMPRESA
                   " CNPJ " GUI-CNPJ
       ELSE
           DISPLAY "GPS  " GUI-CODIGO-RECEITA " COMPETENCIA "
                   GUI-COMPETENCIA " EMPRESA " GUI-EMPRESA
                   " CNPJ " GUI-CNPJ
       END-IF.
       MOVE GUI-VENCIMENTO TO WRK-DATA-ENTRADA.
       PERFORM 2450-EDITA-DATA.
       MOVE GUI-VALOR-TOTAL TO WRK-VALOR-ED.
       DISPLAY "VENCIMENTO " WRK-DATA-ED "  VALOR " WRK-VALOR-ED.

       2450-EDITA-DATA          SECTION.
       MOVE SPACES TO WRK-DATA-ED.
       STRING WRK-DTE-DIA "/" WRK-DTE-MES "/" WRK-DTE-ANO
              DELIMITED BY SIZE INTO WRK-DATA-ED.

       2500-RECEBE-DATA-PAGTO   SECTION.
       DISPLAY "DATA DO PAGAMENTO (AAAAMMDD) "
       ACCEPT WRK-DATA-PAGTO-ENT.
       IF WRK-DATA-PAGTO-ENT NOT NUMERIC
           DISPLAY "DATA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2500-RECEBE-SAIDA
       END-IF.
       MOVE WRK-DATA-PAGTO-ENT TO WRK-DUT-DATA.
       MOVE "V"                TO WRK-DUT-FUNCAO.
       CALL "DIAUTIL" USING BY REFERENCE WRK-DUT-FUNCAO
                            WRK-DUT-DATA
                            WRK-DUT-RESULTADO.
       IF WRK-DUT-RESULTADO = "E"
           DISPLAY "DATA INEXISTENTE NO CALENDARIO - REDIGITE"
           GO TO 2500-RECEBE-SAIDA
       END-IF.
       IF WRK-DUT-DATA > GUI-VENCIMENTO
           DISPLAY "AVISO: PAGAMENTO APOS O VENCIMENTO - "
                   "CONFIRA MULTA E JUROS"
       END-IF.
       MOVE "S" TO WRK-DATA-PAGTO-OK.

       2500-RECEBE-SAIDA.
           EXIT.

       2600-GRAVA-BAIXA         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE "Q"                 TO GUI-SITUACAO.
       MOVE WRK-DUT-DATA        TO GUI-DATA-PAGAMENTO.
       MOVE WRK-SGN-OPERADOR-ID TO GUI-OPERADOR-BAIXA.
       MOVE WRK-DATA-HORA       TO GUI-DATA-HORA.
       REWRITE REG-GUIA
           INVALID KEY
               DISPLAY "ERRO AO BAIXAR A GUIA - FS " WRK-FS-GUIA
               GO TO 2600-GRAVA-SAIDA
       END-REWRITE.
       MOVE "GUI-SITUACAO"      TO WRK-EXC-CAMPO.
       MOVE SPACES              TO WRK-EXC-DESCRICAO.
       STRING "GUIA " GUI-TIPO " " GUI-COMPETENCIA
              " EMP " GUI-EMPRESA " PAGA POR "
              WRK-SGN-OPERADOR-ID
           DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO.
       PERFORM 2900-GRAVA-EXCECAO.
       ADD 1 TO WRK-CNT-BAIXAS.
       DISPLAY "GUIA BAIXADA".

       2600-GRAVA-SAIDA.
           EXIT.

       2900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       DISPLAY "GUIAS BAIXADAS NESTA SESSAO: " WRK-CNT-BAIXAS.
       CLOSE GUIA-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.
