       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRSUSP.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Correcao do suspenso de transacoes
      *==            SUSPTRAN - percorre os itens abertos que o
      *==            AULA10 rejeitou, mostra o registro
      *==            original, o lote e o motivo, e deixa o
      *==            operador identificado corrigir (operacao e
      *==            valores redigitados com a critica do
      *==            DIGTRAN e o calculo conferido com as regras
      *==            do AULA10 - correcao que ainda estoura nao
      *==            e aceita), cancelar com observacao, ou
      *==            deixar o item aberto. O corrigido volta ao
      *==            TRANLIST pelo RECITRAN no lote de
      *==            reciclagem do proximo processamento - sem
      *==            ninguem redigitar nada num DIGTRAN futuro.
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
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
       COPY "susprc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CORRSUSP".
       77 WRK-FS-SUSPENSO       PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-SUSPENSO-OK       PIC X(01) VALUE "N".
       77 WRK-DECISAO           PIC X(01) VALUE SPACES.
          88 WRK-DEC-CORRIGE              VALUE "C".
          88 WRK-DEC-CANCELA              VALUE "X".
          88 WRK-DEC-PULA                 VALUE "P".
          88 WRK-DEC-FIM                  VALUE "F".
          88 WRK-DEC-VALIDA               VALUES "C" "X" "P" "F".
       77 WRK-OPERACAO          PIC X(01) VALUE SPACES.
          88 WRK-OPER-SUBTRAI             VALUE "S".
          88 WRK-OPER-SOMA                VALUE "A".
          88 WRK-OPER-MULTIPLICA          VALUE "M".
          88 WRK-OPER-PERCENTUAL          VALUE "P".
          88 WRK-OPER-VALIDA              VALUES "S" "A" "M" "P".
       01 WRK-VALOR1-CAMPOS.
          05 WRK-VALOR1-ENT     PIC X(07) VALUE SPACES.
          05 WRK-VALOR1-NUM REDEFINES WRK-VALOR1-ENT
                                PIC 9(05)V99.
       01 WRK-VALOR2-CAMPOS.
          05 WRK-VALOR2-ENT     PIC X(07) VALUE SPACES.
          05 WRK-VALOR2-NUM REDEFINES WRK-VALOR2-ENT
                                PIC 9(05)V99.
      *== mesmo tamanho do resultado do AULA10, para a correcao
      *== estourar aqui onde estouraria la
       77 WRK-RESULTADO         PIC S9(04)V99 VALUE ZEROS.
       77 WRK-OVERFLOW          PIC X(01) VALUE "N".
          88 WRK-HOUVE-OVERFLOW           VALUE "S".
       01  WRK-RESULTADO-ED-GRP.
           COPY "moedased.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-RESULTADO-ED==.
       77 WRK-CNT-ABERTOS       PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CORRIGIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CANCELADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-TRATA-ITEM UNTIL WRK-EOF = "S".
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
           DISPLAY "ACESSO NEGADO - CORRECAO DO SUSPENSO EXIGE "
                   "OPERADOR IDENTIFICADO"
           MOVE "ACESSO NEGADO NA CORRECAO DO SUSPENSO"
                              TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN I-O SUSPENSO-FILE.
       IF WRK-FS-SUSPENSO NOT = "00"
           DISPLAY "NENHUM ITEM NO SUSPENSO - SUSPTRAN AUSENTE"
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       MOVE "S" TO WRK-SUSPENSO-OK.
       PERFORM 2100-LE-SUSPENSO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       2100-LE-SUSPENSO         SECTION.
       READ SUSPENSO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       2000-TRATA-ITEM          SECTION.
       IF NOT SUS-ABERTO
           GO TO 2000-TRATA-PROXIMO
       END-IF.
       ADD 1 TO WRK-CNT-ABERTOS.
       DISPLAY " ".
       DISPLAY "LOTE " SUS-DATA-LOTE " FONTE " SUS-FONTE
               " DETALHE " SUS-SEQUENCIA
               " INCLUIDO EM " SUS-DATA-INCLUSAO.
       DISPLAY "REGISTRO ORIGINAL: OPERACAO " SUS-ORG-OPERACAO
               " VALOR1 " SUS-ORG-VALOR1
               " VALOR2 " SUS-ORG-VALOR2.
       DISPLAY "MOTIVO: " SUS-MOTIVO-DESCR.
       MOVE SPACES TO WRK-DECISAO.
       PERFORM 2110-RECEBE-DECISAO
           UNTIL WRK-DEC-VALIDA.
       IF WRK-DEC-FIM
           MOVE "S" TO WRK-EOF
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF WRK-DEC-CORRIGE
           PERFORM 2200-CORRIGE-ITEM
       END-IF.
       IF WRK-DEC-CANCELA
           PERFORM 2300-CANCELA-ITEM
       END-IF.

       2000-TRATA-PROXIMO.
           PERFORM 2100-LE-SUSPENSO.

       2000-TRATA-SAIDA.
           EXIT.

       2110-RECEBE-DECISAO      SECTION.
       DISPLAY "C CORRIGE / X CANCELA / P DEIXA ABERTO / "
               "F ENCERRA "
       ACCEPT WRK-DECISAO.
       IF NOT WRK-DEC-VALIDA
           DISPLAY "OPCAO INVALIDA - DIGITE C, X, P OU F"
       END-IF.

       2200-CORRIGE-ITEM        SECTION.
       MOVE SPACES TO WRK-OPERACAO.
       PERFORM 2210-RECEBE-OPERACAO
           UNTIL WRK-OPER-VALIDA.
       MOVE SPACES TO WRK-VALOR1-ENT.
       PERFORM 2220-RECEBE-VALOR1
           UNTIL WRK-VALOR1-ENT NUMERIC.
       MOVE SPACES TO WRK-VALOR2-ENT.
       PERFORM 2230-RECEBE-VALOR2
           UNTIL WRK-VALOR2-ENT NUMERIC.
       PERFORM 2240-CONFERE-CALCULO.
       IF WRK-HOUVE-OVERFLOW
           DISPLAY "CORRECAO AINDA ESTOURA O RESULTADO - ITEM "
                   "CONTINUA ABERTO"
           GO TO 2200-CORRIGE-SAIDA
       END-IF.
       MOVE WRK-RESULTADO TO WRK-RESULTADO-ED.
       DISPLAY "RESULTADO DA TRANSACAO CORRIGIDA " WRK-RESULTADO-ED.
       MOVE "C"                 TO SUS-SITUACAO.
       MOVE WRK-OPERACAO        TO SUS-COR-OPERACAO.
       MOVE WRK-VALOR1-NUM      TO SUS-COR-VALOR1.
       MOVE WRK-VALOR2-NUM      TO SUS-COR-VALOR2.
       MOVE SPACES              TO SUS-OBSERVACAO.
       PERFORM 2400-REGRAVA-ITEM.
       ADD 1 TO WRK-CNT-CORRIGIDOS.

       2200-CORRIGE-SAIDA.
           EXIT.

       2210-RECEBE-OPERACAO     SECTION.
       DISPLAY "OPERACAO - S SUBTRAI / A SOMA / M MULTIPLICA / "
               "P PERCENTUAL "
       ACCEPT WRK-OPERACAO.
       IF NOT WRK-OPER-VALIDA
           DISPLAY "OPERACAO INVALIDA - DIGITE S, A, M OU P"
       END-IF.

       2220-RECEBE-VALOR1       SECTION.
       DISPLAY "VALOR 1 (7 DIGITOS, CENTAVOS NO FIM, "
               "EX 0010050 = 100,50) "
       ACCEPT WRK-VALOR1-ENT.
       IF WRK-VALOR1-ENT NOT NUMERIC
           DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2230-RECEBE-VALOR2       SECTION.
       DISPLAY "VALOR 2 (7 DIGITOS, CENTAVOS NO FIM) "
       ACCEPT WRK-VALOR2-ENT.
       IF WRK-VALOR2-ENT NOT NUMERIC
           DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       2240-CONFERE-CALCULO     SECTION.
      *== mesmas regras do 0210-CALCULA-OPERACAO do AULA10
       MOVE "N" TO WRK-OVERFLOW.
       IF WRK-OPER-SUBTRAI
           COMPUTE WRK-RESULTADO = WRK-VALOR1-NUM - WRK-VALOR2-NUM
               ON SIZE ERROR
                   MOVE "S" TO WRK-OVERFLOW
           END-COMPUTE
       END-IF.
       IF WRK-OPER-SOMA
           COMPUTE WRK-RESULTADO = WRK-VALOR1-NUM + WRK-VALOR2-NUM
               ON SIZE ERROR
                   MOVE "S" TO WRK-OVERFLOW
           END-COMPUTE
       END-IF.
       IF WRK-OPER-MULTIPLICA
           COMPUTE WRK-RESULTADO ROUNDED =
                   WRK-VALOR1-NUM * WRK-VALOR2-NUM
               ON SIZE ERROR
                   MOVE "S" TO WRK-OVERFLOW
           END-COMPUTE
       END-IF.
       IF WRK-OPER-PERCENTUAL
           COMPUTE WRK-RESULTADO ROUNDED =
                   WRK-VALOR1-NUM * WRK-VALOR2-NUM / 100
               ON SIZE ERROR
                   MOVE "S" TO WRK-OVERFLOW
           END-COMPUTE
       END-IF.

       2300-CANCELA-ITEM        SECTION.
       MOVE SPACES TO SUS-OBSERVACAO.
       PERFORM 2310-RECEBE-OBSERVACAO
           UNTIL SUS-OBSERVACAO NOT = SPACES.
       MOVE "X" TO SUS-SITUACAO.
       PERFORM 2400-REGRAVA-ITEM.
       ADD 1 TO WRK-CNT-CANCELADOS.

       2310-RECEBE-OBSERVACAO   SECTION.
       DISPLAY "MOTIVO DO CANCELAMENTO (OBRIGATORIO) "
       ACCEPT SUS-OBSERVACAO.

       2400-REGRAVA-ITEM        SECTION.
       MOVE WRK-SGN-OPERADOR-ID   TO SUS-OPERADOR.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8)    TO SUS-DATA-TRATAMENTO.
       REWRITE REG-SUSPENSO
           INVALID KEY
               DISPLAY "FALHA AO REGRAVAR O ITEM - FS "
                       WRK-FS-SUSPENSO
       END-REWRITE.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE "OPE-NIVEL"        TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-SUSPENSO-OK = "S"
           CLOSE SUSPENSO-FILE
           DISPLAY "ITENS ABERTOS VISTOS " WRK-CNT-ABERTOS
                   " CORRIGIDOS " WRK-CNT-CORRIGIDOS
                   " CANCELADOS " WRK-CNT-CANCELADOS
           IF WRK-CNT-CORRIGIDOS > ZEROS
               DISPLAY "OS CORRIGIDOS VOLTAM AO TRANLIST NO LOTE "
                       "DE RECICLAGEM DO PROXIMO PROCESSAMENTO"
           END-IF
       END-IF.
       CLOSE EXCPTLOG-FILE.
