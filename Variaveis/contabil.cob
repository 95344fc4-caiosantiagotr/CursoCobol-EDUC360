      *==                    a-recolher do outro. Cartao em vez de
      *==                    ACCEPT porque este e um batch de
      *==                    fechamento como o FOLHAPG.
      *==   15/10/2026 CAS - Partida passa a sair da folha calculada
      *==                    FOLHACAL do CALCFOLH, a mesma do
      *==                    contracheque e da remessa, em vez de
      *==                    recalcular cada ativo do mestre: a
      *==                    rotina CONFCALC confere os totais de
      *==                    controle antes (ausente ou fora de
      *==                    balanco devolve RETURN-CODE 8) e a
      *==                    competencia e a empresa sao as do
      *==                    header; PARAMEMP com outra empresa que
      *==                    nao a calculada tambem cai com RC 8.
      *==   15/10/2026 CAS - Credito SALARIOS A PAGAR passa a ser o
      *==                    liquido final (o que vai ao banco na
      *==                    remessa); o adiantamento compensado e o
      *==                    consignado a repassar saem em creditos
      *==                    proprios (ADIANTAMENTOS, CONSIGNADOS),
      *==                    fechando a partida como antes. A prova leva
      *==                    a competencia e a empresa, para a liberacao
      *==                    da remessa (LIBREMES) conferir o LANCCTB
      *==                    certo.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHACAL-FILE ASSIGN TO "FOLHACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHACAL.
           SELECT LANCAMENTO-FILE ASSIGN TO "LANCCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHACAL-FILE
           LABEL RECORD IS STANDARD.
       COPY "folcalrc.cpy".

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
           05  FILLER                 PIC X(01).
           05  LCT-PRV-DEBITOS        PIC 9(13)V99.
           05  LCT-PRV-CREDITOS       PIC 9(13)V99.
           05  LCT-PRV-COMPETENCIA    PIC 9(06).
           05  LCT-PRV-EMPRESA        PIC 9(02).
           05  FILLER                 PIC X(03).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CONTABIL".
       77 WRK-FS-FOLHACAL       PIC X(02) VALUE "00".
       77 WRK-FS-LANCAMENTO     PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-EMPRESA-CARTAO    PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-CFC-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-CFC-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-CALC-RECUSADO     PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).
       77 WRK-TAB-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ACHADO-IDX    PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-INSS          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANTAMENTO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CONSIGNADO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS      PIC 9(13)V99 VALUE ZEROS.

       GOBACK.

       1000-INICIALIZAR         SECTION.
       PERFORM 1020-LE-PARAM-EMPRESA.
       PERFORM 1030-CONFERE-FOLHA-CALC.
       IF WRK-CALC-RECUSADO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT FOLHACAL-FILE.
       OPEN OUTPUT LANCAMENTO-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "LANCAMENTOS CONTABEIS DA FOLHA" TO WRK-CAB-TITULO.
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
      *== o header ja foi conferido pelo CONFCALC
       READ FOLHACAL-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.
       IF WRK-CFC-QTDE = ZEROS
           DISPLAY "FOLHA CALCULADA SEM FUNCIONARIOS - "
                   "NENHUM LANCAMENTO GERADO"
           MOVE "S" TO WRK-EOF
       ELSE
           PERFORM 0100-RECEBE
       END-IF.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1020-LE-PARAM-EMPRESA    SECTION.
      *== cartao opcional PARAMEMP (batch de fechamento, sem
      *== operador): empresa a contabilizar, 00 ou cartao
      *== ausente = a que estiver na folha calculada
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1020-LE-PARAM-SAIDA
               CONTINUE
           NOT AT END
               IF PRE-EMPRESA NUMERIC
                   MOVE PRE-EMPRESA TO WRK-EMPRESA-CARTAO
               ELSE
                   DISPLAY "CARTAO PARAMEMP COM EMPRESA NAO "
                           "NUMERICA - IGNORADO"
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.
       IF WRK-EMPRESA-CARTAO NOT = ZEROS
           DISPLAY "CONTABILIZANDO A EMPRESA " WRK-EMPRESA-CARTAO
       END-IF.

       1020-LE-PARAM-SAIDA.
           EXIT.

       1030-CONFERE-FOLHA-CALC  SECTION.
      *== partida so sai da folha calculada pelo CALCFOLH e
      *== com os totais de controle fechados; competencia e
      *== empresa sao as do header
       CALL "CONFCALC" USING BY REFERENCE WRK-COMPETENCIA
                             WRK-EMPRESA-SEL
                             WRK-CFC-QTDE
                             WRK-CFC-RESULTADO.
       IF WRK-CFC-RESULTADO NOT = "S"
           MOVE "S" TO WRK-CALC-RECUSADO
           GO TO 1030-CONFERE-SAIDA
       END-IF.
       IF WRK-EMPRESA-CARTAO NOT = ZEROS
          AND WRK-EMPRESA-CARTAO NOT = WRK-EMPRESA-SEL
           DISPLAY "CARTAO PARAMEMP NAO CONFERE COM A FOLHA "
                   "CALCULADA - EMPRESA " WRK-EMPRESA-SEL
           MOVE "S" TO WRK-CALC-RECUSADO
       END-IF.

       1030-CONFERE-SAIDA.
           EXIT.

       0100-RECEBE              SECTION.
       READ FOLHACAL-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.
       IF FCL-TRAILER
           MOVE "S" TO WRK-EOF
       END-IF.

       0200-ACUMULA-FUNCIONARIO SECTION.
       PERFORM 0300-ACUMULA-FILIAL.
       ADD FCL-INSS    TO WRK-TOT-INSS.
       ADD FCL-IRRF    TO WRK-TOT-IRRF.
      *== o liquido legal se reparte entre o que vai ao banco
      *== (liquido final, o mesmo da remessa), o consignado a
      *== repassar e o adiantamento ja pago que se compensa
       ADD FCL-LIQUIDO-FINAL TO WRK-TOT-LIQUIDO.
       ADD FCL-CONSIGNADO    TO WRK-TOT-CONSIGNADO.
       COMPUTE WRK-TOT-ADIANTAMENTO = WRK-TOT-ADIANTAMENTO
                                    + FCL-LIQUIDO
                                    - FCL-LIQUIDO-FINAL
                                    - FCL-CONSIGNADO.
       PERFORM 0100-RECEBE.

       0300-ACUMULA-FILIAL      SECTION.
           IF WRK-TAB-QTDE < 50
               ADD 1 TO WRK-TAB-QTDE
               MOVE WRK-TAB-QTDE TO WRK-TAB-ACHADO-IDX
               MOVE FCL-FILIAL TO WRK-TAB-FILIAL(WRK-TAB-QTDE)
               MOVE ZEROS      TO WRK-TAB-BRUTO(WRK-TAB-QTDE)
           ELSE
               DISPLAY "TABELA DE FILIAIS CHEIA - FILIAL "
                       FCL-FILIAL " FORA DA PARTIDA"
               GO TO 0300-ACUMULA-SAIDA
           END-IF
       END-IF.
       ADD FCL-BRUTO
           TO WRK-TAB-BRUTO(WRK-TAB-ACHADO-IDX).

       0300-ACUMULA-SAIDA.
           EXIT.

       0310-PROCURA-FILIAL      SECTION.
       IF WRK-TAB-FILIAL(WRK-TAB-IDX) = FCL-FILIAL
           MOVE "S"         TO WRK-TAB-ACHOU
           MOVE WRK-TAB-IDX TO WRK-TAB-ACHADO-IDX
       END-IF.
       MOVE "IRRF A RECOLHER"  TO LCT-CONTA.
       MOVE WRK-TOT-IRRF       TO LCT-VALOR.
       PERFORM 0420-GRAVA-CREDITO.
       IF WRK-TOT-ADIANTAMENTO NOT = ZEROS
           MOVE "ADIANTAMENTOS"    TO LCT-CONTA
           MOVE WRK-TOT-ADIANTAMENTO TO LCT-VALOR
           PERFORM 0420-GRAVA-CREDITO
       END-IF.
       IF WRK-TOT-CONSIGNADO NOT = ZEROS
           MOVE "CONSIGNADOS"      TO LCT-CONTA
           MOVE WRK-TOT-CONSIGNADO TO LCT-VALOR
           PERFORM 0420-GRAVA-CREDITO
       END-IF.
       MOVE "SALARIOS A PAGAR" TO LCT-CONTA.
       MOVE WRK-TOT-LIQUIDO    TO LCT-VALOR.
       PERFORM 0420-GRAVA-CREDITO.
       MOVE "P"              TO LCT-TIPO.
       MOVE WRK-TOT-DEBITOS  TO LCT-PRV-DEBITOS.
       MOVE WRK-TOT-CREDITOS TO LCT-PRV-CREDITOS.
       MOVE WRK-COMPETENCIA  TO LCT-PRV-COMPETENCIA.
       MOVE WRK-EMPRESA-SEL  TO LCT-PRV-EMPRESA.
       WRITE REG-LANCAMENTO.
       MOVE WRK-TOT-DEBITOS  TO REL-PRV-DEBITOS.
       MOVE WRK-TOT-CREDITOS TO REL-PRV-CREDITOS.
       WRITE REL-LINHA FROM REL-PROVA.

       9000-FINALIZAR           SECTION.
      *== folha calculada recusada: nada foi aberto e nenhum
      *== LANCCTB parcial fica para ser importado
       IF WRK-CALC-RECUSADO = "S"
           DISPLAY "CONTABIL RECUSADO - FOLHA CALCULADA AUSENTE "
                   "OU NAO CONFERE - NENHUM LANCAMENTO GERADO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 0400-GERA-PARTIDA.
       PERFORM 0500-PROVA.
       CLOSE FOLHACAL-FILE.
       CLOSE LANCAMENTO-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
