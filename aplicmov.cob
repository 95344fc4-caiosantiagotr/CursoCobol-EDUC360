      *==                    ele saia como linha sem rotulo com o
      *==                    valor da verba anterior e o itemizado
      *==                    nao fechava com o total bruto.
      *==   15/10/2026 CAS - Le tambem o MOVBENEF gerado pelo
      *==                    BENEFMES (verbas VT, VR e PS, parte do
      *==                    funcionario nos beneficios), depois do
      *==                    MOVFOLHA. Vale-transporte travado em 6
      *==                    por cento do salario.
      *==   15/10/2026 CAS - Dias do mes nao devidos pela empresa
      *==                    por afastamento (rotina DIASAFAS sobre
      *==                    o AFASTDB do CADAFAST) descontados do
      *==                    salario como primeira verba da lista,
      *==                    a salario/30 por dia.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT BENEFICIO-FILE ASSIGN TO "MOVBENEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENEFICIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-MOVIMENTO              PIC X(24).

       FD  BENEFICIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-MOVBENEF               PIC X(24).

       WORKING-STORAGE SECTION.
       COPY "movfolrc.cpy".
       77  WRK-FS-MOVIMENTO       PIC X(02) VALUE "00".
       77  WRK-FS-BENEFICIO       PIC X(02) VALUE "00".
       77  WRK-ORIGEM             PIC X(01) VALUE "M".
           88  WRK-ORIGEM-BENEFICIO      VALUE "B".
       77  WRK-NOME-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-EOF                PIC X(01) VALUE "N".
       77  WRK-HEADER-OK          PIC X(01) VALUE "N".
           88  WRK-COMPETENCIA-CASOU     VALUE "S".
       77  WRK-AVISO-DADO         PIC X(01) VALUE "N".
       77  WRK-AVISO-BENEF-DADO   PIC X(01) VALUE "N".
       77  WRK-TETO-VT            PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PERC-TETO-VT       PIC 9(02)V99 VALUE 6,00.
       77  WRK-VALOR-VERBA        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-PROVENTOS      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTOS      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BRUTO-CALC         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DAF-DIAS-DEVIDOS   PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-AFASTADO      PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01  WRK-APL-MATRICULA       PIC 9(06).
           MOVE ZEROS  TO WRK-APL-QTDE-VERBAS
                          WRK-TOT-PROVENTOS WRK-TOT-DESCONTOS
           MOVE SPACES TO WRK-APL-VERBAS
           PERFORM 0500-DESCONTA-AFASTAMENTO
      *== sem movimento do mes a folha segue no salario
      *== fixo, como sempre foi
           MOVE "M"        TO WRK-ORIGEM
           MOVE "MOVFOLHA" TO WRK-NOME-ARQUIVO
           MOVE "N"        TO WRK-EOF WRK-HEADER-OK
           OPEN INPUT MOVIMENTO-FILE
           IF WRK-FS-MOVIMENTO = "00"
               PERFORM 1000-LE-MOVIMENTO
               PERFORM 2000-TRATA-MOVIMENTO UNTIL WRK-EOF = "S"
               CLOSE MOVIMENTO-FILE
           END-IF
      *== parte do funcionario nos beneficios, gerada pelo
      *== BENEFMES no mesmo layout
           MOVE "B"        TO WRK-ORIGEM
           MOVE "MOVBENEF" TO WRK-NOME-ARQUIVO
           MOVE "N"        TO WRK-EOF WRK-HEADER-OK
           OPEN INPUT BENEFICIO-FILE
           IF WRK-FS-BENEFICIO = "00"
               PERFORM 1000-LE-MOVIMENTO
               PERFORM 2000-TRATA-MOVIMENTO UNTIL WRK-EOF = "S"
               CLOSE BENEFICIO-FILE
           END-IF
           PERFORM 3000-FECHA-BRUTO
           GOBACK.

       0500-DESCONTA-AFASTAMENTO SECTION.
      *== dias que a empresa nao deve (afastamento pelo INSS
      *== depois do 15o dia, maternidade, licenca nao
      *== remunerada) saem primeiro, para nunca ficarem sem
      *== vaga na lista
           CALL "DIASAFAS" USING BY REFERENCE WRK-APL-MATRICULA
                                 WRK-APL-COMPETENCIA
                                 WRK-DAF-DIAS-DEVIDOS
           IF WRK-DAF-DIAS-DEVIDOS >= 30
               GO TO 0500-DESCONTA-SAIDA
           END-IF
           COMPUTE WRK-DIAS-AFASTADO = 30 - WRK-DAF-DIAS-DEVIDOS
           IF WRK-DAF-DIAS-DEVIDOS = ZEROS
               MOVE WRK-APL-SALARIO TO WRK-VALOR-VERBA
           ELSE
               COMPUTE WRK-VALOR-VERBA ROUNDED =
                       WRK-APL-SALARIO / 30 * WRK-DIAS-AFASTADO
           END-IF
           ADD 1 TO WRK-APL-QTDE-VERBAS
           STRING "AFASTAMENTO " WRK-DIAS-AFASTADO " DIAS"
                  DELIMITED BY SIZE
                  INTO WRK-APL-ROTULO(WRK-APL-QTDE-VERBAS)
           MOVE "D" TO WRK-APL-NATUREZA(WRK-APL-QTDE-VERBAS)
           MOVE WRK-VALOR-VERBA TO
                WRK-APL-VALOR(WRK-APL-QTDE-VERBAS)
           ADD WRK-VALOR-VERBA TO WRK-TOT-DESCONTOS.

       0500-DESCONTA-SAIDA.
           EXIT.

       1000-LE-MOVIMENTO SECTION.
           IF WRK-ORIGEM-BENEFICIO
               READ BENEFICIO-FILE INTO REG-MOVFOLHA
                   AT END
                       MOVE "S" TO WRK-EOF
               END-READ
           ELSE
               READ MOVIMENTO-FILE INTO REG-MOVFOLHA
                   AT END
                       MOVE "S" TO WRK-EOF
               END-READ
           END-IF.

       2000-TRATA-MOVIMENTO SECTION.
           IF MVF-HEADER
               IF MVF-HDR-COMPETENCIA = WRK-APL-COMPETENCIA
                   MOVE "S" TO WRK-HEADER-OK
               ELSE
                   PERFORM 2050-AVISA-COMPETENCIA
                   MOVE "S" TO WRK-EOF
               END-IF
               GO TO 2000-TRATA-SAIDA
       2000-TRATA-SAIDA.
           PERFORM 1000-LE-MOVIMENTO.

       2050-AVISA-COMPETENCIA SECTION.
           IF (WRK-ORIGEM-BENEFICIO AND WRK-AVISO-BENEF-DADO = "S")
              OR (NOT WRK-ORIGEM-BENEFICIO AND WRK-AVISO-DADO = "S")
               GO TO 2050-AVISA-SAIDA
           END-IF
           DISPLAY "AVISO: " WRK-NOME-ARQUIVO " DA COMPETENCIA "
                   MVF-HDR-COMPETENCIA
                   " IGNORADO - FOLHA PEDE "
                   WRK-APL-COMPETENCIA
           IF WRK-ORIGEM-BENEFICIO
               MOVE "S" TO WRK-AVISO-BENEF-DADO
           ELSE
               MOVE "S" TO WRK-AVISO-DADO
           END-IF.

       2050-AVISA-SAIDA.
           EXIT.

       2100-APLICA-VERBA SECTION.
      *== codigo desconhecido nao pode consumir vaga: a linha
      *== sairia sem rotulo, com o valor da verba anterior, e
              AND NOT MVF-FALTA
              AND NOT MVF-PROVENTO-FIXO
              AND NOT MVF-DESCONTO-FIXO
              AND NOT MVF-VALE-TRANSPORTE
              AND NOT MVF-VALE-REFEICAO
              AND NOT MVF-PLANO-SAUDE
               DISPLAY "AVISO: VERBA DESCONHECIDA " MVF-VERBA
                       " NO MOVIMENTO DA MATRICULA "
                       WRK-APL-MATRICULA " - IGNORADA"
                    WRK-APL-NATUREZA(WRK-APL-QTDE-VERBAS)
               ADD WRK-VALOR-VERBA TO WRK-TOT-DESCONTOS
           END-IF
           IF MVF-VALE-TRANSPORTE
      *== desconto do vale-transporte nunca passa de 6 por
      *== cento do salario, mesmo com o MOVBENEF gerado antes
      *== de um reajuste
               MOVE MVF-VALOR TO WRK-VALOR-VERBA
               COMPUTE WRK-TETO-VT ROUNDED =
                       WRK-APL-SALARIO * WRK-PERC-TETO-VT / 100
               IF WRK-VALOR-VERBA > WRK-TETO-VT
                   MOVE WRK-TETO-VT TO WRK-VALOR-VERBA
               END-IF
               MOVE "VALE-TRANSPORTE"     TO
                    WRK-APL-ROTULO(WRK-APL-QTDE-VERBAS)
               MOVE "D" TO
                    WRK-APL-NATUREZA(WRK-APL-QTDE-VERBAS)
               ADD WRK-VALOR-VERBA TO WRK-TOT-DESCONTOS
           END-IF
           IF MVF-VALE-REFEICAO
               MOVE MVF-VALOR TO WRK-VALOR-VERBA
               MOVE "VALE-REFEICAO"       TO
                    WRK-APL-ROTULO(WRK-APL-QTDE-VERBAS)
               MOVE "D" TO
                    WRK-APL-NATUREZA(WRK-APL-QTDE-VERBAS)
               ADD WRK-VALOR-VERBA TO WRK-TOT-DESCONTOS
           END-IF
           IF MVF-PLANO-SAUDE
               MOVE MVF-VALOR TO WRK-VALOR-VERBA
               MOVE "PLANO DE SAUDE"      TO
                    WRK-APL-ROTULO(WRK-APL-QTDE-VERBAS)
               MOVE "D" TO
                    WRK-APL-NATUREZA(WRK-APL-QTDE-VERBAS)
               ADD WRK-VALOR-VERBA TO WRK-TOT-DESCONTOS
           END-IF
           MOVE WRK-VALOR-VERBA TO
                WRK-APL-VALOR(WRK-APL-QTDE-VERBAS).

