       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARFOLHA.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Revisao de variacao da folha entre o
      *==            CONTRACH e a REMESSA - compara o bruto e
      *==            o liquido de cada matricula no FOLHAHST
      *==            da competencia (cartao PARMFOLH ou
      *==            prompt) com a competencia anterior e
      *==            sinaliza: mudanca acima do percentual do
      *==            cartao LIMITVAR (ausente ou zerado vale
      *==            10), quem recebeu agora e nao no mes
      *==            anterior, quem recebeu no anterior e nao
      *==            agora, e a filial cujo total de bruto ou
      *==            liquido mexeu alem do limite. Cada
      *==            sinalizacao vai para o VARFOLRV, pendente
      *==            do visto do revisor no REVVARFL, e sai no
      *==            relatorio RELVARFL. Reprocessada a mesma
      *==            competencia, o visto ja dado e mantido se
      *==            os valores nao mudaram; a sinalizacao que
      *==            deixou de existir (folha corrigida) sai do
      *==            arquivo. Termina com RC 4 enquanto houver
      *==            pendente - a competencia so esta limpa
      *==            com tudo revisado.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Bruto e liquido da competencia somam a
      *==                    folha normal e as complementares do
      *==                    FOLHACMP.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT VARIACAO-FILE ASSIGN TO "VARFOLRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAR-CHAVE
               FILE STATUS IS WRK-FS-VARIACAO.
           SELECT LIMITE-FILE ASSIGN TO "LIMITVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIMITE.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT RELATORIO-FILE ASSIGN TO "RELVARFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  VARIACAO-FILE
           LABEL RECORD IS STANDARD.
       COPY "varflrc.cpy".

       FD  LIMITE-FILE
           LABEL RECORD IS STANDARD.
       01  REG-LIMITE.
           05  LIM-PERCENTUAL         PIC 9(03).

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-TIPO        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-CODIGO      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-FILIAL      PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-OCORRENCIA  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-CAMPO       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-ANTERIOR==.
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-ATUAL==.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-PCT         PIC ZZZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-DET-SITUACAO    PIC X(01).
           05  FILLER              PIC X(08) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "VARFOLHA".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-VARIACAO       PIC X(02) VALUE "00".
       77 WRK-FS-LIMITE         PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-PERCENTUAL        PIC 9(03) VALUE 10.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-COMPET-ANTERIOR   PIC 9(06) VALUE ZEROS.
       01 WRK-COMPET-ANTERIOR-RD REDEFINES WRK-COMPET-ANTERIOR.
           05  WRK-ANT-ANO          PIC 9(04).
           05  WRK-ANT-MES          PIC 9(02).
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       77 WRK-CARIMBO           PIC X(21) VALUE SPACES.
       77 WRK-MATRICULA-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-ANTERIOR      PIC X(01) VALUE "N".
       77 WRK-TEM-ATUAL         PIC X(01) VALUE "N".
       77 WRK-FILIAL-ANTERIOR   PIC 9(03) VALUE ZEROS.
       77 WRK-FILIAL-ATUAL      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FILIAL        PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ANT         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ATU         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIFERENCA         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PCT               PIC 9(05)V99 VALUE ZEROS.
       01 WRK-NOVA-VARIACAO.
          05 WRK-NV-TIPO        PIC X(01).
          05 WRK-NV-CODIGO      PIC 9(06).
          05 WRK-NV-OCORRENCIA  PIC X(01).
          05 WRK-NV-FILIAL      PIC 9(03).
          05 WRK-NV-BRUTO-ANT   PIC 9(11)V99.
          05 WRK-NV-BRUTO-ATU   PIC 9(11)V99.
          05 WRK-NV-PCT-BRUTO   PIC 9(05)V99.
          05 WRK-NV-LIQ-ANT     PIC 9(11)V99.
          05 WRK-NV-LIQ-ATU     PIC 9(11)V99.
          05 WRK-NV-PCT-LIQ     PIC 9(05)V99.
       01 WRK-TAB-FILIAIS.
          05 WRK-FIL-ITEM OCCURS 1000 TIMES.
             10 WRK-FIL-BRUTO-ANT  PIC 9(11)V99.
             10 WRK-FIL-BRUTO-ATU  PIC 9(11)V99.
             10 WRK-FIL-LIQ-ANT    PIC 9(11)V99.
             10 WRK-FIL-LIQ-ATU    PIC 9(11)V99.
       77 WRK-CNT-LIDOS         PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-COMPARADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SINALIZADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REMOVIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-VARIACAO      PIC X(01) VALUE "N".
       77 WRK-ACHOU-COMPETENCIA PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           PERFORM 2000-TRATA-HISTORICO UNTIL WRK-EOF = "S"
           PERFORM 3000-AVALIA-MATRICULA
           PERFORM 4000-AVALIA-FILIAL
               VARYING WRK-IND-FILIAL FROM 1 BY 1
               UNTIL WRK-IND-FILIAL > 1000
           PERFORM 6000-LIMPA-OBSOLETAS
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO WRK-CARIMBO.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           PERFORM 1100-RECEBE-COMPETENCIA
               UNTIL WRK-COMPETENCIA-OK = "S"
       END-IF.
       PERFORM 1020-LE-LIMITE.
       MOVE WRK-COMPETENCIA TO WRK-COMPET-ANTERIOR.
       IF WRK-ANT-MES = 1
           MOVE 12 TO WRK-ANT-MES
           SUBTRACT 1 FROM WRK-ANT-ANO
       ELSE
           SUBTRACT 1 FROM WRK-ANT-MES
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           DISPLAY "HISTORICO FOLHAHST AUSENTE - NENHUMA "
                   "FOLHA FECHADA A COMPARAR"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1200-CONFERE-COMPETENCIA.
       IF WRK-ABANDONA = "S"
           CLOSE HISTORICO-FILE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN I-O VARIACAO-FILE.
       IF WRK-FS-VARIACAO = "35"
           OPEN OUTPUT VARIACAO-FILE
           CLOSE VARIACAO-FILE
           OPEN I-O VARIACAO-FILE
       END-IF.
       IF WRK-FS-VARIACAO NOT = "00"
           DISPLAY "ARQUIVO VARFOLRV INDISPONIVEL - FS "
                   WRK-FS-VARIACAO " - REVISAO NAO GERADA"
           CLOSE HISTORICO-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       INITIALIZE WRK-TAB-FILIAIS.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "VARIACAO DA FOLHA X ANTERIOR" TO WRK-CAB-TITULO.
       MOVE "T CODIGO FIL OCORRENCIA"  TO WRK-REL-COLUNAS.
       MOVE "ANTERIOR"                 TO WRK-REL-COLUNAS(38:8).
       MOVE "ATUAL"                    TO WRK-REL-COLUNAS(58:5).
       MOVE "PCT S"                    TO WRK-REL-COLUNAS(67:5).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA " WRK-COMPETENCIA
              "  ANTERIOR " WRK-COMPET-ANTERIOR
              "  LIMITE " WRK-PERCENTUAL " PCT"
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       MOVE ZEROS TO FHS-CHAVE.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH, o mesmo da cadeia do
      *== fechamento: so a competencia vale aqui (zero = a
      *== do mes corrente); presente mas ilegivel, o job cai
      *== com RC 8
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1010-LE-PARAM-SAIDA
       END-IF.
       MOVE "S" TO WRK-MODO-CARTAO.
       READ PARAMETRO-FILE
           AT END
               DISPLAY "CARTAO PARMFOLH VAZIO - JOB ABANDONADO"
               MOVE "S" TO WRK-CARTAO-INVALIDO
           NOT AT END
               IF PRM-COMPETENCIA NOT NUMERIC
                   DISPLAY "CARTAO PARMFOLH COM CAMPO NAO "
                           "NUMERICO - JOB ABANDONADO"
                   MOVE "S" TO WRK-CARTAO-INVALIDO
               ELSE
                   IF PRM-COMPETENCIA = ZEROS
                       MOVE WRK-DATA-GERACAO-X(1:6)
                         TO WRK-COMPETENCIA-ENT
                       MOVE WRK-COMPETENCIA-ENT
                         TO WRK-COMPETENCIA
                   ELSE
                       MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                   END-IF
                   DISPLAY "PARAMETROS DO CARTAO - COMPETENCIA "
                           WRK-COMPETENCIA
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.

       1010-LE-PARAM-SAIDA.
           EXIT.

       1020-LE-LIMITE           SECTION.
       OPEN INPUT LIMITE-FILE.
       IF WRK-FS-LIMITE NOT = "00"
           DISPLAY "AVISO: CARTAO LIMITVAR AUSENTE - "
                   "LIMITE PADRAO DE " WRK-PERCENTUAL " PCT"
           GO TO 1020-LE-SAIDA
       END-IF.
       READ LIMITE-FILE
           AT END
               CONTINUE
           NOT AT END
               IF LIM-PERCENTUAL NUMERIC
                  AND LIM-PERCENTUAL NOT = ZEROS
                   MOVE LIM-PERCENTUAL TO WRK-PERCENTUAL
               END-IF
       END-READ.
       CLOSE LIMITE-FILE.

       1020-LE-SAIDA.
           EXIT.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA A REVISAR (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       1100-RECEBE-SAIDA.
           EXIT.

       1200-CONFERE-COMPETENCIA SECTION.
      *== sem nenhuma linha da competencia no FOLHAHST o
      *== CONTRACH nao rodou - comparar daria todo mundo como
      *== ausente; o job para antes de sujar o VARFOLRV
       MOVE ZEROS TO FHS-CHAVE.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.
       PERFORM 1210-PROCURA-COMPETENCIA UNTIL WRK-EOF = "S".
       IF WRK-ACHOU-COMPETENCIA NOT = "S"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA " SEM FOLHA "
                   "FECHADA NO FOLHAHST - RODAR O CONTRACH ANTES"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
       END-IF.
       MOVE "N" TO WRK-EOF.

       1210-PROCURA-COMPETENCIA SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
           NOT AT END
               IF FHS-COMPETENCIA = WRK-COMPETENCIA
                   MOVE "S" TO WRK-ACHOU-COMPETENCIA
                   MOVE "S" TO WRK-EOF
               END-IF
       END-READ.

       2000-TRATA-HISTORICO     SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-TRATA-SAIDA
       END-READ.
       ADD 1 TO WRK-CNT-LIDOS.
       IF FHS-COMPETENCIA NOT = WRK-COMPETENCIA
          AND FHS-COMPETENCIA NOT = WRK-COMPET-ANTERIOR
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF FHS-MATRICULA NOT = WRK-MATRICULA-ATUAL
           PERFORM 3000-AVALIA-MATRICULA
           MOVE FHS-MATRICULA TO WRK-MATRICULA-ATUAL
           MOVE "N"           TO WRK-TEM-ANTERIOR
                                 WRK-TEM-ATUAL
           MOVE SPACES        TO WRK-NOVA-VARIACAO
           MOVE ZEROS         TO WRK-NV-BRUTO-ANT
                                 WRK-NV-BRUTO-ATU
                                 WRK-NV-LIQ-ANT
                                 WRK-NV-LIQ-ATU
       END-IF.
       COMPUTE WRK-IND-FILIAL = FHS-FILIAL + 1.
       IF FHS-COMPETENCIA = WRK-COMPETENCIA
           MOVE "S"         TO WRK-TEM-ATUAL
           MOVE FHS-FILIAL  TO WRK-FILIAL-ATUAL
           ADD FHS-BRUTO    TO WRK-NV-BRUTO-ATU
           ADD FHS-LIQUIDO  TO WRK-NV-LIQ-ATU
           ADD FHS-BRUTO    TO WRK-FIL-BRUTO-ATU(WRK-IND-FILIAL)
           ADD FHS-LIQUIDO  TO WRK-FIL-LIQ-ATU(WRK-IND-FILIAL)
       ELSE
           MOVE "S"         TO WRK-TEM-ANTERIOR
           MOVE FHS-FILIAL  TO WRK-FILIAL-ANTERIOR
           ADD FHS-BRUTO    TO WRK-NV-BRUTO-ANT
           ADD FHS-LIQUIDO  TO WRK-NV-LIQ-ANT
           ADD FHS-BRUTO    TO WRK-FIL-BRUTO-ANT(WRK-IND-FILIAL)
           ADD FHS-LIQUIDO  TO WRK-FIL-LIQ-ANT(WRK-IND-FILIAL)
       END-IF.

       2000-TRATA-SAIDA.
           EXIT.

       3000-AVALIA-MATRICULA    SECTION.
       IF WRK-MATRICULA-ATUAL = ZEROS
           GO TO 3000-AVALIA-SAIDA
       END-IF.
       ADD 1 TO WRK-CNT-COMPARADOS.
       MOVE "M"                 TO WRK-NV-TIPO.
       MOVE WRK-MATRICULA-ATUAL TO WRK-NV-CODIGO.
       IF WRK-TEM-ATUAL = "S"
           MOVE WRK-FILIAL-ATUAL    TO WRK-NV-FILIAL
       ELSE
           MOVE WRK-FILIAL-ANTERIOR TO WRK-NV-FILIAL
       END-IF.
       PERFORM 3500-CALCULA-VARIACOES.
       IF WRK-TEM-ATUAL = "S" AND WRK-TEM-ANTERIOR = "N"
           MOVE "N" TO WRK-NV-OCORRENCIA
           PERFORM 5000-GRAVA-VARIACAO
           GO TO 3000-AVALIA-SAIDA
       END-IF.
       IF WRK-TEM-ATUAL = "N" AND WRK-TEM-ANTERIOR = "S"
           MOVE "S" TO WRK-NV-OCORRENCIA
           PERFORM 5000-GRAVA-VARIACAO
           GO TO 3000-AVALIA-SAIDA
       END-IF.
       IF WRK-NV-PCT-BRUTO > WRK-PERCENTUAL
          OR WRK-NV-PCT-LIQ > WRK-PERCENTUAL
           MOVE "V" TO WRK-NV-OCORRENCIA
           PERFORM 5000-GRAVA-VARIACAO
       END-IF.

       3000-AVALIA-SAIDA.
           EXIT.

       3500-CALCULA-VARIACOES   SECTION.
       MOVE WRK-NV-BRUTO-ANT TO WRK-VALOR-ANT.
       MOVE WRK-NV-BRUTO-ATU TO WRK-VALOR-ATU.
       PERFORM 3510-CALCULA-PCT.
       MOVE WRK-PCT          TO WRK-NV-PCT-BRUTO.
       MOVE WRK-NV-LIQ-ANT   TO WRK-VALOR-ANT.
       MOVE WRK-NV-LIQ-ATU   TO WRK-VALOR-ATU.
       PERFORM 3510-CALCULA-PCT.
       MOVE WRK-PCT          TO WRK-NV-PCT-LIQ.

       3510-CALCULA-PCT         SECTION.
      *== variacao absoluta sobre o anterior; anterior zerado
      *== com atual positivo fica no teto, como no CRITSAL
       MOVE ZEROS TO WRK-PCT.
       IF WRK-VALOR-ATU = WRK-VALOR-ANT
           GO TO 3510-CALCULA-SAIDA
       END-IF.
       IF WRK-VALOR-ATU > WRK-VALOR-ANT
           COMPUTE WRK-DIFERENCA = WRK-VALOR-ATU - WRK-VALOR-ANT
       ELSE
           COMPUTE WRK-DIFERENCA = WRK-VALOR-ANT - WRK-VALOR-ATU
       END-IF.
       COMPUTE WRK-PCT ROUNDED =
               WRK-DIFERENCA * 100 / WRK-VALOR-ANT
           ON SIZE ERROR
               MOVE 99999,99 TO WRK-PCT
       END-COMPUTE.

       3510-CALCULA-SAIDA.
           EXIT.

       4000-AVALIA-FILIAL       SECTION.
       IF WRK-FIL-BRUTO-ANT(WRK-IND-FILIAL) = ZEROS
          AND WRK-FIL-BRUTO-ATU(WRK-IND-FILIAL) = ZEROS
          AND WRK-FIL-LIQ-ANT(WRK-IND-FILIAL) = ZEROS
          AND WRK-FIL-LIQ-ATU(WRK-IND-FILIAL) = ZEROS
           GO TO 4000-AVALIA-SAIDA
       END-IF.
       MOVE SPACES TO WRK-NOVA-VARIACAO.
       MOVE "F"    TO WRK-NV-TIPO.
       COMPUTE WRK-NV-CODIGO = WRK-IND-FILIAL - 1.
       MOVE WRK-NV-CODIGO TO WRK-NV-FILIAL.
       MOVE WRK-FIL-BRUTO-ANT(WRK-IND-FILIAL) TO WRK-NV-BRUTO-ANT.
       MOVE WRK-FIL-BRUTO-ATU(WRK-IND-FILIAL) TO WRK-NV-BRUTO-ATU.
       MOVE WRK-FIL-LIQ-ANT(WRK-IND-FILIAL)   TO WRK-NV-LIQ-ANT.
       MOVE WRK-FIL-LIQ-ATU(WRK-IND-FILIAL)   TO WRK-NV-LIQ-ATU.
       PERFORM 3500-CALCULA-VARIACOES.
       IF WRK-NV-BRUTO-ANT = ZEROS AND WRK-NV-LIQ-ANT = ZEROS
           MOVE "N" TO WRK-NV-OCORRENCIA
           PERFORM 5000-GRAVA-VARIACAO
           GO TO 4000-AVALIA-SAIDA
       END-IF.
       IF WRK-NV-BRUTO-ATU = ZEROS AND WRK-NV-LIQ-ATU = ZEROS
           MOVE "S" TO WRK-NV-OCORRENCIA
           PERFORM 5000-GRAVA-VARIACAO
           GO TO 4000-AVALIA-SAIDA
       END-IF.
       IF WRK-NV-PCT-BRUTO > WRK-PERCENTUAL
          OR WRK-NV-PCT-LIQ > WRK-PERCENTUAL
           MOVE "V" TO WRK-NV-OCORRENCIA
           PERFORM 5000-GRAVA-VARIACAO
       END-IF.

       4000-AVALIA-SAIDA.
           EXIT.

       5000-GRAVA-VARIACAO      SECTION.
      *== o visto ja dado vale enquanto os valores forem os
      *== mesmos; qualquer mudanca volta a sinalizacao para
      *== pendente
       ADD 1 TO WRK-CNT-SINALIZADOS.
       MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA.
       MOVE WRK-NV-TIPO     TO VAR-TIPO.
       MOVE WRK-NV-CODIGO   TO VAR-CODIGO.
       READ VARIACAO-FILE KEY IS VAR-CHAVE
           INVALID KEY
               PERFORM 5100-MONTA-VARIACAO
               WRITE REG-VARIACAO
               GO TO 5000-GRAVA-RELATA
       END-READ.
       IF VAR-OCORRENCIA       NOT = WRK-NV-OCORRENCIA
          OR VAR-BRUTO-ANTERIOR   NOT = WRK-NV-BRUTO-ANT
          OR VAR-BRUTO-ATUAL      NOT = WRK-NV-BRUTO-ATU
          OR VAR-LIQUIDO-ANTERIOR NOT = WRK-NV-LIQ-ANT
          OR VAR-LIQUIDO-ATUAL    NOT = WRK-NV-LIQ-ATU
           PERFORM 5100-MONTA-VARIACAO
       ELSE
           MOVE WRK-CARIMBO TO VAR-DATA-HORA
       END-IF.
       REWRITE REG-VARIACAO.

       5000-GRAVA-RELATA.
       IF VAR-PENDENTE
           ADD 1 TO WRK-CNT-PENDENTES
       END-IF.
       PERFORM 5200-IMPRIME-VARIACAO.

       5000-GRAVA-SAIDA.
           EXIT.

       5100-MONTA-VARIACAO      SECTION.
       MOVE WRK-NV-OCORRENCIA  TO VAR-OCORRENCIA.
       MOVE WRK-NV-FILIAL      TO VAR-FILIAL.
       MOVE WRK-NV-BRUTO-ANT   TO VAR-BRUTO-ANTERIOR.
       MOVE WRK-NV-BRUTO-ATU   TO VAR-BRUTO-ATUAL.
       MOVE WRK-NV-PCT-BRUTO   TO VAR-PCT-BRUTO.
       MOVE WRK-NV-LIQ-ANT     TO VAR-LIQUIDO-ANTERIOR.
       MOVE WRK-NV-LIQ-ATU     TO VAR-LIQUIDO-ATUAL.
       MOVE WRK-NV-PCT-LIQ     TO VAR-PCT-LIQUIDO.
       MOVE WRK-CARIMBO        TO VAR-DATA-HORA.
       MOVE "P"                TO VAR-SITUACAO.
       MOVE SPACES             TO VAR-MOTIVO
                                  VAR-REVISOR
                                  VAR-DATA-DECISAO.

       5200-IMPRIME-VARIACAO    SECTION.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES              TO REL-DETALHE.
       MOVE VAR-TIPO            TO REL-DET-TIPO.
       MOVE VAR-CODIGO          TO REL-DET-CODIGO.
       MOVE VAR-FILIAL          TO REL-DET-FILIAL.
       IF VAR-ACIMA-LIMITE
           MOVE "VARIACAO"      TO REL-DET-OCORRENCIA
       END-IF.
       IF VAR-SO-NO-ATUAL
           MOVE "NOVO"          TO REL-DET-OCORRENCIA
       END-IF.
       IF VAR-SO-NO-ANTERIOR
           MOVE "AUSENTE"       TO REL-DET-OCORRENCIA
       END-IF.
       MOVE "BRU"               TO REL-DET-CAMPO.
       MOVE VAR-BRUTO-ANTERIOR  TO REL-DET-ANTERIOR.
       MOVE VAR-BRUTO-ATUAL     TO REL-DET-ATUAL.
       MOVE VAR-PCT-BRUTO       TO REL-DET-PCT.
       MOVE VAR-SITUACAO        TO REL-DET-SITUACAO.
       WRITE REL-LINHA FROM REL-DETALHE.
       MOVE SPACES              TO REL-DETALHE.
       MOVE "LIQ"               TO REL-DET-CAMPO.
       MOVE VAR-LIQUIDO-ANTERIOR TO REL-DET-ANTERIOR.
       MOVE VAR-LIQUIDO-ATUAL   TO REL-DET-ATUAL.
       MOVE VAR-PCT-LIQUIDO     TO REL-DET-PCT.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 2 TO WRK-REL-LINHAS-PAGINA.

       6000-LIMPA-OBSOLETAS     SECTION.
      *== sinalizacao de rodada anterior que nao se repetiu
      *== (folha corrigida e recalculada) sai do arquivo
       MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA.
       MOVE LOW-VALUES      TO VAR-TIPO.
       MOVE ZEROS           TO VAR-CODIGO.
       MOVE "N"             TO WRK-EOF-VARIACAO.
       START VARIACAO-FILE KEY IS >= VAR-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-VARIACAO
       END-START.
       PERFORM 6100-CONFERE-VARIACAO
           UNTIL WRK-EOF-VARIACAO = "S".

       6100-CONFERE-VARIACAO    SECTION.
       READ VARIACAO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-VARIACAO
               GO TO 6100-CONFERE-SAIDA
       END-READ.
       IF VAR-COMPETENCIA NOT = WRK-COMPETENCIA
           MOVE "S" TO WRK-EOF-VARIACAO
           GO TO 6100-CONFERE-SAIDA
       END-IF.
       IF VAR-DATA-HORA NOT = WRK-CARIMBO
           DELETE VARIACAO-FILE RECORD
           ADD 1 TO WRK-CNT-REMOVIDOS
       END-IF.

       6100-CONFERE-SAIDA.
           EXIT.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPARADOS " WRK-CNT-COMPARADOS
              "  SINALIZADOS " WRK-CNT-SINALIZADOS
              "  PENDENTES DE VISTO " WRK-CNT-PENDENTES
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       DISPLAY "VARFOLHA - " WRK-CNT-COMPARADOS
               " MATRICULAS COMPARADAS, " WRK-CNT-SINALIZADOS
               " SINALIZACOES, " WRK-CNT-PENDENTES " PENDENTES".
       IF WRK-CNT-REMOVIDOS > ZEROS
           DISPLAY "SINALIZACOES DE RODADA ANTERIOR NAO "
                   "REPETIDAS E REMOVIDAS: " WRK-CNT-REMOVIDOS
       END-IF.
       IF WRK-CNT-PENDENTES > ZEROS
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA " AGUARDA "
                   "VISTO DO REVISOR (REVVARFL) ANTES DA REMESSA"
           MOVE 4 TO RETURN-CODE
       ELSE
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " SEM VARIACAO PENDENTE - FOLHA LIMPA"
       END-IF.
       CLOSE HISTORICO-FILE.
       CLOSE VARIACAO-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
