      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Folha complementar (FOLHACMP) soma nos
      *==                    valores do ano sem contar mes a mais.
      *==   15/10/2026 CAS - Recibos de ferias do ano (FERPAGDB, pelo
      *==                    mes de competencia) somam no bruto, no
      *==                    INSS, no IRRF e no liquido; linha
      *==                    propria com o valor das ferias.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT RELATORIO-FILE ASSIGN TO "RELINFRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       77 WRK-NOME-JOB          PIC X(20) VALUE "INFORMRD".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-MESTRE-DISPONIVEL        VALUE "S".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
          88 WRK-FERPAG-DISPONIVEL        VALUE "S".
       77 WRK-EOF-FERPAG        PIC X(01) VALUE "N".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-ANO-ENT           PIC X(04) VALUE SPACES.
       77 WRK-ANO               PIC 9(04) VALUE ZEROS.
       77 WRK-ACU-INSS          PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ACU-IRRF          PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ACU-LIQUIDO       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ACU-FERIAS        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CNT-INFORMES      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO         PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-INSS          PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF          PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-FERIAS        PIC 9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-EMPREGADOS-OK
       END-IF.
      *== ferias sao pagas em recibo proprio do FERIASPG e
      *== saem do bruto do FOLHAHST
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       ELSE
           DISPLAY "AVISO: FERPAGDB INDISPONIVEL - RECIBOS DE "
                   "FERIAS FORA DO INFORME"
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "INFORME DE RENDIMENTOS" TO WRK-CAB-TITULO.
       MOVE SPACES TO WRK-REL-COLUNAS.
               MOVE FHS-MATRICULA TO WRK-MATRICULA-ATUAL
               MOVE "S"           TO WRK-TEM-ACUMULADO
           END-IF
           IF FHS-FOLHA-NORMAL
               ADD 1       TO WRK-ACU-MESES
           END-IF
           ADD FHS-BRUTO   TO WRK-ACU-BRUTO
           ADD FHS-INSS    TO WRK-ACU-INSS
           ADD FHS-IRRF    TO WRK-ACU-IRRF
       PERFORM 0100-RECEBE.

       0300-EMITE-INFORME       SECTION.
      *== bloco do informe tem 9 linhas; quebra antes de
      *== comecar um bloco que nao caberia inteiro
       PERFORM 0310-SOMA-FERIAS.
       IF WRK-REL-LINHAS-PAGINA + 9 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       ADD 9 TO WRK-REL-LINHAS-PAGINA.
       WRITE REL-LINHA FROM REL-SEPARADOR.
       MOVE WRK-ANO TO REL-CAB-ANO-REF.
       WRITE REL-LINHA FROM REL-CAB-INFORME.
       MOVE "RENDIMENTO BRUTO"  TO REL-VRB-ROTULO.
       MOVE WRK-ACU-BRUTO       TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "  DOS QUAIS FERIAS" TO REL-VRB-ROTULO.
       MOVE WRK-ACU-FERIAS      TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "INSS RETIDO"       TO REL-VRB-ROTULO.
       MOVE WRK-ACU-INSS        TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       ADD WRK-ACU-INSS    TO WRK-TOT-INSS.
       ADD WRK-ACU-IRRF    TO WRK-TOT-IRRF.
       ADD WRK-ACU-LIQUIDO TO WRK-TOT-LIQUIDO.
       ADD WRK-ACU-FERIAS  TO WRK-TOT-FERIAS.
       MOVE ZEROS TO WRK-ACU-MESES WRK-ACU-BRUTO WRK-ACU-INSS
                     WRK-ACU-IRRF WRK-ACU-LIQUIDO WRK-ACU-FERIAS.
       MOVE "N"   TO WRK-TEM-ACUMULADO.

       0310-SOMA-FERIAS         SECTION.
      *== recibos da matricula cuja competencia cai no ano:
      *== ferias, 1/3 e abono no bruto, retencoes e liquido
      *== como pagos
       IF NOT WRK-FERPAG-DISPONIVEL
           GO TO 0310-SOMA-SAIDA
       END-IF.
       MOVE WRK-MATRICULA-ATUAL TO FPG-MATRICULA.
       MOVE ZEROS               TO FPG-INICIO-GOZO.
       MOVE "N"                 TO WRK-EOF-FERPAG.
       START FERPAG-FILE KEY IS >= FPG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERPAG
       END-START.
       PERFORM 0320-LE-FERIAS-PAGAS UNTIL WRK-EOF-FERPAG = "S".

       0310-SOMA-SAIDA.
           EXIT.

       0320-LE-FERIAS-PAGAS     SECTION.
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERPAG
           NOT AT END
               IF FPG-MATRICULA NOT = WRK-MATRICULA-ATUAL
                   MOVE "S" TO WRK-EOF-FERPAG
               ELSE
                   IF FPG-COMPETENCIA(1:4) = WRK-ANO-ENT
                       ADD FPG-VALOR-FERIAS FPG-VALOR-TERCO
                           FPG-VALOR-ABONO TO WRK-ACU-BRUTO
                                              WRK-ACU-FERIAS
                       ADD FPG-INSS    TO WRK-ACU-INSS
                       ADD FPG-IRRF    TO WRK-ACU-IRRF
                       ADD FPG-LIQUIDO TO WRK-ACU-LIQUIDO
                   END-IF
               END-IF
       END-READ.

       0350-BUSCA-NOME          SECTION.
       IF WRK-MESTRE-DISPONIVEL
           MOVE WRK-MATRICULA-ATUAL TO REG-MATRICULA
       MOVE "RENDIMENTO BRUTO"   TO REL-VRB-ROTULO.
       MOVE WRK-TOT-BRUTO        TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "  DOS QUAIS FERIAS" TO REL-VRB-ROTULO.
       MOVE WRK-TOT-FERIAS       TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "INSS RETIDO"        TO REL-VRB-ROTULO.
       MOVE WRK-TOT-INSS         TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       IF WRK-MESTRE-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-FERPAG-DISPONIVEL
           CLOSE FERPAG-FILE
       END-IF.
       CLOSE RELATORIO-FILE.

       COPY "relcabpd.cpy".
