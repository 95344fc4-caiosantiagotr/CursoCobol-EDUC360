      *==                    esta batendo senha errada - ou quem
      *==                    esta tentando entrar com o ID dos
      *==                    outros.
      *==   15/10/2026 CAS - Guias DARF/GPS do GUIADB vencidas e
      *==                    ainda sem baixa, com os dias de
      *==                    atraso, para o financeiro pagar no
      *==                    mesmo dia.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           SELECT ACESSO-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESSO.
           SELECT GUIA-FILE ASSIGN TO "GUIADB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GUI-CHAVE
               FILE STATUS IS WRK-FS-GUIA.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD.
       COPY "aceslgrc.cpy".

       FD  GUIA-FILE
           LABEL RECORD IS STANDARD.
       COPY "guiarc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REL-ACE-FALHAS      PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.
       01  REL-GUIA-VENCIDA.
           05  REL-GVN-TIPO        PIC X(04).
           05  FILLER              PIC X(05) VALUE " EMP ".
           05  REL-GVN-EMPRESA     PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-GVN-COMPETENCIA PIC 9(06).
           05  FILLER              PIC X(07) VALUE "  VENC ".
           05  REL-GVN-VENCIMENTO  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-GVN-VALOR==.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-GVN-ATRASO      PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE " DIAS".
           05  FILLER              PIC X(15) VALUE SPACES.
       01  REL-VOLUME.
           05  FILLER              PIC X(31)
                   VALUE "TRANSACOES NA TRILHA (NO DIA) ".
       77 WRK-FS-AUDITLOG       PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-ACESSO         PIC X(02) VALUE "00".
       77 WRK-FS-GUIA           PIC X(02) VALUE "00".
       77 WRK-GUI-QTDE          PIC 9(05) VALUE ZEROS.
       01 WRK-GUI-VENCIMENTO    PIC 9(08) VALUE ZEROS.
       01 WRK-GUI-VENCIMENTO-RD REDEFINES WRK-GUI-VENCIMENTO.
          05 WRK-GVC-ANO          PIC 9(04).
          05 WRK-GVC-MES          PIC 9(02).
          05 WRK-GVC-DIA          PIC 9(02).
       77 WRK-EOF               PIC X(01) VALUE "N".
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       PERFORM 4000-RESUME-CHECKPOINT.
       PERFORM 5000-RESUME-AUDITLOG.
       PERFORM 6000-RESUME-ACESSLOG.
       PERFORM 7000-RESUME-GUIAS.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       WRITE REL-LINHA FROM REL-ACESSO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

      *=====================================================
      *== GUIADB - guias de recolhimento vencidas sem baixa
      *=====================================================
       7000-RESUME-GUIAS        SECTION.
       MOVE "GUIAS VENCIDAS NAO PAGAS" TO REL-TIT-TEXTO.
       PERFORM 8000-IMPRIME-TITULO.
       MOVE "N"   TO WRK-EOF.
       MOVE ZEROS TO WRK-GUI-QTDE.
       OPEN INPUT GUIA-FILE.
       IF WRK-FS-GUIA NOT = "00"
           MOVE "  GUIADB AUSENTE" TO REL-TIT-TEXTO
           PERFORM 8000-IMPRIME-TITULO
       ELSE
           PERFORM 7100-LE-GUIA
           PERFORM 7200-CONFERE-GUIA UNTIL WRK-EOF = "S"
           CLOSE GUIA-FILE
           IF WRK-GUI-QTDE = ZEROS
               MOVE "  NENHUMA GUIA VENCIDA" TO REL-TIT-TEXTO
               PERFORM 8000-IMPRIME-TITULO
           END-IF
       END-IF.

       7100-LE-GUIA             SECTION.
       READ GUIA-FILE
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       7200-CONFERE-GUIA        SECTION.
       IF GUI-PENDENTE
          AND GUI-VENCIMENTO < WRK-DATA-HOJE
           ADD 1 TO WRK-GUI-QTDE
           IF GUI-DARF
               MOVE "DARF" TO REL-GVN-TIPO
           ELSE
               MOVE "GPS " TO REL-GVN-TIPO
           END-IF
           MOVE GUI-EMPRESA     TO REL-GVN-EMPRESA
           MOVE GUI-COMPETENCIA TO REL-GVN-COMPETENCIA
           MOVE GUI-VENCIMENTO  TO WRK-GUI-VENCIMENTO
           MOVE SPACES          TO REL-GVN-VENCIMENTO
           STRING WRK-GVC-DIA "/" WRK-GVC-MES "/" WRK-GVC-ANO
                  DELIMITED BY SIZE INTO REL-GVN-VENCIMENTO
           MOVE GUI-VALOR-TOTAL TO REL-GVN-VALOR
           COMPUTE WRK-DIAS-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(WRK-GUI-VENCIMENTO)
           COMPUTE WRK-IDADE-DIAS =
                   WRK-DIAS-HOJE - WRK-DIAS-REGISTRO
           MOVE WRK-IDADE-DIAS  TO REL-GVN-ATRASO
           PERFORM 8300-CONFERE-QUEBRA
           WRITE REL-LINHA FROM REL-GUIA-VENCIDA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       PERFORM 7100-LE-GUIA.

       9000-FINALIZAR           SECTION.
       CLOSE RELATORIO-FILE.
       DISPLAY "PAINEL EMITIDO EM RELPAINEL".
