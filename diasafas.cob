       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIASAFAS.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Rotina comum de dias devidos no mes -
      *==            recebe a matricula e a competencia e
      *==            devolve, no mes comercial de 30 dias,
      *==            quantos dias a empresa deve pagar diante
      *==            dos afastamentos do AFASTDB (CADAFAST).
      *==            Doenca e acidente: a empresa paga os 15
      *==            primeiros dias, o resto e do INSS.
      *==            Maternidade e licenca nao remunerada: a
      *==            empresa nao paga nenhum dia. Licenca
      *==            remunerada: a empresa paga tudo. O
      *==            afastamento vai do inicio ao dia anterior
      *==            ao retorno efetivo (em curso, ate o fim do
      *==            mes). Mes inteiro fora devolve zero; senao
      *==            30 menos os dias nao devidos. Usada pelo
      *==            APLICMOV (contracheque, credito bancario e
      *==            contabilizacao) e pelo ADIANTA. Sem o
      *==            AFASTDB devolve 30.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTO-FILE ASSIGN TO "AFASTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "afastrc.cpy".

       WORKING-STORAGE SECTION.
       77  WRK-FS-AFASTAMENTO     PIC X(02) VALUE "00".
       77  WRK-EOF                PIC X(01) VALUE "N".
       01  WRK-DATA-MES           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-MES-R REDEFINES WRK-DATA-MES.
           05  WRK-MES-ANO            PIC 9(04).
           05  WRK-MES-MES            PIC 9(02).
           05  WRK-MES-DIA            PIC 9(02).
       77  WRK-INT-INI-MES        PIC 9(07) VALUE ZEROS.
       77  WRK-INT-FIM-MES        PIC 9(07) VALUE ZEROS.
       77  WRK-INT-DE             PIC 9(07) VALUE ZEROS.
       77  WRK-INT-ATE            PIC 9(07) VALUE ZEROS.
       77  WRK-INT-DIA            PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-FORA          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                PIC 9(02) VALUE ZEROS.
       01  WRK-MAPA-MES.
           05  WRK-DIA-FORA OCCURS 31 TIMES PIC X(01).

       LINKAGE SECTION.
       01  WRK-DAF-MATRICULA       PIC 9(06).
       01  WRK-DAF-COMPETENCIA     PIC 9(06).
       01  WRK-DAF-DIAS-DEVIDOS    PIC 9(02).

       PROCEDURE DIVISION USING WRK-DAF-MATRICULA
                                WRK-DAF-COMPETENCIA
                                WRK-DAF-DIAS-DEVIDOS.
       0000-DIAS-DEVIDOS SECTION.
           MOVE 30 TO WRK-DAF-DIAS-DEVIDOS
           OPEN INPUT AFASTAMENTO-FILE
           IF WRK-FS-AFASTAMENTO NOT = "00"
               GOBACK
           END-IF
           PERFORM 1000-LIMITES-DO-MES
           MOVE SPACES TO WRK-MAPA-MES
           MOVE "N"    TO WRK-EOF
           MOVE WRK-DAF-MATRICULA TO AFS-MATRICULA
           MOVE ZEROS             TO AFS-DATA-INICIO
           START AFASTAMENTO-FILE KEY IS NOT LESS THAN AFS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF
           END-START
           IF WRK-EOF NOT = "S"
               PERFORM 1100-LE-AFASTAMENTO
           END-IF
           PERFORM 2000-MARCA-AFASTAMENTO UNTIL WRK-EOF = "S"
           CLOSE AFASTAMENTO-FILE
           PERFORM 3000-FECHA-DIAS
           GOBACK.

       1000-LIMITES-DO-MES SECTION.
           COMPUTE WRK-DATA-MES = WRK-DAF-COMPETENCIA * 100 + 1
           COMPUTE WRK-INT-INI-MES =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MES)
      *== ultimo dia do mes = vespera do dia 1 do mes seguinte
           IF WRK-MES-MES = 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MES
           ELSE
               ADD 1 TO WRK-MES-MES
           END-IF
           COMPUTE WRK-INT-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MES) - 1
           COMPUTE WRK-DIAS-MES =
                   WRK-INT-FIM-MES - WRK-INT-INI-MES + 1.

       1100-LE-AFASTAMENTO SECTION.
           READ AFASTAMENTO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EOF
           END-READ
           IF WRK-EOF NOT = "S"
              AND AFS-MATRICULA NOT = WRK-DAF-MATRICULA
               MOVE "S" TO WRK-EOF
           END-IF.

       2000-MARCA-AFASTAMENTO SECTION.
      *== licenca remunerada e paga inteira pela empresa
           IF AFS-REMUNERADA
              OR NOT AFS-TIPO-VALIDO
               GO TO 2000-MARCA-SAIDA
           END-IF
           COMPUTE WRK-INT-DE =
                   FUNCTION INTEGER-OF-DATE(AFS-DATA-INICIO)
      *== doenca e acidente: os 15 primeiros dias sao da
      *== empresa, o INSS paga a partir do 16o
           IF AFS-PELO-INSS
               ADD 15 TO WRK-INT-DE
           END-IF
           IF AFS-EM-CURSO
               MOVE WRK-INT-FIM-MES TO WRK-INT-ATE
           ELSE
               COMPUTE WRK-INT-ATE =
                   FUNCTION INTEGER-OF-DATE(AFS-RETORNO-EFETIVO)
                   - 1
           END-IF
           IF WRK-INT-DE < WRK-INT-INI-MES
               MOVE WRK-INT-INI-MES TO WRK-INT-DE
           END-IF
           IF WRK-INT-ATE > WRK-INT-FIM-MES
               MOVE WRK-INT-FIM-MES TO WRK-INT-ATE
           END-IF
           IF WRK-INT-DE > WRK-INT-ATE
               GO TO 2000-MARCA-SAIDA
           END-IF
           PERFORM 2100-MARCA-DIA
               VARYING WRK-INT-DIA FROM WRK-INT-DE BY 1
               UNTIL WRK-INT-DIA > WRK-INT-ATE.

       2000-MARCA-SAIDA.
           PERFORM 1100-LE-AFASTAMENTO.

       2100-MARCA-DIA SECTION.
           COMPUTE WRK-IDX = WRK-INT-DIA - WRK-INT-INI-MES + 1
           MOVE "S" TO WRK-DIA-FORA(WRK-IDX).

       3000-FECHA-DIAS SECTION.
      *== afastamentos que se sobrepoem contam o dia uma vez
           MOVE ZEROS TO WRK-DIAS-FORA
           PERFORM 3100-CONTA-DIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-DIAS-MES
           IF WRK-DIAS-FORA = ZEROS
               GO TO 3000-FECHA-SAIDA
           END-IF
           IF WRK-DIAS-FORA >= WRK-DIAS-MES
              OR WRK-DIAS-FORA >= 30
               MOVE ZEROS TO WRK-DAF-DIAS-DEVIDOS
           ELSE
               COMPUTE WRK-DAF-DIAS-DEVIDOS = 30 - WRK-DIAS-FORA
           END-IF.

       3000-FECHA-SAIDA.
           EXIT.

       3100-CONTA-DIA SECTION.
           IF WRK-DIA-FORA(WRK-IDX) = "S"
               ADD 1 TO WRK-DIAS-FORA
           END-IF.
