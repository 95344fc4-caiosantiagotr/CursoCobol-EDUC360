      *==                    o RELFERVC dava o periodo por vencido
      *==                    desde o primeiro dia (e admissao em
      *==                    29/02 estourava o calculo do fim).
      *==   15/10/2026 CAS - Afastamentos do AFASTDB (CADAFAST)
      *==                    ajustam o ultimo periodo ainda sem dia
      *==                    gozado antes de gerar, marcar ou
      *==                    consultar: licenca nao remunerada
      *==                    suspende a contagem e empurra o fim
      *==                    aquisitivo e o limite; auxilio do INSS
      *==                    acima de 6 meses ou licenca remunerada
      *==                    acima de 30 dias, com retorno
      *==                    registrado, perde o periodo (situacao
      *==                    P) e o proximo comeca no retorno.
      *==                    Afastamento em curso acima do limite
      *==                    so e avisado.
      *==   15/10/2026 CAS - Marcacao guarda os dias do gozo marcado
      *==                    e pergunta pelo abono pecuniario (10
      *==                    dias vendidos, uma vez por periodo,
      *==                    abatidos do saldo), dados que o
      *==                    FERIASPG usa para pagar as ferias.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT AFASTAMENTO-FILE ASSIGN TO "AFASTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  AFASTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "afastrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".
       77 WRK-FS-FERIAS         PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-FS-AFASTAMENTO    PIC X(02) VALUE "00".
       77 WRK-AFAST-OK          PIC X(01) VALUE "N".
          88 WRK-AFAST-DISPONIVEL         VALUE "S".
       77 WRK-EOF-AFASTAMENTO   PIC X(01) VALUE "N".
       77 WRK-ACHOU-ULTIMO      PIC X(01) VALUE "N".
          88 WRK-ULTIMO-ACHADO            VALUE "S".
       77 WRK-CHAVE-ULTIMO      PIC X(14) VALUE SPACES.
       77 WRK-INT-INICIO        PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM           PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DE            PIC 9(07) VALUE ZEROS.
       77 WRK-INT-ATE           PIC 9(07) VALUE ZEROS.
       77 WRK-INT-HOJE          PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE PIC X(08).
       77 WRK-DIAS-TRECHO       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-SUSPENSOS    PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-INSS         PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-INSS       PIC 9(03) VALUE 180.
       77 WRK-LIMITE-REMUNERADA PIC 9(03) VALUE 30.
       77 WRK-DATA-PERDA        PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-PERDA      PIC X(40) VALUE SPACES.
       77 WRK-PERDA-PENDENTE    PIC X(01) VALUE "N".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-DIAS-ENT          PIC X(02) VALUE SPACES.
       77 WRK-DIAS-MARCAR       PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-DIAS        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-ABONO        PIC 9(02) VALUE 10.
       77 WRK-ABONO-ENT         PIC X(01) VALUE SPACES.
       77 WRK-CNT-LISTADOS      PIC 9(03) VALUE ZEROS.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       OPEN INPUT AFASTAMENTO-FILE.
       IF WRK-FS-AFASTAMENTO = "00"
           MOVE "S" TO WRK-AFAST-OK
       END-IF.
       IF WRK-FIM NOT = "S"
           PERFORM 1080-EFETUA-SIGNON
       END-IF.
           PERFORM 0900-GRAVA-EXCECAO
           GO TO 3100-GERA-SAIDA
       END-IF.
       PERFORM 6000-AJUSTA-AFASTAMENTO.
       PERFORM 3200-ACHA-ULTIMO-PERIODO.
       IF WRK-ULTIMO-FIM = ZEROS
           MOVE REG-DATA-ADMISSAO TO WRK-INICIO-NOVO
       PERFORM 3300-SOMA-UM-ANO.
       MOVE WRK-DATA-ANIVERSARIO TO FER-LIMITE-GOZO.
       MOVE 30    TO FER-DIAS-DIREITO.
       MOVE ZEROS TO FER-DIAS-GOZADOS FER-INICIO-GOZO
                     FER-DIAS-SUSPENSOS FER-DIAS-ULT-GOZO.
       MOVE "N"   TO FER-ABONO.
       MOVE "A"   TO FER-SITUACAO.
       WRITE REG-FERIAS
           INVALID KEY
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-ENT NUMERIC.
       MOVE WRK-MATRICULA-ENT TO WRK-MATRICULA.
       PERFORM 6000-AJUSTA-AFASTAMENTO.
       PERFORM 4100-ACHA-PERIODO-ABERTO.
       IF NOT WRK-PERIODO-ACHADO
           DISPLAY "NENHUM PERIODO EM ABERTO PARA A MATRICULA "
           PERFORM 0900-GRAVA-EXCECAO
           GO TO 4000-MARCA-SAIDA
       END-IF.
       MOVE "N" TO WRK-ABONO-ENT.
       IF NOT FER-COM-ABONO
          AND WRK-SALDO-DIAS - WRK-DIAS-MARCAR >= WRK-DIAS-ABONO
           PERFORM 4400-RECEBE-ABONO
       END-IF.
       ADD WRK-DIAS-MARCAR   TO FER-DIAS-GOZADOS.
       MOVE WRK-DATA-GOZO-ENT TO FER-INICIO-GOZO.
       MOVE WRK-DIAS-MARCAR  TO FER-DIAS-ULT-GOZO.
      *== abono vendido sai do saldo junto com o gozo
       IF WRK-ABONO-ENT = "S"
           ADD WRK-DIAS-ABONO TO FER-DIAS-GOZADOS
           MOVE "S" TO FER-ABONO
       ELSE
           IF NOT FER-COM-ABONO
               MOVE "N" TO FER-ABONO
           END-IF
       END-IF.
       IF FER-DIAS-GOZADOS >= FER-DIAS-DIREITO
           MOVE "Q" TO FER-SITUACAO
       END-IF.
           DISPLAY "QUANTIDADE INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       4400-RECEBE-ABONO        SECTION.
       DISPLAY "ABONO PECUNIARIO - VENDER 10 DIAS (S/N) "
       ACCEPT WRK-ABONO-ENT.
       IF WRK-ABONO-ENT = "s"
           MOVE "S" TO WRK-ABONO-ENT
       END-IF.

      *=====================================================
      *== C - consulta os periodos de uma matricula
      *=====================================================
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-ENT NUMERIC.
       MOVE WRK-MATRICULA-ENT TO WRK-MATRICULA.
       PERFORM 6000-AJUSTA-AFASTAMENTO.
       MOVE ZEROS TO WRK-CNT-LISTADOS.
       MOVE "N"   TO WRK-EOF-FERIAS.
       MOVE WRK-MATRICULA TO FER-MATRICULA.
                           " DIREITO " FER-DIAS-DIREITO
                           " GOZADOS " FER-DIAS-GOZADOS
                           " SIT " FER-SITUACAO
                           " SUSP " FER-DIAS-SUSPENSOS
                           " ABONO " FER-ABONO
               END-IF
       END-READ.

      *=====================================================
      *== efeito dos afastamentos sobre o ultimo periodo
      *== aquisitivo da matricula, enquanto nenhum dia dele
      *== foi gozado
      *=====================================================
       6000-AJUSTA-AFASTAMENTO  SECTION.
       IF NOT WRK-AFAST-DISPONIVEL
           GO TO 6000-AJUSTA-SAIDA
       END-IF.
       PERFORM 6100-ACHA-ULTIMO.
       IF NOT WRK-ULTIMO-ACHADO
           GO TO 6000-AJUSTA-SAIDA
       END-IF.
       MOVE WRK-CHAVE-ULTIMO TO FER-CHAVE.
       READ FERIAS-FILE KEY IS FER-CHAVE
           INVALID KEY
               GO TO 6000-AJUSTA-SAIDA
       END-READ.
       IF NOT FER-ABERTO
          OR FER-DIAS-GOZADOS NOT = ZEROS
           GO TO 6000-AJUSTA-SAIDA
       END-IF.
       IF FER-DIAS-SUSPENSOS NOT NUMERIC
           MOVE ZEROS TO FER-DIAS-SUSPENSOS
       END-IF.
      *== fim sem suspensao = aniversario do inicio - 1 dia;
      *== cada dia de licenca nao remunerada o empurra um dia
       MOVE FER-INICIO-AQUIS TO WRK-DATA-BASE.
       PERFORM 3300-SOMA-UM-ANO.
       COMPUTE WRK-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ANIVERSARIO) - 1.
       COMPUTE WRK-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(FER-INICIO-AQUIS).
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
       MOVE ZEROS  TO WRK-DIAS-SUSPENSOS WRK-DIAS-INSS
                      WRK-DATA-PERDA.
       MOVE SPACES TO WRK-MOTIVO-PERDA.
       MOVE "N"    TO WRK-PERDA-PENDENTE WRK-EOF-AFASTAMENTO.
       MOVE WRK-MATRICULA TO AFS-MATRICULA.
       MOVE ZEROS         TO AFS-DATA-INICIO.
       START AFASTAMENTO-FILE KEY IS >= AFS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-START.
       IF WRK-EOF-AFASTAMENTO NOT = "S"
           PERFORM 6210-LE-AFASTAMENTO
       END-IF.
       PERFORM 6200-AVALIA-AFASTAMENTO
           UNTIL WRK-EOF-AFASTAMENTO = "S".
       IF WRK-DATA-PERDA NOT = ZEROS
           PERFORM 6300-PERDE-PERIODO
           GO TO 6000-AJUSTA-SAIDA
       END-IF.
       IF WRK-PERDA-PENDENTE = "S"
           DISPLAY "AVISO: AFASTAMENTO EM CURSO JA PASSA DO "
                   "LIMITE - PERIODO " FER-INICIO-AQUIS
                   " SERA PERDIDO NO RETORNO"
       END-IF.
       IF WRK-DIAS-SUSPENSOS NOT = FER-DIAS-SUSPENSOS
           PERFORM 6400-SUSPENDE-PERIODO
       END-IF.

       6000-AJUSTA-SAIDA.
           EXIT.

       6100-ACHA-ULTIMO         SECTION.
       MOVE "N" TO WRK-ACHOU-ULTIMO WRK-EOF-FERIAS.
       MOVE WRK-MATRICULA TO FER-MATRICULA.
       MOVE ZEROS         TO FER-INICIO-AQUIS.
       START FERIAS-FILE KEY IS >= FER-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERIAS
       END-START.
       PERFORM 6110-LE-ULTIMO UNTIL WRK-EOF-FERIAS = "S".

       6110-LE-ULTIMO           SECTION.
       READ FERIAS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERIAS
           NOT AT END
               IF FER-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF-FERIAS
               ELSE
                   MOVE "S"       TO WRK-ACHOU-ULTIMO
                   MOVE FER-CHAVE TO WRK-CHAVE-ULTIMO
               END-IF
       END-READ.

       6200-AVALIA-AFASTAMENTO  SECTION.
       PERFORM 6230-CONTA-TRECHO.
       PERFORM 6210-LE-AFASTAMENTO.

       6210-LE-AFASTAMENTO      SECTION.
       READ AFASTAMENTO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-READ.
       IF WRK-EOF-AFASTAMENTO NOT = "S"
          AND AFS-MATRICULA NOT = WRK-MATRICULA
           MOVE "S" TO WRK-EOF-AFASTAMENTO
       END-IF.

       6220-MARCA-PERDA         SECTION.
      *== so o retorno efetivo fixa a perda e o inicio do
      *== proximo periodo; em curso fica no aviso
       IF AFS-EM-CURSO
           MOVE "S" TO WRK-PERDA-PENDENTE
       ELSE
           MOVE AFS-RETORNO-EFETIVO TO WRK-DATA-PERDA
       END-IF.

       6230-CONTA-TRECHO        SECTION.
      *== trechos contados so dentro do periodo; o afastamento
      *== em curso vale ate hoje
       IF WRK-DATA-PERDA NOT = ZEROS
          OR NOT AFS-TIPO-VALIDO
          OR AFS-MATERNIDADE
           GO TO 6230-CONTA-SAIDA
       END-IF.
       COMPUTE WRK-INT-DE =
               FUNCTION INTEGER-OF-DATE(AFS-DATA-INICIO).
       IF AFS-EM-CURSO
           MOVE WRK-INT-HOJE TO WRK-INT-ATE
       ELSE
           COMPUTE WRK-INT-ATE =
               FUNCTION INTEGER-OF-DATE(AFS-RETORNO-EFETIVO) - 1
       END-IF.
      *== o INSS so paga a partir do 16o dia
       IF AFS-PELO-INSS
           ADD 15 TO WRK-INT-DE
       END-IF.
       IF WRK-INT-DE < WRK-INT-INICIO
           MOVE WRK-INT-INICIO TO WRK-INT-DE
       END-IF.
       IF WRK-INT-DE > WRK-INT-FIM
          OR WRK-INT-ATE < WRK-INT-DE
           GO TO 6230-CONTA-SAIDA
       END-IF.
       IF AFS-NAO-REMUNERADA
           COMPUTE WRK-DIAS-TRECHO = WRK-INT-ATE - WRK-INT-DE + 1
           ADD WRK-DIAS-TRECHO TO WRK-DIAS-SUSPENSOS
           ADD WRK-DIAS-TRECHO TO WRK-INT-FIM
           GO TO 6230-CONTA-SAIDA
       END-IF.
       IF WRK-INT-ATE > WRK-INT-FIM
           MOVE WRK-INT-FIM TO WRK-INT-ATE
       END-IF.
       COMPUTE WRK-DIAS-TRECHO = WRK-INT-ATE - WRK-INT-DE + 1.
       IF AFS-PELO-INSS
           ADD WRK-DIAS-TRECHO TO WRK-DIAS-INSS
           IF WRK-DIAS-INSS > WRK-LIMITE-INSS
               MOVE "AUXILIO DO INSS POR MAIS DE 6 MESES"
                                     TO WRK-MOTIVO-PERDA
               PERFORM 6220-MARCA-PERDA
           END-IF
       END-IF.
       IF AFS-REMUNERADA
          AND WRK-DIAS-TRECHO > WRK-LIMITE-REMUNERADA
           MOVE "LICENCA REMUNERADA POR MAIS DE 30 DIAS"
                                 TO WRK-MOTIVO-PERDA
           PERFORM 6220-MARCA-PERDA
       END-IF.

       6230-CONTA-SAIDA.
           EXIT.

       6300-PERDE-PERIODO       SECTION.
       COMPUTE WRK-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PERDA) - 1.
       COMPUTE FER-FIM-AQUIS =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS).
       MOVE FER-FIM-AQUIS      TO FER-LIMITE-GOZO.
       MOVE WRK-DIAS-SUSPENSOS TO FER-DIAS-SUSPENSOS.
       MOVE "P"                TO FER-SITUACAO.
       REWRITE REG-FERIAS
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O PERIODO - FS "
                       WRK-FS-FERIAS
           NOT INVALID KEY
               DISPLAY "PERIODO " FER-INICIO-AQUIS " PERDIDO - "
                       WRK-MOTIVO-PERDA
               DISPLAY "PROXIMO PERIODO COMECA NO RETORNO EM "
                       WRK-DATA-PERDA
               MOVE "FER-SITUACAO"   TO WRK-EXC-CAMPO
               MOVE WRK-MOTIVO-PERDA TO WRK-EXC-DESCRICAO
               PERFORM 0900-GRAVA-EXCECAO
       END-REWRITE.

       6400-SUSPENDE-PERIODO    SECTION.
       COMPUTE FER-FIM-AQUIS =
               FUNCTION DATE-OF-INTEGER(WRK-INT-FIM).
       MOVE FER-FIM-AQUIS TO WRK-DATA-BASE.
       PERFORM 3300-SOMA-UM-ANO.
       MOVE WRK-DATA-ANIVERSARIO TO FER-LIMITE-GOZO.
       MOVE WRK-DIAS-SUSPENSOS   TO FER-DIAS-SUSPENSOS.
       REWRITE REG-FERIAS
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O PERIODO - FS "
                       WRK-FS-FERIAS
           NOT INVALID KEY
               DISPLAY "PERIODO " FER-INICIO-AQUIS " SUSPENSO "
                       WRK-DIAS-SUSPENSOS " DIAS - FIM "
                       FER-FIM-AQUIS " LIMITE " FER-LIMITE-GOZO
       END-REWRITE.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.

       9000-FINALIZAR           SECTION.
       CLOSE FERIAS-FILE.
       IF WRK-AFAST-DISPONIVEL
           CLOSE AFASTAMENTO-FILE
       END-IF.
       IF WRK-FS-EMPREGADOS = "00"
           CLOSE EMPREGADOS-FILE
       END-IF.
