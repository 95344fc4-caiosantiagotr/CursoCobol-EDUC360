      *==                    operador; cartao presente mas invalido
      *==                    devolve RETURN-CODE 8. Sem o cartao,
      *==                    tudo segue interativo como antes.
      *==   15/10/2026 CAS - Parcelas do emprestimo consignado
      *==                    (CONSIGDB/CADCONSG) descontadas pela
      *==                    rotina comum DESCCONS, que baixa a
      *==                    parcela do mes no contrato; liquido
      *==                    que nao comporta as parcelas nao
      *==                    desconta nada e avisa.
      *==   15/10/2026 CAS - Controle de competencias COMPETDB
      *==                    (rotina SITCOMP): competencia ja
      *==                    fechada para a empresa e recusada com
      *==                    RETURN-CODE 8 sem regravar o FOLHAHST;
      *==                    rodada que emite contracheque fecha a
      *==                    competencia da empresa trabalhada (00
      *==                    = todas). Reabrir so pelo MANTCOMP.
      *==   15/10/2026 CAS - Historico grava a folha normal como a
      *==                    sequencia 00 da competencia no
      *==                    FOLHAHST; as complementares sao do
      *==                    FOLHACMP.
      *==   15/10/2026 CAS - Ferias pagas pelo FERIASPG (FERPAGDB):
      *==                    os dias de gozo que caem na
      *==                    competencia saem do salario do mes
      *==                    (ja pagos no recibo de ferias) e o
      *==                    contracheque mostra os dias e o
      *==                    liquido de ferias adiantado no mes
      *==                    do inicio do gozo.
      *==   15/10/2026 CAS - Contracheque passa a sair da folha
      *==                    calculada FOLHACAL do CALCFOLH em vez de
      *==                    recalcular cada ativo do mestre: a
      *==                    rotina CONFCALC confere os totais de
      *==                    controle antes (ausente ou fora de
      *==                    balanco devolve RETURN-CODE 8), a
      *==                    competencia e a empresa vem do header
      *==                    (cartao PARMFOLH que diverge dele
      *==                    tambem cai com RC 8) e as ferias, o
      *==                    adiantamento e o consignado ja vem
      *==                    calculados; aqui ficam a baixa do
      *==                    consignado, o FOLHAHST e o fechamento.
      *==   15/10/2026 CAS - RELCONTR so e aberto depois de conferida
      *==                    a competencia: recusa por competencia
      *==                    fechada nao apaga a listagem anterior.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHACAL-FILE ASSIGN TO "FOLHACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHACAL.
           SELECT FILIAIS-FILE ASSIGN TO "FILIALDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHACAL-FILE
           LABEL RECORD IS STANDARD.
       COPY "folcalrc.cpy".

       FD  FILIAIS-FILE
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CONTRACH".
       77 WRK-FS-FOLHACAL       PIC X(02) VALUE "00".
       77 WRK-FS-FILIAIS        PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-CFC-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-CFC-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-CALC-RECUSADO     PIC X(01) VALUE "N".
       77 WRK-COMPETENCIA-CARTAO PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA-CARTAO    PIC 9(02) VALUE ZEROS.
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-CSG-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-CSG-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CSG-QTDE          PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAIS-OK        PIC X(01) VALUE "N".
          88 WRK-FILIAIS-DISPONIVEL       VALUE "S".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-COMPET-FECHADA    PIC X(01) VALUE "N".
       01 WRK-DATA-FOLHA        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-FOLHA-X REDEFINES WRK-DATA-FOLHA PIC X(08).
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).
       77 WRK-CNT-EMITIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-BLOCO      PIC 9(03) VALUE ZEROS.
       77 WRK-APL-IDX           PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-QTDE          PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ACHADO-IDX    PIC 9(03) VALUE ZEROS.
       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-FOLHA-X.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1030-CONFERE-FOLHA-CALC.
       IF WRK-CALC-RECUSADO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT FOLHACAL-FILE.
       OPEN INPUT FILIAIS-FILE.
       IF WRK-FS-FILIAIS = "00"
           MOVE "S" TO WRK-FILIAIS-OK
       END-IF.
       OPEN I-O HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "35"
           OPEN OUTPUT HISTORICO-FILE
           CLOSE HISTORICO-FILE
           OPEN I-O HISTORICO-FILE
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
      *== competencia fechada nao e regravada no historico
       MOVE "V" TO WRK-CPT-FUNCAO.
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA-X
                   " JA FECHADA PARA A EMPRESA " WRK-EMPRESA-SEL
                   " - REABRIR PELO MANTCOMP"
           MOVE "S" TO WRK-COMPET-FECHADA
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "CONTRACHEQUES DA FOLHA" TO WRK-CAB-TITULO.
       IF WRK-EMPRESA-SEL NOT = ZEROS
          AND WRK-EMPRESAS-DISPONIVEL
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
                   "NENHUM CONTRACHEQUE EMITIDO"
           MOVE "S" TO WRK-EOF
       ELSE

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH: presente, competencia e
      *== empresa do cartao tem de ser as da folha calculada
      *== (modo batch da cadeia); presente mas ilegivel, o
      *== job cai com RC 8 em vez de prosseguir com palpite
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1010-LE-PARAM-SAIDA
                           "NUMERICO - JOB ABANDONADO"
                   MOVE "S" TO WRK-CARTAO-INVALIDO
               ELSE
                   MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA-CARTAO
                   MOVE PRM-EMPRESA     TO WRK-EMPRESA-CARTAO
                   DISPLAY "PARAMETROS DO CARTAO - COMPETENCIA "
                           PRM-COMPETENCIA " EMPRESA "
                           PRM-EMPRESA
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.
       1010-LE-PARAM-SAIDA.
           EXIT.

       1030-CONFERE-FOLHA-CALC  SECTION.
      *== contracheque so sai da folha calculada pelo
      *== CALCFOLH e com os totais de controle fechados;
      *== competencia e empresa sao as do header
       CALL "CONFCALC" USING BY REFERENCE WRK-COMPETENCIA
                             WRK-EMPRESA-SEL
                             WRK-CFC-QTDE
                             WRK-CFC-RESULTADO.
       IF WRK-CFC-RESULTADO NOT = "S"
           MOVE "S" TO WRK-CALC-RECUSADO
           GO TO 1030-CONFERE-SAIDA
       END-IF.
       IF WRK-CARTAO-PRESENTE
          AND ((WRK-COMPETENCIA-CARTAO NOT = ZEROS
                AND WRK-COMPETENCIA-CARTAO NOT = WRK-COMPETENCIA)
               OR WRK-EMPRESA-CARTAO NOT = WRK-EMPRESA-SEL)
           DISPLAY "CARTAO PARMFOLH NAO CONFERE COM A FOLHA "
                   "CALCULADA - COMPETENCIA " WRK-COMPETENCIA-X
                   " EMPRESA " WRK-EMPRESA-SEL
           MOVE "S" TO WRK-CALC-RECUSADO
           GO TO 1030-CONFERE-SAIDA
       END-IF.
       DISPLAY "FOLHA CALCULADA - COMPETENCIA " WRK-COMPETENCIA-X
               " EMPRESA " WRK-EMPRESA-SEL " - "
               WRK-CFC-QTDE " FUNCIONARIOS".

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

       0200-EMITE-CONTRACHEQUE  SECTION.
       PERFORM 0270-BAIXA-CONSIGNADO.
       PERFORM 0300-IMPRIME-CONTRACHEQUE.
       PERFORM 0370-GRAVA-HISTORICO.
       PERFORM 0400-ACUMULA-FILIAL.
       ADD 1 TO WRK-CNT-EMITIDOS.
       PERFORM 0100-RECEBE.

       0270-BAIXA-CONSIGNADO    SECTION.
      *== o valor descontado ja veio do CALCFOLH; a baixa da
      *== parcela no contrato e feita aqui, no fechamento
       IF FCL-CONSIGNADO = ZEROS
           GO TO 0270-BAIXA-SAIDA
       END-IF.
       MOVE "B" TO WRK-CSG-FUNCAO.
       CALL "DESCCONS" USING BY REFERENCE WRK-CSG-FUNCAO
                             FCL-MATRICULA
                             WRK-COMPETENCIA
                             WRK-CSG-VALOR
                             WRK-CSG-QTDE.
       IF WRK-CSG-VALOR NOT = FCL-CONSIGNADO
           DISPLAY "AVISO: CONSIGNADO DA MATRICULA " FCL-MATRICULA
                   " MUDOU DEPOIS DO CALCFOLH - CONFIRA OS "
                   "CONTRATOS NO CADCONSG"
       END-IF.

       0270-BAIXA-SAIDA.
           EXIT.

       0300-IMPRIME-CONTRACHEQUE SECTION.
      *== o bloco do contracheque tem 7 linhas; com verbas do
      *== movimento entram a linha do salario base e uma por
      *== verba; quebra antes de comecar um bloco que nao
      *== caberia inteiro
       COMPUTE WRK-LINHAS-BLOCO = WRK-REL-LINHAS-PAGINA + 7.
       IF FCL-QTDE-VERBAS > ZEROS
           COMPUTE WRK-LINHAS-BLOCO = WRK-LINHAS-BLOCO
                   + FCL-QTDE-VERBAS + 1
       END-IF.
       IF FCL-ADIANTAMENTO > ZEROS
           ADD 1 TO WRK-LINHAS-BLOCO
       END-IF.
       IF FCL-CONSIGNADO > ZEROS
           ADD 1 TO WRK-LINHAS-BLOCO
       END-IF.
       IF FCL-FER-DIAS > ZEROS
           ADD 1 TO WRK-LINHAS-BLOCO
       END-IF.
       IF FCL-FER-PAGO > ZEROS
           ADD 1 TO WRK-LINHAS-BLOCO
       END-IF.
       IF WRK-LINHAS-BLOCO > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       ADD 7 TO WRK-REL-LINHAS-PAGINA.
       IF FCL-QTDE-VERBAS > ZEROS
           COMPUTE WRK-REL-LINHAS-PAGINA =
                   WRK-REL-LINHAS-PAGINA
                   + FCL-QTDE-VERBAS + 1
       END-IF.
       IF FCL-ADIANTAMENTO > ZEROS
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       IF FCL-CONSIGNADO > ZEROS
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       IF FCL-FER-DIAS > ZEROS
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       IF FCL-FER-PAGO > ZEROS
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       WRITE REL-LINHA FROM REL-SEPARADOR.
       MOVE WRK-DATA-FOLHA TO REL-CAB-DATA.
       WRITE REL-LINHA FROM REL-CAB-CONTRACHEQUE.
       MOVE FCL-MATRICULA TO REL-IDE-MATRICULA.
       MOVE FCL-NOME      TO REL-IDE-NOME.
       WRITE REL-LINHA FROM REL-IDENTIFICACAO.
       MOVE FCL-FILIAL TO REL-FIL-CODIGO.
       PERFORM 0350-BUSCA-NOME-FILIAL.
       WRITE REL-LINHA FROM REL-FILIAL.
       IF FCL-QTDE-VERBAS > ZEROS
           MOVE "SALARIO BASE"   TO REL-VRB-ROTULO
           MOVE FCL-SALARIO         TO REL-VRB-VALOR
           WRITE REL-LINHA FROM REL-VERBA
           PERFORM 0320-IMPRIME-VERBA-MOV
               VARYING WRK-APL-IDX FROM 1 BY 1
               UNTIL WRK-APL-IDX > FCL-QTDE-VERBAS
           MOVE "TOTAL BRUTO"    TO REL-VRB-ROTULO
       ELSE
           MOVE "SALARIO BRUTO"  TO REL-VRB-ROTULO
       END-IF.
       MOVE FCL-BRUTO               TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       IF FCL-FER-DIAS > ZEROS
           MOVE SPACES TO REL-LINHA
           STRING "FERIAS NO MES: " FCL-FER-DIAS
                  " DIAS, PAGOS NO RECIBO DE FERIAS"
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       IF FCL-FER-PAGO > ZEROS
           MOVE "FERIAS JA PAGAS"   TO REL-VRB-ROTULO
           MOVE FCL-FER-PAGO        TO REL-VRB-VALOR
           WRITE REL-LINHA FROM REL-VERBA
       END-IF.
       MOVE "DESCONTO INSS"     TO REL-VRB-ROTULO.
       MOVE FCL-INSS                TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       MOVE "DESCONTO IRRF"     TO REL-VRB-ROTULO.
       MOVE FCL-IRRF                TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.
       IF FCL-ADIANTAMENTO > ZEROS
           MOVE "DESC ADIANTAMENTO" TO REL-VRB-ROTULO
           MOVE FCL-ADIANTAMENTO    TO REL-VRB-VALOR
           WRITE REL-LINHA FROM REL-VERBA
       END-IF.
       IF FCL-CONSIGNADO > ZEROS
           MOVE "DESC CONSIGNADO"   TO REL-VRB-ROTULO
           MOVE FCL-CONSIGNADO      TO REL-VRB-VALOR
           WRITE REL-LINHA FROM REL-VERBA
       END-IF.
       MOVE "LIQUIDO A RECEBER" TO REL-VRB-ROTULO.
       MOVE FCL-LIQUIDO-FINAL       TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.

       0320-IMPRIME-VERBA-MOV   SECTION.
       MOVE FCL-VRB-ROTULO(WRK-APL-IDX) TO REL-VRB-ROTULO.
       MOVE FCL-VRB-VALOR(WRK-APL-IDX)  TO REL-VRB-VALOR.
       WRITE REL-LINHA FROM REL-VERBA.

       0350-BUSCA-NOME-FILIAL   SECTION.
       IF WRK-FILIAIS-DISPONIVEL
           MOVE FCL-FILIAL TO FIL-CODIGO
           READ FILIAIS-FILE KEY IS FIL-CODIGO
               INVALID KEY
                   MOVE "(NAO CADASTRADA)" TO REL-FIL-NOME
       END-IF.

       0370-GRAVA-HISTORICO     SECTION.
       MOVE SPACES                    TO REG-FOLHA-HIST.
       MOVE FCL-MATRICULA             TO FHS-MATRICULA.
       MOVE WRK-COMPETENCIA           TO FHS-COMPETENCIA.
       MOVE ZEROS                     TO FHS-SEQUENCIA.
       MOVE FCL-FILIAL                TO FHS-FILIAL.
       MOVE FCL-BRUTO                 TO FHS-BRUTO.
       MOVE FCL-INSS                  TO FHS-INSS.
       MOVE FCL-IRRF                  TO FHS-IRRF.
       MOVE FCL-LIQUIDO-FINAL         TO FHS-LIQUIDO.
       MOVE WRK-DATA-HORA             TO FHS-DATA-HORA.
       WRITE REG-FOLHA-HIST
           INVALID KEY
      *== reemissao da mesma competencia: o historico fica
       END-WRITE.

       0400-ACUMULA-FILIAL      SECTION.
       ADD FCL-BRUTO             TO WRK-TOT-BRUTO.
       ADD FCL-INSS              TO WRK-TOT-DESCONTOS.
       ADD FCL-IRRF              TO WRK-TOT-DESCONTOS.
       ADD FCL-ADIANTAMENTO      TO WRK-TOT-DESCONTOS.
       ADD FCL-CONSIGNADO        TO WRK-TOT-DESCONTOS.
       ADD FCL-LIQUIDO-FINAL     TO WRK-TOT-LIQUIDO.
       MOVE "N" TO WRK-TAB-ACHOU.
       PERFORM 0410-PROCURA-FILIAL
           VARYING WRK-TAB-IDX FROM 1 BY 1
           IF WRK-TAB-QTDE < 50
               ADD 1 TO WRK-TAB-QTDE
               MOVE WRK-TAB-QTDE TO WRK-TAB-ACHADO-IDX
               MOVE FCL-FILIAL TO WRK-TAB-FILIAL(WRK-TAB-QTDE)
               MOVE ZEROS TO WRK-TAB-BRUTO(WRK-TAB-QTDE)
                             WRK-TAB-DESCONTOS(WRK-TAB-QTDE)
                             WRK-TAB-LIQUIDO(WRK-TAB-QTDE)
           ELSE
               DISPLAY "TABELA DE FILIAIS CHEIA - FILIAL "
                       FCL-FILIAL " FORA DOS TOTAIS"
               GO TO 0400-ACUMULA-SAIDA
           END-IF
       END-IF.
       ADD FCL-BRUTO
           TO WRK-TAB-BRUTO(WRK-TAB-ACHADO-IDX).
       ADD FCL-INSS
           TO WRK-TAB-DESCONTOS(WRK-TAB-ACHADO-IDX).
       ADD FCL-IRRF
           TO WRK-TAB-DESCONTOS(WRK-TAB-ACHADO-IDX).
       ADD FCL-ADIANTAMENTO
           TO WRK-TAB-DESCONTOS(WRK-TAB-ACHADO-IDX).
       ADD FCL-CONSIGNADO
           TO WRK-TAB-DESCONTOS(WRK-TAB-ACHADO-IDX).
       ADD FCL-LIQUIDO-FINAL
           TO WRK-TAB-LIQUIDO(WRK-TAB-ACHADO-IDX).

       0400-ACUMULA-SAIDA.
           EXIT.

       0410-PROCURA-FILIAL      SECTION.
       IF WRK-TAB-FILIAL(WRK-TAB-IDX) = FCL-FILIAL
           MOVE "S"         TO WRK-TAB-ACHOU
           MOVE WRK-TAB-IDX TO WRK-TAB-ACHADO-IDX
       END-IF.
                   "NENHUM CONTRACHEQUE EMITIDO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-CALC-RECUSADO = "S"
           DISPLAY "CONTRACH RECUSADO - FOLHA CALCULADA AUSENTE "
                   "OU NAO CONFERE - NENHUM CONTRACHEQUE EMITIDO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-COMPET-FECHADA = "S"
           DISPLAY "CONTRACH RECUSADO - COMPETENCIA FECHADA - "
                   "NENHUM CONTRACHEQUE EMITIDO"
           PERFORM 9100-FECHA-ARQUIVOS
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 0500-TOTAIS-POR-FILIAL.
       DISPLAY "CONTRACHEQUES EMITIDOS " WRK-CNT-EMITIDOS.
       PERFORM 9100-FECHA-ARQUIVOS.
      *== fechamento: a competencia paga fica travada
       IF WRK-CNT-EMITIDOS > ZEROS
           MOVE "F" TO WRK-CPT-FUNCAO
           CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                                WRK-COMPETENCIA WRK-NOME-JOB
                                WRK-CPT-RESULTADO
           IF WRK-CPT-RESULTADO = "S"
               DISPLAY "COMPETENCIA " WRK-COMPETENCIA-X
                       " FECHADA PARA A EMPRESA " WRK-EMPRESA-SEL
           END-IF
       END-IF.

       9000-FINALIZA-SAIDA.
           EXIT.

       9100-FECHA-ARQUIVOS      SECTION.
       CLOSE FOLHACAL-FILE.
       IF WRK-FILIAIS-DISPONIVEL
           CLOSE FILIAIS-FILE
       END-IF.
       IF WRK-COMPET-FECHADA NOT = "S"
           CLOSE RELATORIO-FILE
       END-IF.
       CLOSE HISTORICO-FILE.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.

       COPY "relcabpd.cpy".
