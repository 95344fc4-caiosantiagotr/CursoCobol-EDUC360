      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Pagamentos da folha complementar
      *==                    (FOLHACMP) saem marcados COMPL.
      *==   15/10/2026 CAS - Linha de imagem ampliada para 101 posicoes,
      *==                    com o codigo do banco incluido no EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           05  FILLER              PIC X(22) VALUE SPACES.
       01  REL-IMAGEM.
           05  REL-IMG-ROTULO      PIC X(08).
           05  REL-IMG-DADOS       PIC X(101).
           05  FILLER              PIC X(01) VALUE SPACES.
       01  REL-PAGAMENTO.
           05  REL-PAG-COMPETENCIA PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-PAG-LIQUIDO==.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-PAG-MARCA       PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE SPACES.
       01  REL-CERTIFICACAO.
           05  FILLER              PIC X(44)
                   VALUE "CERTIFICO QUE ESTE DOSSIE REPRODUZ OS".
           GO TO 4000-SECAO-SAIDA
       END-IF.
       MOVE WRK-MATRICULA TO FHS-MATRICULA.
       MOVE ZEROS         TO FHS-COMPETENCIA FHS-SEQUENCIA.
       START FOLHAHST-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
                   COMPUTE WRK-DESCONTOS = FHS-INSS + FHS-IRRF
                   MOVE WRK-DESCONTOS   TO REL-PAG-DESCONTOS
                   MOVE FHS-LIQUIDO     TO REL-PAG-LIQUIDO
                   IF FHS-COMPLEMENTAR
                       MOVE "COMPL"     TO REL-PAG-MARCA
                   ELSE
                       MOVE SPACES      TO REL-PAG-MARCA
                   END-IF
                   WRITE REL-LINHA FROM REL-PAGAMENTO
                   ADD 1 TO WRK-REL-LINHAS-PAGINA
               END-IF
