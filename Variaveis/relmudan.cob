      *==                    do mestre cresceu com a data de admissao
      *==                    e nao cabia mais nos 80 de antes, e o
      *==                    layout ainda vai crescer.
      *==   15/10/2026 CAS - Linha de imagem ampliada para 101 posicoes,
      *==                    com o codigo do banco incluido no EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           05  FILLER              PIC X(08) VALUE SPACES.
       01  REL-IMAGEM.
           05  REL-IMG-ROTULO      PIC X(08).
           05  REL-IMG-DADOS       PIC X(101).
           05  FILLER              PIC X(01) VALUE SPACES.
       01  REL-TOTAL.
           05  FILLER              PIC X(22)
