      *=====================================================
      *==  Copybook: ESOCCTRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do controle de eventos do eSocial
      *==            (ESOCCTL) - um registro por evento (chave
      *==            tipo do evento + matricula + referencia:
      *==            data de admissao no S-2200, data e hora da
      *==            trilha no S-2206, data do desligamento no
      *==            S-2299 e competencia no S-1200), com a
      *==            situacao gerado/enviado/aceito/rejeitado,
      *==            as datas de cada passo, o recibo ou o
      *==            motivo da rejeicao devolvidos pelo governo
      *==            e a imagem do evento como foi gerada.
      *==            Gravado pelo ESOCIAL, atualizado pelo
      *==            ESOCRET - evento aceito nao sai de novo e
      *==            evento rejeitado nao cai no esquecimento.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-ESOCIAL-CTL.
           05  ESC-CHAVE.
               10  ESC-EVENTO         PIC X(06).
                   88  ESC-EVT-ADMISSAO      VALUE "S-2200".
                   88  ESC-EVT-ALTERACAO     VALUE "S-2206".
                   88  ESC-EVT-DESLIGAMENTO  VALUE "S-2299".
                   88  ESC-EVT-REMUNERACAO   VALUE "S-1200".
               10  ESC-MATRICULA      PIC 9(06).
               10  ESC-REFERENCIA     PIC X(14).
           05  ESC-SITUACAO           PIC X(01).
               88  ESC-GERADO            VALUE "G".
               88  ESC-ENVIADO           VALUE "E".
               88  ESC-ACEITO            VALUE "A".
               88  ESC-REJEITADO         VALUE "R".
           05  ESC-EMPRESA            PIC 9(02).
           05  ESC-DATA-GERACAO       PIC 9(08).
           05  ESC-DATA-ENVIO         PIC 9(08).
           05  ESC-DATA-RETORNO       PIC 9(08).
           05  ESC-QTDE-ENVIOS        PIC 9(02).
           05  ESC-RECIBO             PIC X(20).
           05  ESC-MOTIVO             PIC X(40).
           05  ESC-CONTEUDO           PIC X(140).
