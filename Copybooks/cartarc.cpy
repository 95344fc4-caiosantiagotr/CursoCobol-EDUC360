      *=====================================================
      *==  Copybook: CARTARC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do cadastro de modelos de carta do
      *==            RH (CARTAMOD) - declaracao de vinculo,
      *==            confirmacao de salario para banco, aviso
      *==            previo e outras. Chave = codigo do modelo
      *==            e numero da linha; a linha 000 traz o
      *==            titulo (vai no cabecalho padrao) e a
      *==            situacao do modelo, as demais o texto.
      *==            Campos do mestre entram entre arrobas e
      *==            sao trocados na emissao (EMITCART):
      *==            @MATRICULA@ @NOME@ @IDADE@ @ADMISSAO@
      *==            @DESLIGAMENTO@ @SALARIO@ @FILIAL@
      *==            @NOMEFILIAL@ @CARGO@ @EMPRESA@ @CNPJ@
      *==            @COMPETENCIA@ @BRUTO@ @LIQUIDO@ (ultima
      *==            competencia do FOLHAHST) e @HOJE@.
      *==            Mantido pelo supervisor no MANTCART.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-MODELO-CARTA.
           05  CTM-CHAVE.
               10  CTM-MODELO         PIC X(08).
               10  CTM-LINHA          PIC 9(03).
                   88  CTM-LINHA-TITULO  VALUE ZEROS.
           05  CTM-TEXTO              PIC X(72).
           05  CTM-CABECALHO REDEFINES CTM-TEXTO.
               10  CTM-TITULO         PIC X(30).
               10  CTM-SITUACAO       PIC X(01).
                   88  CTM-ATIVO         VALUE "A".
                   88  CTM-INATIVO       VALUE "I".
               10  FILLER             PIC X(41).
           05  CTM-OPERADOR           PIC X(08).
           05  CTM-DATA-HORA          PIC X(21).
