      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS90P (DADOS PESSOAIS -  *
      * LGPD)                                                          *
      *  1 - RELATORIO DE ACESSO DO TITULAR: TODAS AS OCORRENCIAS DO   *
      *      CPF (TIPO C), NOME (TIPO N, PARCIAL) OU E-MAIL (TIPO E)   *
      *      NOS CADASTROS, CONTATOS, AUDITORIA, JORNAL DE SESSOES E   *
      *      ARQUIVOS DE REJEITADOS (RELLGPDTITULAR.TXT)               *
      *  2 - ANONIMIZACAO IRREVERSIVEL DOS VENDEDORES INATIVOS E DOS   *
      *      CONTATOS DE CLIENTES INATIVOS HA MAIS MESES QUE A         *
      *      RETENCAO (ZERO = 60 MESES), COM O LOG DO QUE FOI          *
      *      ANONIMIZADO EM ANONIMIZACAOLOG.TXT                        *
      *----------------------------------------------------------------*
       01  HBSIS90L.
           05  COD-FUNCAO-HBSIS90L     PIC  9(001).
           05  COD-RETORNO-HBSIS90L    PIC  9(002).
           05  MSG-RETORNO-HBSIS90L    PIC  X(050).
           05  TIPO-BUSCA-HBSIS90L     PIC  X(001).
           05  TERMO-BUSCA-HBSIS90L    PIC  X(040).
           05  MESES-RETENCAO-HBSIS90L PIC  9(003).
           05  QTD-OCORRENCIAS-HBSIS90L
                                       PIC  9(007).
           05  QTD-VEND-ANONIM-HBSIS90L
                                       PIC  9(005).
           05  QTD-CONT-ANONIM-HBSIS90L
                                       PIC  9(007).
           05  QTD-PRE-ANONIM-HBSIS90L PIC  9(005).
           05  QTD-AUD-ANONIM-HBSIS90L PIC  9(007).
           05  OPERADOR-HBSIS90L       PIC  X(010).
