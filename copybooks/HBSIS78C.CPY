      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE CAMPANHAS DE TRADE (ARQ-CAMPANHA) -      *
      * PERIODO E REGRAS DO PUBLICO-ALVO. REGRA EM BRANCO/ZERO NAO     *
      * RESTRINGE: CLASSIFICACOES (ATE 3 LETRAS A/B/C), REGIAO,        *
      * FILIAL E CATEGORIA COMPRADA NOS 12 MESES ANTERIORES AO INICIO  *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS78C.
           05  COD-CAMPANHA-HBSIS78C   PIC  9(004).
           05  DESCRICAO-HBSIS78C      PIC  X(040).
           05  DATA-INI-HBSIS78C       PIC  9(008).
           05  DATA-FIM-HBSIS78C       PIC  9(008).
           05  REGRAS-HBSIS78C.
               10  CLASSIF-ALVO-HBSIS78C
                                       PIC  X(001)  OCCURS 3 TIMES.
               10  COD-REGIAO-ALVO-HBSIS78C
                                       PIC  9(003).
               10  COD-FILIAL-ALVO-HBSIS78C
                                       PIC  9(002).
               10  CATEGORIA-ALVO-HBSIS78C
                                       PIC  X(003).
      *    "A" = ATIVA, "C" = CANCELADA
           05  SITUACAO-HBSIS78C       PIC  X(001).
      *    ULTIMA GERACAO DO PUBLICO-ALVO (ZERO = NUNCA GERADO)
           05  DATA-GERACAO-HBSIS78C   PIC  9(008).
           05  QTD-ALVO-HBSIS78C       PIC  9(007).
           05  DATA-ALTERACAO-HBSIS78C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS78C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS78C PIC  X(010).
