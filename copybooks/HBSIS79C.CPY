      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE CLIENTES DAS CAMPANHAS                   *
      * (ARQ-CAMPANHA-CLI) - LISTA EXPLICITA DE INCLUSAO/EXCLUSAO E    *
      * PUBLICO-ALVO GERADO, COM O VENDEDOR RESPONSAVEL NA ULTIMA      *
      * DISTRIBUICAO E A EXECUCAO INFORMADA NA CARGA DE VISITAS        *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS79C.
           05  CHAVE-HBSIS79C.
               10  COD-CAMPANHA-HBSIS79C
                                       PIC  9(004).
               10  COD-CLIENTE-HBSIS79C
                                       PIC  9(007).
      *    ORIGEM: "I" = INCLUIDO NA LISTA EXPLICITA, "E" = EXCLUIDO
      *    NA LISTA EXPLICITA, "R" = SELECIONADO PELAS REGRAS
           05  TIPO-LISTA-HBSIS79C     PIC  X(001).
      *    "S" = CLIENTE NO PUBLICO-ALVO DA ULTIMA GERACAO
           05  FLAG-ALVO-HBSIS79C      PIC  X(001).
           05  COD-VENDEDOR-HBSIS79C   PIC  9(003).
           05  COD-REGIAO-HBSIS79C     PIC  9(003).
      *    "S" = CAMPANHA EXECUTADA NO CLIENTE
           05  FLAG-EXECUTADA-HBSIS79C PIC  X(001).
           05  DATA-EXECUCAO-HBSIS79C  PIC  9(008).
           05  COD-VEND-EXEC-HBSIS79C  PIC  9(003).
           05  DATA-ALTERACAO-HBSIS79C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS79C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS79C PIC  X(010).
