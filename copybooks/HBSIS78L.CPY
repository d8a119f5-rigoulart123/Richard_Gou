      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS78P (CAMPANHAS DE      *
      * TRADE)                                                         *
      * FUNCAO 0 = CONSULTA  1 = INCLUI  2 = ALTERA  3 = EXCLUI        *
      * FUNCAO 4 = INCLUI/EXCLUI CLIENTE NA LISTA EXPLICITA            *
      * FUNCAO 5 = RETIRA O CLIENTE DA LISTA EXPLICITA                 *
      * FUNCAO 6 = GERA O PUBLICO-ALVO E A LISTA POR VENDEDOR          *
      * FUNCAO 7 = REGISTRA A EXECUCAO NO CLIENTE (CARGA DE VISITAS)   *
      * FUNCAO 8 = RELATORIO DE EXECUCAO E GANHO DE RECEITA            *
      *----------------------------------------------------------------*
       01  HBSIS78L.
           05  COD-FUNCAO-HBSIS78L     PIC  9(001).
           05  COD-RETORNO-HBSIS78L    PIC  9(002).
           05  MSG-RETORNO-HBSIS78L    PIC  X(050).
           05  COD-CAMPANHA-HBSIS78L   PIC  9(004).
           05  DESCRICAO-HBSIS78L      PIC  X(040).
           05  DATA-INI-HBSIS78L       PIC  9(008).
           05  DATA-FIM-HBSIS78L       PIC  9(008).
           05  CLASSIF-ALVO-HBSIS78L   PIC  X(003).
           05  COD-REGIAO-ALVO-HBSIS78L
                                       PIC  9(003).
           05  COD-FILIAL-ALVO-HBSIS78L
                                       PIC  9(002).
           05  CATEGORIA-ALVO-HBSIS78L PIC  X(003).
           05  SITUACAO-HBSIS78L       PIC  X(001).
           05  DATA-GERACAO-HBSIS78L   PIC  9(008).
           05  QTD-ALVO-HBSIS78L       PIC  9(007).
      *    LISTA EXPLICITA (FUNCOES 4 E 5) E EXECUCAO (FUNCAO 7)
           05  COD-CLIENTE-HBSIS78L    PIC  9(007).
           05  TIPO-LISTA-HBSIS78L     PIC  X(001).
           05  COD-VENDEDOR-HBSIS78L   PIC  9(003).
           05  DATA-EXECUCAO-HBSIS78L  PIC  9(008).
           05  OPERADOR-HBSIS78L       PIC  X(010).
