      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS97P (COPIA MASCARADA   *
      * DOS CADASTROS PARA TREINAMENTO E TESTES)                       *
      *  1 - GERA A COPIA MASCARADA DOS CADASTROS DE CLIENTES,         *
      *      VENDEDORES, CONTATOS E VOLUME (MASCCLIENTE.TXT,           *
      *      MASCVENDEDOR.TXT, MASCCONTATO.TXT E MASCVOLUME.TXT), O    *
      *      CONTROLE (MASCCONTROLE.TXT) E O RELATORIO DE CONTROLE     *
      *      QUE PROVA QUE NENHUM IDENTIFICADOR ORIGINAL SOBREVIVEU    *
      *  2 - CARGA DA COPIA MASCARADA NOS CADASTROS DO AMBIENTE DE     *
      *      TREINAMENTO (SO NO DIRETORIO MARCADO COM O ARQUIVO        *
      *      AMBIENTETREINO.TXT E COM O CONTROLE APROVADO)             *
      *----------------------------------------------------------------*
       01  HBSIS97L.
           05  COD-FUNCAO-HBSIS97L     PIC  9(001).
           05  COD-RETORNO-HBSIS97L    PIC  9(002).
           05  MSG-RETORNO-HBSIS97L    PIC  X(060).
           05  OPERADOR-HBSIS97L       PIC  X(010).
           05  QTD-CLIENTES-HBSIS97L   PIC  9(007).
           05  QTD-VENDEDORES-HBSIS97L PIC  9(007).
           05  QTD-CONTATOS-HBSIS97L   PIC  9(007).
           05  QTD-VOLUMES-HBSIS97L    PIC  9(007).
      *    IDENTIFICADORES ORIGINAIS ACHADOS NA COPIA E DIGITOS
      *    VERIFICADORES INVALIDOS - OS DOIS TEM DE FICAR ZERADOS
           05  QTD-SOBREVIVENTES-HBSIS97L
                                       PIC  9(007).
           05  QTD-DV-INVALIDOS-HBSIS97L
                                       PIC  9(007).
           05  NOME-REL-HBSIS97L       PIC  X(040).
