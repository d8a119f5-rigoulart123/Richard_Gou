      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS43P (IMPORTACAO DE     *
      * VISITAS REALIZADAS E RELATORIO DE CUMPRIMENTO DA AGENDA)       *
      * FUNCAO 1 = IMPORTA O ARQUIVO DE CONFIRMACAO DE VISITAS         *
      * FUNCAO 2 = RELATORIO DE CUMPRIMENTO DA AGENDA                  *
      * FUNCAO 3 = RELATORIO DE VISITAS SUSPEITAS (CHECK-IN GPS)       *
      * FUNCAO 4 = PROPOSTAS DE CORRECAO DE COORDENADAS DO CLIENTE     *
      *----------------------------------------------------------------*
       01  HBSIS43L.
           05  COD-FUNCAO-HBSIS43L     PIC  9(001).
           05  QTD-LIDOS-HBSIS43L      PIC  9(007).
           05  QTD-CARREGADOS-HBSIS43L PIC  9(007).
           05  QTD-REJEITADOS-HBSIS43L PIC  9(007).
           05  QTD-SUSPEITAS-HBSIS43L  PIC  9(007).
           05  QTD-PROPOSTAS-HBSIS43L  PIC  9(007).
