      *----------------------------------------------------------------*
      * AREA DE COMUNICACAO COM O PROGRAMA HBSIS70P (EQUIPAMENTOS EM   *
      * COMODATO) - FUNCAO 4 GERA AS TAREFAS DE RECOLHIMENTO DE UM     *
      * CLIENTE, FUNCAO 5 GERA O RELATORIO POR SITUACAO E IDADE        *
      *----------------------------------------------------------------*
       01  HBSIS70L.
           05  COD-FUNCAO-HBSIS70L     PIC  9(001).
           05  COD-RETORNO-HBSIS70L    PIC  9(002).
           05  MSG-RETORNO-HBSIS70L    PIC  X(050).
           05  NUM-SERIE-HBSIS70L      PIC  X(020).
           05  TIPO-EQUIP-HBSIS70L     PIC  X(001).
           05  DESCRICAO-EQUIP-HBSIS70L
                                       PIC  X(030).
           05  COD-CLIENTE-HBSIS70L    PIC  9(007).
           05  DATA-COLOCACAO-HBSIS70L PIC  9(008).
           05  NUM-CONTRATO-HBSIS70L   PIC  X(015).
           05  SITUACAO-EQUIP-HBSIS70L PIC  X(001).
           05  MOTIVO-TAREFA-HBSIS70L  PIC  X(001).
           05  DATA-TAREFA-HBSIS70L    PIC  9(008).
           05  COD-VEND-TAREFA-HBSIS70L
                                       PIC  9(003).
           05  COD-CLIENTE-REF-HBSIS70L
                                       PIC  9(007).
           05  QTD-TAREFAS-HBSIS70L    PIC  9(005).
           05  QTD-EQUIP-HBSIS70L      PIC  9(007).
           05  OPERADOR-HBSIS70L       PIC  X(010).
