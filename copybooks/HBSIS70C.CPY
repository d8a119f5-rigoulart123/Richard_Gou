      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE EQUIPAMENTOS EM COMODATO                 *
      * (ARQ-EQUIPAMENTO) - GELADEIRAS, CHOPEIRAS E EXPOSITORES        *
      * EMPRESTADOS AOS CLIENTES, CHAVE PELO NUMERO DE SERIE           *
      * SITUACAO: A-INSTALADO NO CLIENTE  I-INSPECAO PENDENTE          *
      *           R-RECOLHIMENTO PENDENTE M-EM MANUTENCAO              *
      *           D-DISPONIVEL NO DEPOSITO B-BAIXADO                   *
      * MOTIVO DA TAREFA: I-CLIENTE INATIVADO  B-CREDITO BLOQUEADO     *
      *                   F-CLIENTE FUNDIDO                            *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS70C.
           05  NUM-SERIE-HBSIS70C      PIC  X(020).
           05  TIPO-EQUIP-HBSIS70C     PIC  X(001).
           05  DESCRICAO-EQUIP-HBSIS70C
                                       PIC  X(030).
           05  COD-CLIENTE-HBSIS70C    PIC  9(007).
           05  DATA-COLOCACAO-HBSIS70C PIC  9(008).
           05  NUM-CONTRATO-HBSIS70C   PIC  X(015).
           05  SITUACAO-EQUIP-HBSIS70C PIC  X(001).
           05  TAREFA-HBSIS70C.
               10  MOTIVO-TAREFA-HBSIS70C
                                       PIC  X(001).
               10  DATA-TAREFA-HBSIS70C
                                       PIC  9(008).
               10  COD-VEND-TAREFA-HBSIS70C
                                       PIC  9(003).
           05  DATA-ALTERACAO-HBSIS70C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS70C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS70C PIC  X(010).
