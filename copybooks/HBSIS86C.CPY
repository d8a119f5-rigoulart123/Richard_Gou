      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE HIERARQUIA DE VENDAS (ARQ-HIERARQUIA) -  *
      * A QUEM CADA MEMBRO SE REPORTA, COM PERIODO DE VIGENCIA         *
      *  NIVEL "V" - VENDEDOR    (MEMBRO = VENDEDOR,   SUPERIOR =      *
      *                           SUPERVISOR)                          *
      *  NIVEL "S" - SUPERVISOR  (MEMBRO = SUPERVISOR, SUPERIOR =      *
      *                           GERENTE)                             *
      *  NIVEL "G" - GERENTE     (MEMBRO = GERENTE,    SUPERIOR =      *
      *                           FILIAL)                              *
      *  NIVEL "D" - DIRETOR DA FILIAL (MEMBRO = FILIAL, NOME = NOME   *
      *                           DO DIRETOR, SEM SUPERIOR)            *
      * DATA-FIM 99999999 = PERIODO EM ABERTO (VIGENTE)                *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS86C.
           05  CHAVE-HBSIS86C.
               10  NIVEL-HBSIS86C      PIC  X(001).
               10  COD-MEMBRO-HBSIS86C PIC  9(005).
               10  DATA-INICIO-HBSIS86C
                                       PIC  9(008).
           05  DATA-FIM-HBSIS86C       PIC  9(008).
           05  COD-SUPERIOR-HBSIS86C   PIC  9(005).
           05  NOME-MEMBRO-HBSIS86C    PIC  X(040).
           05  DATA-ALTERACAO-HBSIS86C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS86C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS86C PIC  X(010).
