      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE JANELAS DE VISITA (ARQ-JANELA) - ATE     *
      * DUAS JANELAS DE ATENDIMENTO POR CLIENTE E DIA DA SEMANA        *
      * (1 = SEGUNDA ... 7 = DOMINGO), HORARIOS NO FORMATO HHMM.       *
      * CLIENTE COM JANELAS CADASTRADAS NAO RECEBE VISITA NOS DIAS DA  *
      * SEMANA SEM REGISTRO; CLIENTE SEM NENHUM REGISTRO E ATENDIDO A  *
      * QUALQUER HORA                                                  *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS73C.
           05  CHAVE-HBSIS73C.
               10  COD-CLIENTE-HBSIS73C
                                       PIC  9(007).
               10  DIA-SEMANA-HBSIS73C PIC  9(001).
           05  JANELAS-HBSIS73C.
               10  JANELA-HBSIS73C     OCCURS 2 TIMES.
                   15  HORA-INI-HBSIS73C
                                       PIC  9(004).
                   15  HORA-FIM-HBSIS73C
                                       PIC  9(004).
           05  DATA-ALTERACAO-HBSIS73C PIC  9(008).
           05  HORA-ALTERACAO-HBSIS73C PIC  9(006).
           05  OPERADOR-ALTER-HBSIS73C PIC  X(010).
