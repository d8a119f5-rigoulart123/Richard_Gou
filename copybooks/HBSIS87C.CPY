      *----------------------------------------------------------------*
      * LAY-OUT DO ARQUIVO DE PRE-CADASTRO DE VENDEDORES               *
      * (ARQ-PRE-CADASTRO) - ADMISSOES INFORMADAS PELO RH QUE AINDA    *
      * AGUARDAM COORDENADAS E REGIAO PARA ENTRAR NO CADASTRO          *
      * STATUS: "P" = PENDENTE  "C" = CONCLUIDO (CPF JA CADASTRADO     *
      *         COMO VENDEDOR)                                         *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS87C.
           05  CPF-HBSIS87C            PIC  9(011).
           05  NOME-VEND-HBSIS87C      PIC  X(040).
           05  DATA-ADMISSAO-HBSIS87C  PIC  9(008).
           05  COD-FILIAL-HBSIS87C     PIC  9(002).
           05  STATUS-HBSIS87C         PIC  X(001).
           05  COD-VENDEDOR-HBSIS87C   PIC  9(003).
           05  DATA-CONCLUSAO-HBSIS87C PIC  9(008).
           05  DATA-INCLUSAO-HBSIS87C  PIC  9(008).
           05  HORA-INCLUSAO-HBSIS87C  PIC  9(006).
           05  OPERADOR-ALTER-HBSIS87C PIC  X(010).
