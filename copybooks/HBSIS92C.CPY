      *----------------------------------------------------------------*
      * LAY-OUT DO JORNAL DE RECUPERACAO DOS CADASTROS DE CLIENTES E   *
      * VENDEDORES (JORNALRECUPERACAO.TXT). O JORNAL E REINICIADO A    *
      * CADA BACKUP (HBSIS40P) COM UM REGISTRO "H" QUE GUARDA A DATA E *
      * HORA DO BACKUP; CADA GRAVACAO NOS CADASTROS ACRESCENTA UM      *
      * REGISTRO "M" COM A IMAGEM DEPOIS DO REGISTRO                   *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS92C.
      *    "H" = CABECALHO DO BACKUP, "M" = MOVIMENTO
           05  TIPO-REG-HBSIS92C       PIC  X(001).
           05  SEQUENCIA-HBSIS92C      PIC  9(009).
           05  DATA-HBSIS92C           PIC  9(008).
           05  HORA-HBSIS92C           PIC  9(006).
      *    "C" = CLIENTE, "V" = VENDEDOR
           05  ENTIDADE-HBSIS92C       PIC  X(001).
      *    "I" = WRITE, "A" = REWRITE, "E" = DELETE
           05  ACAO-HBSIS92C           PIC  X(001).
      *    INCLUIR, ALTERAR, EXCLUIR, APROVAR, REJEITAR, FIXAR,
      *    CREDITO, RECLASS, FUSAO, GEOCOD, ANONIMIZ, IMPORTAR
           05  TIPO-MOV-HBSIS92C       PIC  X(008).
           05  CODIGO-HBSIS92C         PIC  9(007).
           05  PROGRAMA-HBSIS92C       PIC  X(008).
           05  OPERADOR-HBSIS92C       PIC  X(010).
           05  IMAGEM-HBSIS92C         PIC  X(250).
