           05  MSG-RETORNO-HBSIS03L    PIC  X(050).
      *    FILTRO DE FILIAL (UNIDADE OPERACIONAL) - ZERO = TODAS
           05  COD-FILIAL-HBSIS03L     PIC  9(002).
      *    TOTAIS DA GERACAO: REGISTROS DA EXECUCAO LIDOS, LINHAS DE
      *    DETALHE (ATRIBUIDOS), EXCECOES (NAO ATRIBUIDOS) E O NOME DO
      *    EXTRATO DO CRM GERADO
           05  QTD-LIDOS-HBSIS03L      PIC  9(007).
           05  QTD-DETALHES-HBSIS03L   PIC  9(007).
           05  QTD-EXCECOES-HBSIS03L   PIC  9(007).
           05  NOME-REL-CRM-HBSIS03L   PIC  X(040).
