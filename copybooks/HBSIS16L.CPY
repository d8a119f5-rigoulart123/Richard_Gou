      *    FUNCAO: 0/1 = CARGA NORMAL DO EXTRATO
      *            2   = RESTATEMENT (SUBSTITUI O MES INTEIRO, COM
      *                  RELATORIO DE DIFERENCAS E AUDITORIA)
      *            3   = RELATORIO DE CLIENTES COM DEVOLUCOES ACIMA DO
      *                  PERCENTUAL DA VENDA BRUTA NO ANO-MES (TAMBEM
      *                  GERADO AO FINAL DA CARGA, PARA OS MESES
      *                  CARREGADOS)
           05  COD-FUNCAO-HBSIS16      PIC  9(001).
           05  COD-RETORNO-HBSIS16     PIC  9(001).
           05  MSG-RETORNO-HBSIS16     PIC  X(050).
           05  QTD-CARREGADOS-HBSIS16  PIC  9(007).
           05  QTD-REJEITADOS-HBSIS16  PIC  9(007).
      *    TOTAIS DE CONTROLE DA CARGA POR CATEGORIA DE PRODUTO
      *    (LINHAS DE VENDA; DEVOLUCOES E CREDITOS CONTADOS ABAIXO)
           05  QTD-CATEGORIAS-HBSIS16  PIC  9(002).
           05  CAT-ITEM-HBSIS16        OCCURS 10 TIMES.
               10  CAT-COD-HBSIS16     PIC  X(003).
               10  CAT-QTD-HBSIS16     PIC  9(007).
               10  CAT-VOLUME-HBSIS16  PIC  9(011)V9(002).
               10  CAT-RECEITA-HBSIS16 PIC  9(013)V9(002).
      *    PERCENTUAL MAXIMO DE DEVOLUCOES + CREDITOS SOBRE A VENDA
      *    BRUTA DO CLIENTE NO MES (ZERO = PADRAO DE 10%)
           05  PCT-DEVOL-MAX-HBSIS16   PIC  9(003)V9(002).
           05  QTD-DEVOLUCOES-HBSIS16  PIC  9(007).
           05  QTD-CREDITOS-HBSIS16    PIC  9(007).
           05  QTD-EXCECOES-HBSIS16    PIC  9(007).
