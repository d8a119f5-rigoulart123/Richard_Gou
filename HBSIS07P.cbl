                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-AVISO-COORD   ASSIGN TO WS-NOME-AVISO-COORD
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AVI.

           SELECT ARQ-CHECKPOINT    ASSIGN TO
                                    WS-NOME-CHECKPOINT
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

                                FILE STATUS IS WS-FL-STATUS-AGE.

           SELECT ARQ-ESTATISTICA   ASSIGN TO
                                    WS-NOME-ESTATISTICA
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EST.

                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CCH.

           SELECT ARQ-LINHA-PRODUTO ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS68C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.

           SELECT ARQ-DISTRIB-LINHA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS69C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS69C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DLN.

           SELECT REL-OTIMIZACAO    ASSIGN TO
                                    WS-NOME-REL-OTIMIZACAO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-OTI.

           SELECT ARQ-PROSPECT      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PROSPECT-HBSIS71C
                       ALTERNATE RECORD KEY IS COD-VEND-ORIGEM-HBSIS71C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRP.

           SELECT ARQ-RASTREIO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS74C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RAS.

           SELECT ARQ-RASTREIO-LISTA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS75C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RLS.

           SELECT REL-RASTREIO      ASSIGN TO
                                    WS-NOME-REL-RASTREIO
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RRL.

           SELECT ARQ-TEMPORADA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS101C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TMP.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-LINHA-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaProduto'.
       COPY "HBSIS68C.CPY".

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".

       FD  REL-OTIMIZACAO
           LABEL RECORD IS STANDARD.
       01  REG-REL-OTIMIZACAO          PIC  X(100).

       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProspect'.
       COPY "HBSIS71C.CPY".

       FD  ARQ-RASTREIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRastreio'.
       COPY "HBSIS74C.CPY".

       FD  ARQ-RASTREIO-LISTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRastreioLista'.
       COPY "HBSIS75C.CPY".

       FD  REL-RASTREIO
           LABEL RECORD IS STANDARD.
       01  REG-REL-RASTREIO            PIC  X(132).

       FD  ARQ-TEMPORADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTemporada'.
       COPY "HBSIS101C.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CCH            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-OTI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RAS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RLS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RRL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TMP            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * NOMES DOS ARQUIVOS DE TRABALHO E RELATORIOS - NA EXECUCAO      *
      * PARALELA POR FILIAL RECEBEM O SUFIXO -NN DA FILIAL             *
      *----------------------------------------------------------------*
       01  WS-NOME-AVISO-COORD         PIC  X(040)         VALUE
           "AVISOCOORDPADRAO.TXT".
       01  WS-NOME-CHECKPOINT          PIC  X(040)         VALUE
           "CHECKPOINTDISTRIBUICAO.TMP".
       01  WS-NOME-ESTATISTICA         PIC  X(040)         VALUE
           "ESTATISTICADISTRIB.TXT".
       01  WS-NOME-REL-OTIMIZACAO      PIC  X(040)         VALUE
           "RELOTIMIZACAO.TXT".
       01  WS-NOME-REL-RASTREIO        PIC  X(040)         VALUE
           "RELRASTREIO.TXT".
       01  WS-SUFIXO-FILIAL            PIC  9(002)         VALUE ZEROS.
       01  WS-PARALELO                 PIC  X(001)         VALUE "N".
       01  WS-PART-CLIENTE-OK          PIC  X(001)         VALUE "S".

       01  WS-CACHE-DISPONIVEL         PIC  X(001)         VALUE "N".
       01  WS-VOLUME-DISPONIVEL        PIC  X(001)         VALUE "N".
       01  WS-TEMPORADA-DISPONIVEL     PIC  X(001)         VALUE "N".

       01  WS-CHECKPOINT-COD-CLIENTE   PIC  9(007)         VALUE ZEROS.

       01  WS-EST-QTD-VENDEDORES       PIC  9(003)         VALUE ZEROS.
       01  WS-EST-SEG-INICIO           PIC  9(007)         VALUE ZEROS.
       01  WS-EST-SEG-FIM              PIC  9(007)         VALUE ZEROS.
       01  WS-EST-DATA-VERSAO          PIC  9(008)         VALUE ZEROS.
       01  WS-EST-HORA-VERSAO          PIC  9(006)         VALUE ZEROS.
       01  WS-EST-HORA-ATUAL           PIC  9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WS-EST-HORA-ATUAL.
           05  WS-EST-HH               PIC  9(002).
               10  WS-VMEM-CEL-LAT     PIC S9(003).
               10  WS-VMEM-CEL-LON     PIC S9(003).
               10  WS-VMEM-FILIAL      PIC  9(002).
               10  WS-VMEM-LINHAS.
                   15  WS-VMEM-LINHA   PIC  9(002) OCCURS 5 TIMES.
               10  WS-VMEM-CANAIS.
                   15  WS-VMEM-CANAL   PIC  9(002) OCCURS 5 TIMES.

       01  WS-IDX-VMEM                 PIC  9(003)         VALUE ZEROS.
       01  WS-CLI-CEL-LAT              PIC S9(003)         VALUE ZEROS.
       01  WS-RAIZ-CNPJ                PIC  9(008)         VALUE ZEROS.
       01  WS-GRUPO-VEND               PIC  9(003)         VALUE ZEROS.
       01  WS-GRUPO-APLICADO           PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * CLIENTE SAZONAL (ARQ-TEMPORADA): FORA DAS JANELAS DE           *
      * FUNCIONAMENTO NA DATA DA EXECUCAO O CLIENTE NAO E DISTRIBUIDO  *
      * (NEM FICA COMO NAO ATRIBUIDO); NA REABERTURA VOLTA PARA O      *
      * VENDEDOR ANTERIOR QUANDO ELE CONTINUA ELEGIVEL                 *
      *----------------------------------------------------------------*
       01  WS-CLIENTE-SAZONAL          PIC  X(001)         VALUE "N".
       01  WS-FORA-TEMPORADA           PIC  X(001)         VALUE "N".
       01  WS-VEND-TEMPORADA           PIC  9(003)         VALUE ZEROS.
       01  WS-RETORNO-APLICADO         PIC  X(001)         VALUE "N".
       01  WS-IDX-TMP                  PIC  9(001)         VALUE ZEROS.
       01  WS-DATA-TESTE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO            PIC  9(004).
           05  WS-TESTE-MMDD           PIC  9(004).
       01  WS-MMDD-INI                 PIC  9(004)         VALUE ZEROS.
       01  WS-MMDD-FIM                 PIC  9(004)         VALUE ZEROS.
       01  WS-MAX-DISTANCIA-PERMITIDA  PIC  9(009)V9(002)  VALUE
           100000,00.
       01  WS-DATA-EXECUCAO            PIC  9(008)         VALUE ZEROS.
       01  WS-TAB-VALOR-VENDEDOR.
           05  WS-VALOR-VEND           OCCURS 999 TIMES
                                       PIC 9(013)V9(002) VALUE ZEROS.
       01  WS-VALOR-CLIENTE            PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-VALOR-PADRAO-TIER-A      PIC  9(007)         VALUE 50000.
       77  WS-VALOR-PADRAO-TIER-B      PIC  9(007)         VALUE 15000.
       77  WS-VALOR-PADRAO-TIER-C      PIC  9(007)         VALUE 3000.
           05  WS-VEND-INDISP          OCCURS 999 TIMES
                                       PIC X(001) VALUE "N".
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-PRP-MENOR-DISTANCIA      PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-PRP-VENDEDOR             PIC  9(003)         VALUE ZEROS.
       01  WS-PRP-IDX                  PIC  9(004)         VALUE ZEROS.
       01  WS-LAT-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-VEN                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DE PRODUTO: COM LINHAS ATIVAS NO ARQ-LINHA-PRODUTO CADA *
      * CLIENTE RECEBE UM VENDEDOR POR LINHA. A LINHA PRINCIPAL (MENOR *
      * CODIGO ATIVO) E GRAVADA NO ARQ-DISTRIBUICAO COMO SEMPRE FOI;   *
      * AS DEMAIS LINHAS VAO PARA O ARQ-DISTRIB-LINHA. SO CONCORRE     *
      * NUMA LINHA O VENDEDOR QUE A ATENDE (LINHAS ZERADAS NO CADASTRO *
      * = ATENDE TODAS). SEM LINHAS CADASTRADAS A DISTRIBUICAO SEGUE   *
      * IDENTICA A ANTERIOR (WS-LINHA-CORRENTE ZERO)                   *
      *----------------------------------------------------------------*
       01  WS-TAB-LINHA.
           05  WS-QTD-LINHAS           PIC  9(002)         VALUE ZEROS.
           05  WS-LIN-COD              OCCURS 20 TIMES
                                       PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-LIN                  PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-LV                   PIC  9(001)         VALUE ZEROS.
       01  WS-LINHA-PRINCIPAL          PIC  9(002)         VALUE ZEROS.
       01  WS-LINHA-CORRENTE           PIC  9(002)         VALUE ZEROS.
       01  WS-VEND-ATENDE-LINHA        PIC  X(001)         VALUE "S".
      *
      * CANAL DE VENDA: VENDEDOR COM CANAIS INFORMADOS SO RECEBE       *
      * CLIENTES DESSES CANAIS; CLIENTE SEM VENDEDOR QUALIFICADO PARA  *
      * O CANAL SAI NAO ATRIBUIDO COM ORIGEM "C"                       *
       01  WS-IDX-CV                   PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-CANV                 PIC  9(004)         VALUE ZEROS.
       01  WS-VEND-ATENDE-CANAL        PIC  X(001)         VALUE "S".
       01  WS-CANAL-SEM-VEND           PIC  X(001)         VALUE "N".
       01  WS-VEND-PRINCIPAL           PIC  9(003)         VALUE ZEROS.
       01  WS-DISTLIN-ABERTO           PIC  X(001)         VALUE "N".
       01  WS-REG-DIST-SALVO           PIC  X(200)         VALUE SPACES.
       01  WS-TAB-LIN-ANT.
           05  WS-LIN-ANT-QTD          PIC  9(002)         VALUE ZEROS.
           05  WS-LIN-ANT-REG          OCCURS 20 TIMES
                                       PIC  X(120)         VALUE SPACES.
       01  WS-IDX-LIN-ANT              PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * PASSAGEM DE MELHORIA APOS A DISTRIBUICAO NORMAL: OS CLIENTES   *
      * COLOCADOS PELA BUSCA NORMAL NESTA EXECUCAO FICAM NA TABELA     *
      * ABAIXO E, AO FINAL, SAO PROCURADOS MOVIMENTOS (CLIENTE PARA    *
      * OUTRO VENDEDOR MAIS PROXIMO COM FOLGA NA CARGA) E TROCAS       *
      * (DOIS CLIENTES DE VENDEDORES DIFERENTES TROCAM DE VENDEDOR)    *
      * QUE REDUZAM A DISTANCIA TOTAL. O VENDEDOR DE DESTINO PRECISA   *
      * SER ELEGIVEL PELAS MESMAS REGRAS DA BUSCA NORMAL E OS TETOS DE *
      * CARGA E DE VALOR SAO RESPEITADOS. NAO ENTRAM NA TABELA:        *
      * VENDEDOR FIXO, ATRIBUICAO MANUAL, PREFERENCIA DE GRUPO         *
      * ECONOMICO E EXECUCOES COM LINHAS DE PRODUTO ADICIONAIS         *
      *----------------------------------------------------------------*
       01  WS-TAB-TROCA.
           05  WS-TRC-QTD              PIC  9(005)         VALUE ZEROS.
           05  WS-TRC-ITEM             OCCURS 20000 TIMES.
               10  WS-TRC-COD-CLI      PIC  9(007).
               10  WS-TRC-RAZAO        PIC  X(040).
               10  WS-TRC-VEND-ORIG    PIC  9(003).
               10  WS-TRC-VEND         PIC  9(003).
               10  WS-TRC-DIST-ORIG    PIC  9(009)V9(002).
               10  WS-TRC-DIST         PIC  9(009)V9(002).
               10  WS-TRC-VALOR        PIC  9(013)V9(002).
               10  WS-TRC-LAT          PIC S9(003)V9(008).
               10  WS-TRC-LON          PIC S9(003)V9(008).
               10  WS-TRC-REGIAO       PIC  9(003).
               10  WS-TRC-CLASSIF      PIC  X(001).
               10  WS-TRC-CANAL        PIC  9(002).
               10  WS-TRC-TIPO         PIC  X(001).
       01  WS-TRC-TRUNCADA             PIC  X(001)         VALUE "N".
       01  WS-TAB-TRC-VEND.
           05  WS-TRC-VEND-ITEM        OCCURS 999 TIMES.
               10  WS-TRC-KM-ANTES     PIC  9(011)V9(002).
               10  WS-TRC-KM-DEPOIS    PIC  9(011)V9(002).
       01  WS-TRC-I                    PIC  9(005)         VALUE ZEROS.
       01  WS-TRC-J                    PIC  9(005)         VALUE ZEROS.
       01  WS-TRC-K                    PIC  9(005)         VALUE ZEROS.
       01  WS-TRC-V                    PIC  9(004)         VALUE ZEROS.
       01  WS-TRC-VEND-A               PIC  9(003)         VALUE ZEROS.
       01  WS-TRC-RODADA               PIC  9(002)         VALUE ZEROS.
       77  WS-TRC-MAX-RODADAS          PIC  9(002)         VALUE 5.
       01  WS-TRC-MELHOROU             PIC  X(001)         VALUE "N".
       01  WS-TRC-ELEGIVEL             PIC  X(001)         VALUE "N".
       01  WS-TRC-DIST-IV              PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TRC-GANHO                PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-TRC-MELHOR-GANHO         PIC S9(011)V9(002)  VALUE ZEROS.
       01  WS-TRC-MELHOR-TIPO          PIC  X(001)         VALUE SPACE.
       01  WS-TRC-MELHOR-VEND          PIC  9(003)         VALUE ZEROS.
       01  WS-TRC-MELHOR-PAR           PIC  9(005)         VALUE ZEROS.
       01  WS-TRC-MELHOR-DIST-I        PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TRC-MELHOR-DIST-J        PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TRC-VALOR-NOVO-A         PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-TRC-VALOR-NOVO-B         PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-TRC-VALOR-OK             PIC  X(001)         VALUE "N".
       01  WS-TRC-QTD-MOVIMENTOS       PIC  9(007)         VALUE ZEROS.
       01  WS-TRC-QTD-TROCAS           PIC  9(007)         VALUE ZEROS.
       01  WS-TRC-QTD-CLIENTES         PIC  9(007)         VALUE ZEROS.
       01  WS-TRC-KM-TOTAL-ANTES       PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-TRC-ECONOMIA             PIC S9(013)V9(002)  VALUE ZEROS.
       01  WS-TRC-QTD-LINHAS-REL       PIC  9(007)         VALUE ZEROS.

       01  CAB-OTI-TITULO.
           03 FILLER                   PIC  X(045)         VALUE
              "OTIMIZACAO DA DISTRIBUICAO - MOVIMENTOS E TRO".
           03 FILLER                   PIC  X(016)         VALUE
              "CAS - EXECUCAO: ".
           03 CAB-OTI-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 CAB-OTI-HORA             PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 CAB-OTI-MODO             PIC  X(011)         VALUE SPACES.

       01  CAB-OTI-CLIENTE.
           03 FILLER                   PIC  X(050)         VALUE
              "CLIENTE RAZAO SOCIAL                   TIPO   VEND".
           03 FILLER                   PIC  X(043)         VALUE
              ".ANT VEND.NOVA      KM ANTES      KM DEPOIS".

       01  DET-OTI-CLIENTE.
           03 DET-OTI-COD-CLI          PIC  9(007).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-RAZAO            PIC  X(030).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-TIPO             PIC  X(010).
           03 DET-OTI-VEND-ANT         PIC  9(003).
           03 FILLER                   PIC  X(006)         VALUE SPACES.
           03 DET-OTI-VEND-NOVO        PIC  9(003).
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-OTI-KM-ANTES         PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-KM-DEPOIS        PIC  ZZZ.ZZZ.ZZ9,99.

       01  CAB-OTI-VENDEDOR.
           03 FILLER                   PIC  X(050)         VALUE
              "VENDEDOR                                 KM ANTES ".
           03 FILLER                   PIC  X(030)         VALUE
              "     KM DEPOIS     ECONOMIA KM".

       01  DET-OTI-VENDEDOR.
           03 DET-OTI-VEND             PIC  9(003).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-NOME-VEND        PIC  X(030).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-VKM-ANTES        PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-VKM-DEPOIS       PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-OTI-VKM-ECONOMIA     PIC  -ZZZ.ZZZ.ZZ9,99.

       01  ROD-OTIMIZACAO.
           03 ROD-OTI-TEXTO            PIC  X(035)         VALUE SPACES.
           03 ROD-OTI-VALOR            PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-AVISO-TRC-TRUNC.
           03 FILLER                   PIC  X(050)         VALUE
              "AVISO: TABELA DE CLIENTES CHEIA - PARTE DOS CLIENT".
           03 FILLER                   PIC  X(034)         VALUE
              "ES FICOU FORA DA OTIMIZACAO".

       01  WS-RASTREIO-ABERTO          PIC  X(001)         VALUE "N".
       01  WS-LISTA-RAS-ABERTA         PIC  X(001)         VALUE "N".
       01  WS-RASTREAR-CLIENTE         PIC  X(001)         VALUE "N".
       01  WS-RAS-ORIGEM               PIC  X(001)         VALUE SPACE.
       01  WS-RAS-DESCRICAO            PIC  X(040)         VALUE SPACES.
       01  WS-RAS-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-RAS-VENDEDOR             PIC  9(003)         VALUE ZEROS.
       01  WS-RAS-SITUACAO             PIC  X(001)         VALUE SPACE.
       01  WS-RAS-DESC-MARCA           PIC  X(040)         VALUE SPACES.
       01  WS-RAS-QTD-LINHAS-REL       PIC  9(007)         VALUE ZEROS.

       01  CAB-RAS-TITULO.
           03 FILLER                   PIC  X(045)         VALUE
              "RASTREIO DA DISTRIBUICAO - VENDEDORES AVALIAD".
           03 FILLER                   PIC  X(021)         VALUE
              "OS POR CLIENTE - EXEC".
           03 FILLER                   PIC  X(007)         VALUE
              "UCAO: ".
           03 CAB-RAS-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 CAB-RAS-HORA             PIC  9(006)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 CAB-RAS-MODO             PIC  X(011)         VALUE SPACES.

       01  DET-RAS-CLIENTE.
           03 FILLER                   PIC  X(009)         VALUE
              "CLIENTE: ".
           03 DET-RAS-COD-CLI          PIC  9(007).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-RAS-RAZAO            PIC  X(040).
           03 FILLER                   PIC  X(010)         VALUE
              " VENDEDOR ".
           03 DET-RAS-VEND-FINAL       PIC  9(003).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-RAS-KM-FINAL         PIC  ZZZ.ZZ9,99.
           03 FILLER                   PIC  X(004)         VALUE
              " KM ".
           03 DET-RAS-ORIGEM           PIC  X(040).

       01  CAB-RAS-VENDEDOR.
           03 FILLER                   PIC  X(050)         VALUE
              "   VEND NOME                                      ".
           03 FILLER                   PIC  X(038)         VALUE
              "      KM       SCORE SIT MOT DESCRICAO".

       01  DET-RAS-VENDEDOR.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-RAS-VEND             PIC  9(003).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-RAS-NOME-VEND        PIC  X(040).
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-RAS-KM               PIC  ZZZ.ZZ9,99.
           03 FILLER                   PIC  X(001)         VALUE SPACE.
           03 DET-RAS-SCORE            PIC  -ZZZ.ZZ9,99.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RAS-SITUACAO         PIC  X(001).
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RAS-MOTIVO           PIC  X(002).
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-RAS-DESCRICAO        PIC  X(040).

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICA플O COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*

       COPY HBSIS03L.

       01  WS-HBSIS22                  PIC  X(009)         VALUE
           'HBSIS22P'.

       COPY HBSIS22L.

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS49L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WS-HORA-EXECUCAO

           MOVE "N"                    TO WS-PARALELO

           IF FLAG-PARALELO-HBSIS07L   EQUAL "S"
           AND FLAG-SIMULACAO-HBSIS07L NOT EQUAL "S"
              PERFORM 1050-PREPARA-PARALELO
           END-IF

           IF FLAG-SIMULACAO-HBSIS07L  NOT EQUAL "S"
              PERFORM 1060-IDENTIFICA-VERSAO-PARAM
           END-IF

           PERFORM 1100-CARREGA-AGENDA-VENDEDOR

           MOVE ZEROS                  TO WS-EST-QTD-PROCESSADOS
           PERFORM 1200-ABRE-CACHE-DIST
           PERFORM 1250-ABRE-VOLUME
           PERFORM 1300-CARREGA-VENDEDORES-MEM
           PERFORM 1350-CARREGA-LINHAS-PRODUTO
           PERFORM 1400-ABRE-TEMPORADA

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXECUCAO PARALELA POR FILIAL: ASSUME A DATA/HORA COMUM DA      *
      * CADEIA E DA SUFIXO DA FILIAL AOS ARQUIVOS PROPRIOS (CHECKPOINT,*
      * ESTATISTICA, AVISO DE COORDENADAS E RELATORIOS), PARA QUE AS   *
      * FILIAIS RODEM AO MESMO TEMPO SEM DISPUTAR OS MESMOS ARQUIVOS   *
      *----------------------------------------------------------------*
       1050-PREPARA-PARALELO           SECTION.

           MOVE "S"                    TO WS-PARALELO

           IF DATA-EXEC-CADEIA-HBSIS07L NUMERIC
           AND DATA-EXEC-CADEIA-HBSIS07L GREATER ZEROS
              MOVE DATA-EXEC-CADEIA-HBSIS07L
                                       TO WS-DATA-EXECUCAO
              MOVE HORA-EXEC-CADEIA-HBSIS07L
                                       TO WS-HORA-EXECUCAO
           END-IF

           MOVE COD-FILIAL-HBSIS07L    TO WS-SUFIXO-FILIAL

           MOVE SPACES                 TO WS-NOME-AVISO-COORD
                                          WS-NOME-CHECKPOINT
                                          WS-NOME-ESTATISTICA
                                          WS-NOME-REL-OTIMIZACAO
                                          WS-NOME-REL-RASTREIO

           STRING "AVISOCOORDPADRAO-" WS-SUFIXO-FILIAL ".TXT"
                  DELIMITED BY SIZE  INTO WS-NOME-AVISO-COORD
           STRING "CHECKPOINTDISTRIBUICAO-" WS-SUFIXO-FILIAL ".TMP"
                  DELIMITED BY SIZE  INTO WS-NOME-CHECKPOINT
           STRING "ESTATISTICADISTRIB-" WS-SUFIXO-FILIAL ".TXT"
                  DELIMITED BY SIZE  INTO WS-NOME-ESTATISTICA
           STRING "RELOTIMIZACAO-" WS-SUFIXO-FILIAL ".TXT"
                  DELIMITED BY SIZE  INTO WS-NOME-REL-OTIMIZACAO
           STRING "RELRASTREIO-" WS-SUFIXO-FILIAL ".TXT"
                  DELIMITED BY SIZE  INTO WS-NOME-REL-RASTREIO

           .
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IDENTIFICA A VERSAO DO CONJUNTO DE PARAMETROS EM VIGOR NO      *
      * INICIO DA EXECUCAO (HBSIS22P). SE O CHAMADOR SOBREPOS ALGUM    *
      * VALOR (AMBIENTE OU TELA), A EXECUCAO FICA SEM VERSAO E A       *
      * ESTATISTICA GUARDA SO OS VALORES USADOS                        *
      *----------------------------------------------------------------*
       1060-IDENTIFICA-VERSAO-PARAM    SECTION.

           MOVE ZEROS                  TO WS-EST-DATA-VERSAO
                                          WS-EST-HORA-VERSAO

           INITIALIZE HBSIS22L
           MOVE 0                      TO COD-FUNCAO-HBSIS22

           CALL WS-HBSIS22             USING HBSIS22L

           IF COD-RETORNO-HBSIS22      NOT EQUAL ZEROS
              GO TO 1060-EXIT
           END-IF

           IF NOME-CONJUNTO-HBSIS22    EQUAL NOME-PARAM-HBSIS07L
           AND FLAG-RESTRINGE-HBSIS22  EQUAL
                                       FLAG-RESTRINGE-REGIAO-HBSIS07L
           AND MAX-DISTANCIA-HBSIS22   EQUAL MAX-DISTANCIA-HBSIS07L
           AND MAX-CLI-VEND-HBSIS22    EQUAL MAX-CLI-VEND-HBSIS07L
           AND MAX-VALOR-VEND-HBSIS22  EQUAL MAX-VALOR-VEND-HBSIS07L
           AND FLAG-SCORE-HBSIS22      EQUAL FLAG-SCORE-HBSIS07L
           AND PESO-DIST-HBSIS22       EQUAL PESO-DIST-HBSIS07L
           AND PESO-SENIOR-HBSIS22     EQUAL PESO-SENIOR-HBSIS07L
           AND PESO-VINCULO-HBSIS22    EQUAL PESO-VINCULO-HBSIS07L
           AND FLAG-GRUPO-HBSIS22      EQUAL FLAG-GRUPO-HBSIS07L
           AND FLAG-TROCA-HBSIS22      EQUAL FLAG-TROCA-HBSIS07L
              MOVE DATA-VERSAO-HBSIS22 TO WS-EST-DATA-VERSAO
              MOVE HORA-VERSAO-HBSIS22 TO WS-EST-HORA-VERSAO
           END-IF

           .
       1060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA OS VENDEDORES INDISPONIVEIS NA DATA DA EXECUCAO,         *
      * SEGUNDO OS PERIODOS REGISTRADOS NO ARQ-AGENDA                  *
      *----------------------------------------------------------------*

           OPEN I-O ARQ-CACHE-DIST

      *    NA EXECUCAO PARALELA OS ARQUIVOS COMUNS JA FORAM CRIADOS PELA
      *    CADEIA (HBSIS76P): CRIAR AQUI APAGARIA O QUE OUTRA FILIAL JA
      *    GRAVOU
           IF WS-FL-STATUS-CCH         EQUAL "35"
           AND WS-PARALELO             EQUAL "S"
              MOVE "1200-ABRE-CACHE-DIST"
                                       TO SECAO-HBSIS41
              MOVE "ARQ-CACHE-DIST"    TO ARQUIVO-HBSIS41
              MOVE WS-FL-STATUS-CCH    TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              GO TO 1200-EXIT
           END-IF

           IF WS-FL-STATUS-CCH         EQUAL "35"
              OPEN OUTPUT ARQ-CACHE-DIST

                 MOVE COD-FILIAL-HBSIS04C
                                       TO WS-VMEM-FILIAL
                                       (COD-VENDEDOR-HBSIS04C)
                 IF LINHAS-VEND-HBSIS04C
                                       IS NUMERIC
                    MOVE LINHAS-VEND-HBSIS04C
                                       TO WS-VMEM-LINHAS
                                       (COD-VENDEDOR-HBSIS04C)
                 ELSE
                    MOVE ZEROS         TO WS-VMEM-LINHAS
                                       (COD-VENDEDOR-HBSIS04C)
                 END-IF
                 IF CANAIS-VEND-HBSIS04C
                                       IS NUMERIC
                    MOVE CANAIS-VEND-HBSIS04C
                                       TO WS-VMEM-CANAIS
                                       (COD-VENDEDOR-HBSIS04C)
                 ELSE
                    MOVE ZEROS         TO WS-VMEM-CANAIS
                                       (COD-VENDEDOR-HBSIS04C)
                 END-IF
              END-IF
              PERFORM 2420-LER-ARQ-VENDEDOR
           END-PERFORM
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS LINHAS DE PRODUTO ATIVAS EM ORDEM DE CODIGO - A     *
      * PRIMEIRA E A LINHA PRINCIPAL. SEM O ARQUIVO, NAO HA LINHAS     *
      *----------------------------------------------------------------*
       1350-CARREGA-LINHAS-PRODUTO     SECTION.

           MOVE ZEROS                  TO WS-QTD-LINHAS
                                          WS-LINHA-PRINCIPAL
                                          WS-LINHA-CORRENTE

           OPEN INPUT ARQ-LINHA-PRODUTO

           IF WS-FL-STATUS-LIN         NOT EQUAL ZEROS
              GO TO 1350-EXIT
           END-IF

           READ ARQ-LINHA-PRODUTO NEXT

           PERFORM UNTIL WS-FL-STATUS-LIN NOT EQUAL "00"
              IF FLAG-ATIVO-HBSIS68C   NOT EQUAL "N"
              AND COD-LINHA-HBSIS68C   GREATER ZEROS
              AND WS-QTD-LINHAS        LESS 20
                 ADD 1                 TO WS-QTD-LINHAS
                 MOVE COD-LINHA-HBSIS68C
                                       TO WS-LIN-COD (WS-QTD-LINHAS)
              END-IF
              READ ARQ-LINHA-PRODUTO NEXT
           END-PERFORM

           CLOSE ARQ-LINHA-PRODUTO

           IF WS-QTD-LINHAS            GREATER ZEROS
              MOVE WS-LIN-COD (1)      TO WS-LINHA-PRINCIPAL
           END-IF

           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-CORRENTE

           .
       1350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DAS TEMPORADAS DOS CLIENTES SAZONAIS - EM ATUALIZACAO *
      * FORA DA SIMULACAO, PARA GUARDAR O VENDEDOR DE CADA CLIENTE;    *
      * SEM O ARQUIVO, TODOS OS CLIENTES FUNCIONAM O ANO TODO          *
      *----------------------------------------------------------------*
       1400-ABRE-TEMPORADA             SECTION.

           MOVE "N"                    TO WS-TEMPORADA-DISPONIVEL

           IF FLAG-SIMULACAO-HBSIS07L  EQUAL "S"
              OPEN INPUT ARQ-TEMPORADA
           ELSE
              OPEN I-O ARQ-TEMPORADA
           END-IF

           IF WS-FL-STATUS-TMP         EQUAL ZEROS OR '05'
              MOVE "S"                 TO WS-TEMPORADA-DISPONIVEL
           END-IF

           .
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF COD-CLIENTE-UNICO-HBSIS07L
                                       NUMERIC
           AND COD-CLIENTE-UNICO-HBSIS07L
                                       GREATER ZEROS
              PERFORM 2020-COLOCA-CLIENTE-UNICO
              GO TO 2000-EXIT
           END-IF

           PERFORM 2050-VERIFICA-COORD-PADRAO

           IF FLAG-SIMULACAO-HBSIS07L  EQUAL "S"
                 END-IF
              END-IF
              PERFORM 2060-LER-CHECKPOINT
      *       A PARTICAO 00 RODA DEPOIS DAS FILIAIS JA CONFERIDAS E
      *       PARTE DA CARGA QUE ELAS GRAVARAM NA EXECUCAO COMUM
              IF WS-PARALELO           EQUAL "S"
              AND COD-FILIAL-HBSIS07L  EQUAL ZEROS
              AND WS-CHECKPOINT-COD-CLIENTE EQUAL ZEROS
                 PERFORM 2065-RECARREGA-CARGA-VENDEDOR
              END-IF
              PERFORM 2200-OPEN-ARQ-DISTRIBUICAO
              PERFORM 2210-OPEN-ARQ-DISTRIB-LINHA
              IF WS-PARALELO           EQUAL "S"
              AND WS-CHECKPOINT-COD-CLIENTE EQUAL ZEROS
                 PERFORM 2070-LIMPA-PARTICAO
              END-IF
           END-IF

           PERFORM 2100-OPEN-ARQ-CLIENTE
           PERFORM 2410-OPEN-ARQ-VENDEDOR
           PERFORM 2220-OPEN-ARQ-RASTREIO

           PERFORM 2300-LER-ARQ-CLIENTE

           PERFORM 2400-TRATA-CLIENTE UNTIL
                   WS-FL-STATUS-CLI   NOT EQUAL "00"

           MOVE "N"                    TO WS-RASTREAR-CLIENTE

           IF FLAG-TROCA-HBSIS07L      EQUAL "S"
              PERFORM 2482-OTIMIZA-TROCAS
           END-IF

           IF WS-RASTREIO-ABERTO       EQUAL "S"
              PERFORM 2493-GRAVA-REL-RASTREIO
              CLOSE ARQ-RASTREIO
              MOVE "N"                 TO WS-RASTREIO-ABERTO
           END-IF

           IF WS-LISTA-RAS-ABERTA      EQUAL "S"
              CLOSE ARQ-RASTREIO-LISTA
              MOVE "N"                 TO WS-LISTA-RAS-ABERTA
           END-IF

           IF FLAG-SIMULACAO-HBSIS07L  NOT EQUAL "S"
              PERFORM 2470-DISTRIBUI-PROSPECTS
           END-IF

           PERFORM 2500-CLOSE-ARQ-CLIENTE
           PERFORM 2600-CLOSE-ARQ-VENDEDOR

              MOVE "N"                 TO WS-VOLUME-DISPONIVEL
           END-IF

           IF WS-TEMPORADA-DISPONIVEL  EQUAL "S"
              CLOSE ARQ-TEMPORADA
              MOVE "N"                 TO WS-TEMPORADA-DISPONIVEL
           END-IF

           IF FLAG-SIMULACAO-HBSIS07L  EQUAL "S"
              PERFORM 2958-FECHA-REL-SIMULACAO
              MOVE ZEROS                TO COD-RETORNO-HBSIS07L
              END-IF
           ELSE
              PERFORM 2700-CLOSE-ARQ-DISTRIBUICAO
              IF WS-DISTLIN-ABERTO     EQUAL "S"
                 CLOSE ARQ-DISTRIB-LINHA
                 MOVE "N"              TO WS-DISTLIN-ABERTO
              END-IF
              PERFORM 2900-LIMPA-CHECKPOINT
              PERFORM 2950-GRAVA-ESTATISTICA
      *       NA EXECUCAO PARALELA O RELATORIO SAI DEPOIS, PELA CADEIA,
      *       COM TODAS AS FILIAIS JA VERIFICADAS
              IF WS-PARALELO           NOT EQUAL "S"
                 PERFORM 2800-GERA-RELATORIO
              END-IF
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COLOCACAO IMEDIATA DE UM CLIENTE RECEM-APROVADO: O CLIENTE     *
      * PASSA PELAS MESMAS REGRAS DA EXECUCAO NOTURNA (REGIAO, FILIAL, *
      * TETOS, AGENDA, CANAL E SCORE) CONTRA A CARGA JA GRAVADA NA     *
      * ULTIMA EXECUCAO, E ENTRA NELA COM ORIGEM "O". A PROXIMA        *
      * EXECUCAO NOTURNA CONFIRMA OU MUDA O VENDEDOR                   *
      *----------------------------------------------------------------*
       2020-COLOCA-CLIENTE-UNICO       SECTION.

           PERFORM 2021-PREPARA-CLIENTE-UNICO

           IF WS-CACHE-DISPONIVEL      EQUAL "S"
              CLOSE ARQ-CACHE-DIST
              MOVE "N"                 TO WS-CACHE-DISPONIVEL
           END-IF

           IF WS-VOLUME-DISPONIVEL     EQUAL "S"
              CLOSE ARQ-VOLUME
              MOVE "N"                 TO WS-VOLUME-DISPONIVEL
           END-IF

           IF WS-TEMPORADA-DISPONIVEL  EQUAL "S"
              CLOSE ARQ-TEMPORADA
              MOVE "N"                 TO WS-TEMPORADA-DISPONIVEL
           END-IF

           .
       2020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE A COLOCACAO PODE SER FEITA AGORA, RECONSTROI A      *
      * CARGA DOS VENDEDORES NA ULTIMA EXECUCAO E ABRE OS ARQUIVOS     *
      *----------------------------------------------------------------*
       2021-PREPARA-CLIENTE-UNICO      SECTION.

           MOVE ZEROS                  TO COD-VEND-COLOCADO-HBSIS07L
                                          DIST-COLOCADO-HBSIS07L
           MOVE SPACES                 TO NOME-VEND-COLOCADO-HBSIS07L

      *    DURANTE A CADEIA BATCH O CLIENTE FICA PARA A PROPRIA CADEIA
           INITIALIZE HBSIS49L
           MOVE 0                      TO COD-FUNCAO-HBSIS49L

           CALL WS-HBSIS49             USING HBSIS49L

           IF FLAG-BLOQUEADO-HBSIS49L  EQUAL "S"
              MOVE 7                   TO COD-RETORNO-HBSIS07L
              MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS07L
              GO TO 2021-EXIT
           END-IF

      *    EXECUCAO INTERROMPIDA: A RETOMADA AINDA VAI GRAVAR NELA
           PERFORM 2060-LER-CHECKPOINT

           IF WS-CHECKPOINT-COD-CLIENTE
                                       GREATER ZEROS
              MOVE 7                   TO COD-RETORNO-HBSIS07L
              MOVE "DISTRIBUICAO INTERROMPIDA AGUARDA RETOMADA"
                                       TO MSG-RETORNO-HBSIS07L
              GO TO 2021-EXIT
           END-IF

           PERFORM 2056-DESCOBRE-ULTIMA-EXECUCAO

           IF WS-ULT-DATA-EXEC         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS07L
              MOVE "NAO HA EXECUCAO DA DISTRIBUICAO PARA O CLIENTE"
                                       TO MSG-RETORNO-HBSIS07L
              GO TO 2021-EXIT
           END-IF

           MOVE WS-ULT-DATA-EXEC       TO WS-DATA-EXECUCAO
           MOVE WS-ULT-HORA-EXEC       TO WS-HORA-EXECUCAO

      *    O CLIENTE CONCORRE AOS VENDEDORES DA SUA FILIAL, COMO NA
      *    EXECUCAO NOTURNA POR FILIAL
           PERFORM 2100-OPEN-ARQ-CLIENTE

           MOVE COD-CLIENTE-UNICO-HBSIS07L
                                       TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS07L
              MOVE "CLIENTE NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS07L
              CLOSE ARQ-CLIENTE
              GO TO 2021-EXIT
           END-IF

           IF COD-FILIAL-HBSIS02C      NUMERIC
              MOVE COD-FILIAL-HBSIS02C TO COD-FILIAL-HBSIS07L
           ELSE
              MOVE ZEROS               TO COD-FILIAL-HBSIS07L
           END-IF

           PERFORM 2500-CLOSE-ARQ-CLIENTE

           MOVE "N"                    TO WS-PARALELO
                                          WS-RASTREIO-ABERTO
                                          WS-LISTA-RAS-ABERTA
                                          WS-RASTREAR-CLIENTE
           MOVE ZEROS                  TO WS-TAB-GRP-QTD
                                          WS-TAB-DIST-QTD

           PERFORM 2065-RECARREGA-CARGA-VENDEDOR

           PERFORM 2200-OPEN-ARQ-DISTRIBUICAO
           PERFORM 2210-OPEN-ARQ-DISTRIB-LINHA
           PERFORM 2100-OPEN-ARQ-CLIENTE
           PERFORM 2410-OPEN-ARQ-VENDEDOR

           PERFORM 2022-ATRIBUI-CLIENTE-UNICO

           PERFORM 2500-CLOSE-ARQ-CLIENTE
           PERFORM 2600-CLOSE-ARQ-VENDEDOR
           PERFORM 2700-CLOSE-ARQ-DISTRIBUICAO

           IF WS-DISTLIN-ABERTO        EQUAL "S"
              CLOSE ARQ-DISTRIB-LINHA
              MOVE "N"                 TO WS-DISTLIN-ABERTO
           END-IF

           .
       2021-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTRIBUI O CLIENTE NA ULTIMA EXECUCAO PELO FLUXO NORMAL       *
      * (2400) E MARCA O REGISTRO GRAVADO COM A ORIGEM "O"             *
      *----------------------------------------------------------------*
       2022-ATRIBUI-CLIENTE-UNICO      SECTION.

           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS07C
           MOVE COD-CLIENTE-UNICO-HBSIS07L
                                       TO COD-CLIENTE-HBSIS07C

           READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS07L
              MOVE "CLIENTE JA CONSTA DA ULTIMA DISTRIBUICAO"
                                       TO MSG-RETORNO-HBSIS07L
              GO TO 2022-EXIT
           END-IF

           MOVE COD-CLIENTE-UNICO-HBSIS07L
                                       TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF FLAG-GRUPO-HBSIS07L      EQUAL "S"
           AND WS-FL-STATUS-CLI        EQUAL ZEROS
              PERFORM 2023-CARREGA-GRUPO-CLIENTE
              MOVE COD-CLIENTE-UNICO-HBSIS07L
                                       TO COD-CLIENTE-HBSIS02C
              READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
           END-IF

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS07L
              MOVE "CLIENTE NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS07L
              GO TO 2022-EXIT
           END-IF

           PERFORM 2400-TRATA-CLIENTE

           MOVE "00"                   TO WS-FL-STATUS-CLI

           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS07C
           MOVE COD-CLIENTE-UNICO-HBSIS07L
                                       TO COD-CLIENTE-HBSIS07C

           READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS07L
              MOVE "CLIENTE INATIVO OU FORA DA TEMPORADA"
                                       TO MSG-RETORNO-HBSIS07L
              MOVE "00"                TO WS-FL-STATUS-DIS
              GO TO 2022-EXIT
           END-IF

           IF FLAG-NAO-ATRIB-HBSIS07C  EQUAL "S"
              MOVE 4                   TO COD-RETORNO-HBSIS07L
              MOVE "SEM VENDEDOR ELEGIVEL - VER BANCADA DE EXCECOES"
                                       TO MSG-RETORNO-HBSIS07L
              GO TO 2022-EXIT
           END-IF

           MOVE "O"                    TO IND-ORIGEM-HBSIS07C

           REWRITE ARQ-HBSIS07C

           MOVE COD-VENDEDOR-HBSIS07C  TO COD-VEND-COLOCADO-HBSIS07L
           MOVE NOME-VEND-HBSIS07C     TO NOME-VEND-COLOCADO-HBSIS07L
           MOVE DISTANCIA-HBSIS07C     TO DIST-COLOCADO-HBSIS07L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS07L
           MOVE "CLIENTE COLOCADO NA CARTEIRA DO VENDEDOR"
                                       TO MSG-RETORNO-HBSIS07L

           .
       2022-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREFERENCIA DE GRUPO NA COLOCACAO IMEDIATA: REGISTRA O         *
      * VENDEDOR QUE AS OUTRAS FILIAIS DA MESMA RAIZ DE CNPJ TEM NA    *
      * ULTIMA EXECUCAO (LEITURA PELA CHAVE ALTERNADA DE CNPJ)         *
      *----------------------------------------------------------------*
       2023-CARREGA-GRUPO-CLIENTE      SECTION.

           MOVE CNPJ-HBSIS02C (1:8)    TO WS-RAIZ-CNPJ
           COMPUTE CNPJ-HBSIS02C       = WS-RAIZ-CNPJ * 1000000

           START ARQ-CLIENTE KEY IS NOT LESS CNPJ-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              READ ARQ-CLIENTE NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
                      OR CNPJ-HBSIS02C (1:8) NOT EQUAL WS-RAIZ-CNPJ
              IF COD-CLIENTE-HBSIS02C  NOT EQUAL
                                       COD-CLIENTE-UNICO-HBSIS07L
                 MOVE WS-DATA-EXECUCAO TO DATA-EXECUCAO-HBSIS07C
                 MOVE WS-HORA-EXECUCAO TO HORA-EXECUCAO-HBSIS07C
                 MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS07C
                 READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
                 IF WS-FL-STATUS-DIS   EQUAL ZEROS
                 AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
                 AND COD-VENDEDOR-HBSIS07C GREATER ZEROS
                    PERFORM 2412-REGISTRA-GRUPO
                 END-IF
              END-IF
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-CLI
                                          WS-FL-STATUS-DIS

           .
       2023-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O CHECKPOINT DA EXECUCAO ANTERIOR, SE EXISTIR          *
      *----------------------------------------------------------------*
       2060-LER-CHECKPOINT             SECTION.

           MOVE ZEROS                  TO WS-CHECKPOINT-COD-CLIENTE

           OPEN INPUT ARQ-CHECKPOINT

           IF WS-FL-STATUS-CKP         EQUAL ZEROS
              READ ARQ-CHECKPOINT
              IF WS-FL-STATUS-CKP      EQUAL ZEROS
                 MOVE CKP-COD-CLIENTE  TO WS-CHECKPOINT-COD-CLIENTE
                 MOVE CKP-DATA-EXECUCAO
                                       TO WS-DATA-EXECUCAO
                 MOVE CKP-HORA-EXECUCAO
                                       TO WS-HORA-EXECUCAO
                 PERFORM 2065-RECARREGA-CARGA-VENDEDOR
              END-IF
              CLOSE ARQ-CHECKPOINT
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETOMADA DE EXECUCAO INTERROMPIDA: RECONSTROI EM MEMORIA A     *
      * CARGA JA ATRIBUIDA A CADA VENDEDOR A PARTIR DOS REGISTROS DA   *
      * EXECUCAO ATUAL (MESMA DATA-HORA DO CHECKPOINT) JA GRAVADOS EM  *
      * ARQ-DISTRIBUICAO ANTES DA INTERRUPCAO. TAMBEM CARREGA NA       *
      * PARTICAO 00 A CARGA JA GRAVADA PELAS FILIAIS                   *
      *----------------------------------------------------------------*
       2065-RECARREGA-CARGA-VENDEDOR   SECTION.

           MOVE ZEROS                  TO WS-TAB-CARGA-VENDEDOR
                                          WS-TAB-VALOR-VENDEDOR

           IF WS-MAX-VALOR-POR-VENDEDOR
                                       GREATER ZEROS
           OR WS-PARALELO              EQUAL "S"
              OPEN INPUT ARQ-CLIENTE
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              MOVE WS-DATA-EXECUCAO    TO DATA-EXECUCAO-HBSIS07C
              MOVE WS-HORA-EXECUCAO    TO HORA-EXECUCAO-HBSIS07C
              MOVE ZEROS               TO COD-CLIENTE-HBSIS07C

              START ARQ-DISTRIBUICAO KEY IS NOT LESS CHAVE-HBSIS07C

              PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
                 READ ARQ-DISTRIBUICAO NEXT
                 IF WS-FL-STATUS-DIS   EQUAL ZEROS
                    MOVE "S"           TO WS-PART-CLIENTE-OK
                    IF WS-PARALELO     EQUAL "S"
                       MOVE COD-CLIENTE-HBSIS07C
                                       TO COD-CLIENTE-HBSIS02C
                       PERFORM 2067-VERIFICA-PARTICAO
                       PERFORM 2069-CARGA-PARTICAO-ZERO
                    END-IF
                    IF DATA-EXECUCAO-HBSIS07C EQUAL WS-DATA-EXECUCAO
                    AND HORA-EXECUCAO-HBSIS07C EQUAL WS-HORA-EXECUCAO
                    AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
                    AND WS-PART-CLIENTE-OK EQUAL "S"
                       ADD 1           TO WS-CARGA-VEND
                                       (COD-VENDEDOR-HBSIS07C)
                       IF WS-MAX-VALOR-POR-VENDEDOR GREATER ZEROS
                          PERFORM 2068-VALOR-CLIENTE-RETOMADA
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-DISTRIBUICAO
           END-IF

      *    CLIENTES QUE CONTAM NA CARTEIRA DO VENDEDOR DE UMA LINHA
      *    ADICIONAL, JA GRAVADOS ANTES DA INTERRUPCAO
           IF WS-QTD-LINHAS            GREATER 1
              PERFORM 2066-RECARREGA-CARGA-LINHAS
           END-IF

           IF WS-MAX-VALOR-POR-VENDEDOR
                                       GREATER ZEROS
           OR WS-PARALELO              EQUAL "S"
              CLOSE ARQ-CLIENTE
           END-IF

           .
       2065-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETOMADA: SOMA A CARGA DOS REGISTROS POR LINHA DA EXECUCAO     *
      * ATUAL QUE CONTAM NA CARTEIRA DO VENDEDOR DA LINHA              *
      *----------------------------------------------------------------*
       2066-RECARREGA-CARGA-LINHAS     SECTION.

           OPEN INPUT ARQ-DISTRIB-LINHA

           IF WS-FL-STATUS-DLN         NOT EQUAL ZEROS
              GO TO 2066-EXIT
           END-IF

           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS69C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS69C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS69C
                                          COD-LINHA-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS CHAVE-HBSIS69C

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              READ ARQ-DISTRIB-LINHA NEXT
              IF WS-FL-STATUS-DLN      EQUAL ZEROS
                 IF DATA-EXECUCAO-HBSIS69C NOT EQUAL WS-DATA-EXECUCAO
                 OR HORA-EXECUCAO-HBSIS69C NOT EQUAL WS-HORA-EXECUCAO
                    MOVE "10"          TO WS-FL-STATUS-DLN
                 ELSE
                    MOVE "S"           TO WS-PART-CLIENTE-OK
                    IF WS-PARALELO     EQUAL "S"
                       MOVE COD-CLIENTE-HBSIS69C
                                       TO COD-CLIENTE-HBSIS02C
                       PERFORM 2067-VERIFICA-PARTICAO
                       PERFORM 2069-CARGA-PARTICAO-ZERO
                    END-IF
                    IF FLAG-CONTA-CARGA-HBSIS69C EQUAL "S"
                    AND COD-VENDEDOR-HBSIS69C GREATER ZEROS
                    AND WS-PART-CLIENTE-OK EQUAL "S"
                       ADD 1           TO WS-CARGA-VEND
                                       (COD-VENDEDOR-HBSIS69C)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARQ-DISTRIB-LINHA

           .
       2066-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXECUCAO PARALELA: VERIFICA SE O CLIENTE COD-CLIENTE-HBSIS02C  *
      * PERTENCE A FILIAL DESTA EXECUCAO (ARQ-CLIENTE ABERTO)          *
      *----------------------------------------------------------------*
       2067-VERIFICA-PARTICAO          SECTION.

           MOVE "N"                    TO WS-PART-CLIENTE-OK

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
           AND COD-FILIAL-HBSIS02C     EQUAL COD-FILIAL-HBSIS07L
              MOVE "S"                 TO WS-PART-CLIENTE-OK
           END-IF

           MOVE "00"                   TO WS-FL-STATUS-CLI

           .
       2067-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PARTICAO 00 DA EXECUCAO PARALELA: CONTAM NA CARGA OS REGISTROS *
      * DAS FILIAIS, JA CONFERIDAS. OS DA PROPRIA PARTICAO SO CONTAM   *
      * NA RETOMADA POR CHECKPOINT - SEM ELE SAO APAGADOS E REFEITOS   *
      *----------------------------------------------------------------*
       2069-CARGA-PARTICAO-ZERO        SECTION.

           IF COD-FILIAL-HBSIS07L      NOT EQUAL ZEROS
              GO TO 2069-EXIT
           END-IF

           IF WS-PART-CLIENTE-OK       EQUAL "N"
           OR WS-CHECKPOINT-COD-CLIENTE GREATER ZEROS
              MOVE "S"                 TO WS-PART-CLIENTE-OK
           ELSE
              MOVE "N"                 TO WS-PART-CLIENTE-OK
           END-IF

           .
       2069-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXECUCAO PARALELA SEM CHECKPOINT (PRIMEIRA TENTATIVA DA FILIAL *
      * OU NOVA TENTATIVA APOS FALHA NA VERIFICACAO): APAGA OS         *
      * REGISTROS DA FILIAL JA GRAVADOS NA EXECUCAO COMUM, PARA QUE A  *
      * FILIAL SEJA REFEITA DO INICIO SEM DUPLICIDADE. OS REGISTROS    *
      * DAS OUTRAS FILIAIS NAO SAO TOCADOS                             *
      *----------------------------------------------------------------*
       2070-LIMPA-PARTICAO             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              GO TO 2070-EXIT
           END-IF

           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS07C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS07C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS07C

           START ARQ-DISTRIBUICAO KEY IS NOT LESS CHAVE-HBSIS07C

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              READ ARQ-DISTRIBUICAO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
                      OR DATA-EXECUCAO-HBSIS07C NOT EQUAL
                         WS-DATA-EXECUCAO
                      OR HORA-EXECUCAO-HBSIS07C NOT EQUAL
                         WS-HORA-EXECUCAO
              MOVE COD-CLIENTE-HBSIS07C
                                       TO COD-CLIENTE-HBSIS02C
              PERFORM 2067-VERIFICA-PARTICAO
              IF WS-PART-CLIENTE-OK    EQUAL "S"
                 DELETE ARQ-DISTRIBUICAO RECORD
              END-IF
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-DIS

           IF WS-DISTLIN-ABERTO        EQUAL "S"
              MOVE WS-DATA-EXECUCAO    TO DATA-EXECUCAO-HBSIS69C
              MOVE WS-HORA-EXECUCAO    TO HORA-EXECUCAO-HBSIS69C
              MOVE ZEROS               TO COD-CLIENTE-HBSIS69C
                                          COD-LINHA-HBSIS69C
              START ARQ-DISTRIB-LINHA KEY IS NOT LESS CHAVE-HBSIS69C
              IF WS-FL-STATUS-DLN      EQUAL ZEROS
                 READ ARQ-DISTRIB-LINHA NEXT
              END-IF
              PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
                         OR DATA-EXECUCAO-HBSIS69C NOT EQUAL
                            WS-DATA-EXECUCAO
                         OR HORA-EXECUCAO-HBSIS69C NOT EQUAL
                            WS-HORA-EXECUCAO
                 MOVE COD-CLIENTE-HBSIS69C
                                       TO COD-CLIENTE-HBSIS02C
                 PERFORM 2067-VERIFICA-PARTICAO
                 IF WS-PART-CLIENTE-OK EQUAL "S"
                    DELETE ARQ-DISTRIB-LINHA RECORD
                 END-IF
                 READ ARQ-DISTRIB-LINHA NEXT
              END-PERFORM
              MOVE "00"                TO WS-FL-STATUS-DLN
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETOMADA: RECONSTROI O VALOR DE CARTEIRA JA ATRIBUIDO AO       *
      * VENDEDOR RELENDO O CADASTRO DO CLIENTE DO REGISTRO JA GRAVADO  *
      *----------------------------------------------------------------*
       2068-VALOR-CLIENTE-RETOMADA     SECTION.

           MOVE COD-CLIENTE-HBSIS07C   TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              PERFORM 2415-CALCULA-VALOR-CLIENTE
              ADD WS-VALOR-CLIENTE     TO WS-VALOR-VEND
                                       (COD-VENDEDOR-HBSIS07C)
           END-IF

           MOVE "00"                   TO WS-FL-STATUS-CLI

           .
       2068-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVANCA A LEITURA DE CLIENTE ATE PASSAR DO CHECKPOINT           *
      *----------------------------------------------------------------*
       2310-AVANCA-CHECKPOINT          SECTION.

           PERFORM 2300-LER-ARQ-CLIENTE

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA A DISTRIBUICAO ATUAL (ULTIMA EXECUCAO       *
      * GRAVADA) PARA COMPARACAO NO MODO SIMULACAO (DRY-RUN)           *
      *----------------------------------------------------------------*
       2055-CARREGA-DISTRIBUICAO-ATUAL SECTION.

           PERFORM 2056-DESCOBRE-ULTIMA-EXECUCAO
           PERFORM 2057-MONTA-TAB-DIST-ATUAL

           .
       2055-EXIT.
                                          WS-ULT-DATA-EXEC
                                          WS-ULT-HORA-EXEC

      *    EXECUCAO PARALELA: A EXECUCAO COMUM DA CADEIA JA PODE TER
      *    REGISTROS DAS OUTRAS FILIAIS - A BASE E A EXECUCAO ANTERIOR
      *    INFORMADA PELA CADEIA
           IF WS-PARALELO              EQUAL "S"
              IF DATA-EXEC-ANT-HBSIS07L NUMERIC
                 MOVE DATA-EXEC-ANT-HBSIS07L
                                       TO WS-ULT-DATA-EXEC
                 MOVE HORA-EXEC-ANT-HBSIS07L
                                       TO WS-ULT-HORA-EXEC
              END-IF
              COMPUTE WS-MAX-CHAVE-EXECUCAO =
                      WS-ULT-DATA-EXEC * 1000000
                      + WS-ULT-HORA-EXEC
              GO TO 2056-EXIT
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
           OPEN I-O ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL "35"
           AND WS-PARALELO             NOT EQUAL "S"
              OPEN OUTPUT ARQ-DISTRIBUICAO
           END-IF

       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE DISTRIBUICAO POR LINHA - SOMENTE QUANDO *
      * HA MAIS DE UMA LINHA DE PRODUTO ATIVA                          *
      *----------------------------------------------------------------*
       2210-OPEN-ARQ-DISTRIB-LINHA     SECTION.

           MOVE "N"                    TO WS-DISTLIN-ABERTO

           IF WS-QTD-LINHAS            NOT GREATER 1
              GO TO 2210-EXIT
           END-IF

           OPEN I-O ARQ-DISTRIB-LINHA

           IF WS-FL-STATUS-DLN         EQUAL "35"
           AND WS-PARALELO             NOT EQUAL "S"
              OPEN OUTPUT ARQ-DISTRIB-LINHA
           END-IF

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              MOVE "S"                 TO WS-DISTLIN-ABERTO
           ELSE
              MOVE "2210-OPEN-ARQ-DISTRIB-LINHA"
                                       TO SECAO-HBSIS41
              MOVE "ARQ-DISTRIB-LINHA"    TO ARQUIVO-HBSIS41
              MOVE WS-FL-STATUS-DLN       TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE 9                   TO COD-RETORNO-HBSIS07L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE DISTRIB POR LINHA"
                                       TO MSG-RETORNO-HBSIS07L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE RASTREIO DA DISTRIBUICAO E, NO MODO     *
      * LISTA, DA LISTA DE CLIENTES A RASTREAR. FALHA NA ABERTURA SO   *
      * DESLIGA O RASTREIO - A DISTRIBUICAO SEGUE NORMALMENTE          *
      *----------------------------------------------------------------*
       2220-OPEN-ARQ-RASTREIO          SECTION.

           MOVE "N"                    TO WS-RASTREIO-ABERTO
                                          WS-LISTA-RAS-ABERTA

           IF FLAG-RASTREIO-HBSIS07L   NOT EQUAL "L" AND
              FLAG-RASTREIO-HBSIS07L   NOT EQUAL "T"
              GO TO 2220-EXIT
           END-IF

           IF FLAG-RASTREIO-HBSIS07L   EQUAL "L"
              OPEN INPUT ARQ-RASTREIO-LISTA
              IF WS-FL-STATUS-RLS      NOT EQUAL ZEROS
                 GO TO 2220-EXIT
              END-IF
              MOVE "S"                 TO WS-LISTA-RAS-ABERTA
           END-IF

           OPEN I-O ARQ-RASTREIO

           IF WS-FL-STATUS-RAS         NOT EQUAL "00" AND
              WS-FL-STATUS-RAS         NOT EQUAL "05" AND
              WS-PARALELO              NOT EQUAL "S"
              OPEN OUTPUT ARQ-RASTREIO
              CLOSE ARQ-RASTREIO
              OPEN I-O ARQ-RASTREIO
           END-IF

           IF WS-FL-STATUS-RAS         EQUAL "00" OR "05"
              MOVE "S"                 TO WS-RASTREIO-ABERTO
           ELSE
              MOVE "2220-OPEN-ARQ-RASTREIO"
                                       TO SECAO-HBSIS41
              MOVE "ARQ-RASTREIO"      TO ARQUIVO-HBSIS41
              MOVE WS-FL-STATUS-RAS    TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              IF WS-LISTA-RAS-ABERTA   EQUAL "S"
                 CLOSE ARQ-RASTREIO-LISTA
                 MOVE "N"              TO WS-LISTA-RAS-ABERTA
              END-IF
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE ARQUIVO CLIENTE                                     *
      *----------------------------------------------------------------*
       2300-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE NEXT

           IF WS-FL-STATUS-CLI         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS07L
              MOVE "ERRO NA LEITURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS07L
      *----------------------------------------------------------------*
       2400-TRATA-CLIENTE              SECTION.

           PERFORM 2411-VERIFICA-TEMPORADA

      *    EXECUCAO PARALELA: CLIENTE DE OUTRA FILIAL E GRAVADO PELA
      *    EXECUCAO DA PROPRIA FILIAL, NA MESMA EXECUCAO DA CADEIA
      *    CLIENTE SAZONAL FORA DA TEMPORADA NAO ENTRA NA EXECUCAO
           IF FLAG-ATIVO-HBSIS02C      EQUAL "N"
           OR SITUACAO-APROV-HBSIS02C  EQUAL "P"
           OR WS-FORA-TEMPORADA        EQUAL "S"
           OR (WS-PARALELO             EQUAL "S" AND
               COD-FILIAL-HBSIS02C     NOT EQUAL COD-FILIAL-HBSIS07L)
              CONTINUE
           ELSE
           IF COD-FILIAL-HBSIS07L      GREATER ZEROS AND
           MOVE RAZAO-SOCIAL-HBSIS02C  TO RAZAO-SOCIAL-HBSIS07C

           MOVE "N"                    TO WS-APROVEITOU-ANTERIOR
           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-CORRENTE

           PERFORM 2437-INICIA-RASTREIO

           IF WS-MAX-VALOR-POR-VENDEDOR
                                       GREATER ZEROS
           IF WS-FIXO-APLICADO         NOT EQUAL "S"

           MOVE "N"                    TO WS-GRUPO-APLICADO
           MOVE "N"                    TO WS-RETORNO-APLICADO

           IF WS-VEND-TEMPORADA        GREATER ZEROS
              PERFORM 2413-TENTA-VENDEDOR-TEMPORADA
           END-IF

           IF FLAG-GRUPO-HBSIS07L      EQUAL "S"
           AND WS-RETORNO-APLICADO     NOT EQUAL "S"
              PERFORM 2409-TENTA-VENDEDOR-GRUPO
           END-IF

           IF WS-GRUPO-APLICADO        NOT EQUAL "S"
           AND WS-RETORNO-APLICADO     NOT EQUAL "S"
              PERFORM 2427-BUSCA-VENDEDOR-GRADE
           END-IF

              MOVE ZEROS                TO COD-VENDEDOR-HBSIS07C
              MOVE "NAO ATRIBUIDO"      TO NOME-VEND-HBSIS07C
              MOVE "S"                  TO FLAG-NAO-ATRIB-HBSIS07C
              PERFORM 2436-VERIFICA-VEND-DO-CANAL
              IF WS-CANAL-SEM-VEND      EQUAL "S"
                 MOVE "C"               TO IND-ORIGEM-HBSIS07C
              END-IF
           ELSE
              ADD 1                     TO WS-CARGA-VEND
                                       (COD-VENDEDOR-HBSIS07C)
              PERFORM 2440-GRAVA-CHECKPOINT
              WRITE ARQ-HBSIS07C
              PERFORM 2450-ACUMULA-ESTATISTICA
              IF WS-DISTLIN-ABERTO     EQUAL "S"
                 PERFORM 2460-DISTRIBUI-LINHAS
              END-IF
           END-IF

           PERFORM 2439-CONCLUI-RASTREIO
           PERFORM 2480-REGISTRA-CANDIDATO-TROCA

           END-IF

           IF WS-CLIENTE-SAZONAL       EQUAL "S"
           AND FLAG-SIMULACAO-HBSIS07L NOT EQUAL "S"
           AND COD-VENDEDOR-HBSIS07C   GREATER ZEROS
              PERFORM 2414-GUARDA-VENDEDOR-TEMPORADA
           END-IF

           END-IF
           END-IF


           READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C

      *    VENDEDOR ANTERIOR QUE DEIXOU DE ATENDER O CANAL DO CLIENTE
      *    NAO E APROVEITADO
           MOVE "S"                    TO WS-VEND-ATENDE-CANAL
           IF WS-FL-STATUS-DIS         EQUAL ZEROS
           AND COD-VENDEDOR-HBSIS07C   GREATER ZEROS
              MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-IDX-VMEM
              PERFORM 2434-VERIFICA-CANAL-VENDEDOR
           END-IF

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
           AND FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
           AND WS-VEND-ATENDE-CANAL    EQUAL "S"
           AND (DATA-ALTERACAO-HBSIS02C LESS WS-ULT-DATA-EXEC
            OR (DATA-ALTERACAO-HBSIS02C EQUAL WS-ULT-DATA-EXEC
            AND HORA-ALTERACAO-HBSIS02C NOT GREATER WS-ULT-HORA-EXEC))
              PERFORM 2440-GRAVA-CHECKPOINT
              WRITE ARQ-HBSIS07C
              PERFORM 2450-ACUMULA-ESTATISTICA
              IF WS-DISTLIN-ABERTO     EQUAL "S"
                 PERFORM 2465-COPIA-LINHAS-ANTERIOR
              END-IF
              MOVE "S"                 TO WS-APROVEITOU-ANTERIOR
              PERFORM 2439-CONCLUI-RASTREIO
              PERFORM 2480-REGISTRA-CANDIDATO-TROCA
           ELSE
              MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS07C
              PERFORM 2440-GRAVA-CHECKPOINT
              WRITE ARQ-HBSIS07C
              PERFORM 2450-ACUMULA-ESTATISTICA
              IF WS-DISTLIN-ABERTO     EQUAL "S"
                 PERFORM 2465-COPIA-LINHAS-ANTERIOR
              END-IF
           END-IF

           .
       2409-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SITUACAO DO CLIENTE SAZONAL NA DATA DA EXECUCAO: FORA DA       *
      * TEMPORADA QUANDO A DATA (MMDD) NAO CAI EM NENHUMA JANELA (A    *
      * JANELA COM INICIO APOS O FIM VIRA O ANO). DENTRO DELA, GUARDA  *
      * O VENDEDOR DA ULTIMA ATRIBUICAO PARA A REABERTURA              *
      *----------------------------------------------------------------*
       2411-VERIFICA-TEMPORADA         SECTION.

           MOVE "N"                    TO WS-CLIENTE-SAZONAL
                                          WS-FORA-TEMPORADA
           MOVE ZEROS                  TO WS-VEND-TEMPORADA

           IF WS-TEMPORADA-DISPONIVEL  NOT EQUAL "S"
              GO TO 2411-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         NOT EQUAL ZEROS
           OR FLAG-SAZONAL-HBSIS101C   NOT EQUAL "S"
              GO TO 2411-EXIT
           END-IF

           MOVE "S"                    TO WS-CLIENTE-SAZONAL
                                          WS-FORA-TEMPORADA

      *    NA COLOCACAO NA APROVACAO A DATA DA EXECUCAO E A DA ULTIMA
      *    NOTURNA (CHAVE DA DISTRIBUICAO); A TEMPORADA, COMO A AGENDA,
      *    E CONFERIDA NA DATA DE HOJE
           IF COD-CLIENTE-UNICO-HBSIS07L
                                       NUMERIC
           AND COD-CLIENTE-UNICO-HBSIS07L
                                       GREATER ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-TESTE
           ELSE
              MOVE WS-DATA-EXECUCAO    TO WS-DATA-TESTE
           END-IF

           PERFORM VARYING WS-IDX-TMP FROM 1 BY 1
                   UNTIL WS-IDX-TMP GREATER 4
              IF MES-INI-HBSIS101C (WS-IDX-TMP) GREATER ZEROS
                 COMPUTE WS-MMDD-INI =
                         MES-INI-HBSIS101C (WS-IDX-TMP) * 100
                       + DIA-INI-HBSIS101C (WS-IDX-TMP)
                 COMPUTE WS-MMDD-FIM =
                         MES-FIM-HBSIS101C (WS-IDX-TMP) * 100
                       + DIA-FIM-HBSIS101C (WS-IDX-TMP)
                 IF WS-MMDD-INI        NOT GREATER WS-MMDD-FIM
                    IF WS-TESTE-MMDD   NOT LESS WS-MMDD-INI
                    AND WS-TESTE-MMDD  NOT GREATER WS-MMDD-FIM
                       MOVE "N"        TO WS-FORA-TEMPORADA
                    END-IF
                 ELSE
                    IF WS-TESTE-MMDD   NOT LESS WS-MMDD-INI
                    OR WS-TESTE-MMDD   NOT GREATER WS-MMDD-FIM
                       MOVE "N"        TO WS-FORA-TEMPORADA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-FORA-TEMPORADA        EQUAL "N"
           AND COD-VEND-FIXO-HBSIS02C  EQUAL ZEROS
              MOVE COD-VEND-ANTERIOR-HBSIS101C
                                       TO WS-VEND-TEMPORADA
           END-IF

           .
       2411-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE SAZONAL EM TEMPORADA: TENTA O VENDEDOR DA ULTIMA       *
      * ATRIBUICAO, DESDE QUE CONTINUE ELEGIVEL (ATIVO, DISPONIVEL,    *
      * COM CAPACIDADE, CANAL E REGIAO) E DENTRO DA DISTANCIA MAXIMA   *
      *----------------------------------------------------------------*
       2413-TENTA-VENDEDOR-TEMPORADA   SECTION.

           IF WS-VMEM-EXISTE (WS-VEND-TEMPORADA)
                                       NOT EQUAL "S"
              GO TO 2413-EXIT
           END-IF

           MOVE WS-VEND-TEMPORADA      TO WS-IDX-VMEM

           PERFORM 2430-TRATA-VENDEDOR

           IF WS-MENOR-DISTANCIA       NOT EQUAL 999999999
           AND WS-DIST-ESCOLHIDA       NOT GREATER
                                       WS-MAX-DISTANCIA-PERMITIDA
              MOVE "S"                 TO WS-RETORNO-APLICADO
           ELSE
              MOVE 999999999           TO WS-MENOR-DISTANCIA
                                          WS-SEGUNDA-MENOR-DISTANCIA
                                          WS-DIST-ESCOLHIDA
              MOVE ZEROS               TO WS-DIST-BACKUP
           END-IF

           .
       2413-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA NA TEMPORADA DO CLIENTE SAZONAL O VENDEDOR ATRIBUIDO    *
      * NESTA EXECUCAO, QUE ELE RECEBE DE VOLTA NA PROXIMA REABERTURA  *
      *----------------------------------------------------------------*
       2414-GUARDA-VENDEDOR-TEMPORADA  SECTION.

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA WITH LOCK KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              IF FLAG-SAZONAL-HBSIS101C EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO COD-VEND-ANTERIOR-HBSIS101C
                 MOVE WS-DATA-EXECUCAO TO DATA-ULT-ATRIB-HBSIS101C
                 REWRITE ARQ-HBSIS101C
              END-IF
              UNLOCK ARQ-TEMPORADA
           END-IF

           .
       2414-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA O VENDEDOR ATRIBUIDO A RAIZ DE CNPJ DO CLIENTE        *
      *----------------------------------------------------------------*
       2412-REGISTRA-GRUPO             SECTION.
              END-PERFORM
           END-IF

      *    DEVOLUCOES ACIMA DAS VENDAS NO PERIODO NAO REDUZEM A CARGA
      *    DO VENDEDOR: O CLIENTE FICA COM O VALOR PADRAO
           IF WS-VALOR-CLIENTE         LESS ZEROS
              MOVE ZEROS               TO WS-VALOR-CLIENTE
           END-IF

           IF WS-VALOR-CLIENTE         EQUAL ZEROS
              EVALUATE CLASSIF-HBSIS02C
                  WHEN "A"

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           MOVE COD-VEND-FIXO-HBSIS02C TO WS-IDX-VMEM
           PERFORM 2431-VERIFICA-LINHA-VENDEDOR
           PERFORM 2434-VERIFICA-CANAL-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS AND
              FLAG-ATIVO-HBSIS04C      NOT EQUAL "N" AND
              WS-VEND-ATENDE-LINHA     EQUAL "S" AND
              WS-VEND-ATENDE-CANAL     EQUAL "S"
              PERFORM 2432-OBTEM-DISTANCIA
              MOVE COD-VENDEDOR-HBSIS04C
                                       TO COD-VENDEDOR-HBSIS07C
      *----------------------------------------------------------------*
       2427-BUSCA-VENDEDOR-GRADE       SECTION.

      *    CLIENTE RASTREADO TAMBEM VARRE TUDO, PARA QUE O RASTREIO
      *    MOSTRE TODOS OS VENDEDORES (O VENCEDOR E O MESMO)
           IF FLAG-SCORE-HBSIS07L      EQUAL "S"
           OR WS-RASTREAR-CLIENTE      EQUAL "S"
              PERFORM 2429-VARRE-TODOS-VENDEDORES
              GO TO 2427-EXIT
           END-IF
      *----------------------------------------------------------------*
       2430-TRATA-VENDEDOR             SECTION.

           PERFORM 2426-PREPARA-CANDIDATO

      *    NO MODO SCORE, CANDIDATO ALEM DA DISTANCIA MAXIMA NAO
      *    CONCORRE: OS BONUS NAO PODEM ELEGER UM VENDEDOR FORA DO
                WS-VALOR-VEND (COD-VENDEDOR-HBSIS04C) LESS
                                       WS-MAX-VALOR-POR-VENDEDOR)
           AND (COD-FILIAL-HBSIS07L    EQUAL ZEROS OR
               (WS-VMEM-FILIAL (COD-VENDEDOR-HBSIS04C) EQUAL ZEROS AND
                WS-PARALELO            NOT EQUAL "S") OR
                WS-VMEM-FILIAL (COD-VENDEDOR-HBSIS04C) EQUAL
                                       COD-FILIAL-HBSIS07L)
           AND (FLAG-RESTRINGE-REGIAO-HBSIS07L NOT EQUAL "S" OR
                COD-REGIAO-HBSIS04C    EQUAL COD-REGIAO-HBSIS02C)
           AND (CLASSIF-HBSIS02C       NOT EQUAL "A" OR
                FLAG-SENIOR-HBSIS04C   EQUAL "S")
           AND WS-VEND-ATENDE-LINHA    EQUAL "S"
           AND WS-VEND-ATENDE-CANAL    EQUAL "S"
              IF WS-SCORE-ATUAL         LESS WS-MENOR-DISTANCIA
              OR (WS-SCORE-ATUAL        EQUAL WS-MENOR-DISTANCIA
              AND WS-CARGA-VEND (COD-VENDEDOR-HBSIS04C) LESS
              END-IF
           END-IF

           IF WS-RASTREAR-CLIENTE      EQUAL "S"
           AND WS-LINHA-CORRENTE       EQUAL WS-LINHA-PRINCIPAL
              PERFORM 2438-RASTREIA-VENDEDOR
           END-IF

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O VENDEDOR DA POSICAO WS-IDX-VMEM NA AREA DO ARQUIVO   *
      * E CALCULA LINHA, CANAL, DISTANCIA E SCORE DO CANDIDATO         *
      *----------------------------------------------------------------*
       2426-PREPARA-CANDIDATO          SECTION.

           MOVE WS-IDX-VMEM            TO COD-VENDEDOR-HBSIS04C
           MOVE WS-VMEM-ATIVO (WS-IDX-VMEM)
                                       TO FLAG-ATIVO-HBSIS04C
           MOVE WS-VMEM-NOME (WS-IDX-VMEM)
                                       TO NOME-VEND-HBSIS04C
           MOVE WS-VMEM-LAT (WS-IDX-VMEM)
                                       TO LATITUDE-VEND-HBSIS04C
           MOVE WS-VMEM-LON (WS-IDX-VMEM)
                                       TO LONGITUDE-VEND-HBSIS04C
           MOVE WS-VMEM-REGIAO (WS-IDX-VMEM)
                                       TO COD-REGIAO-HBSIS04C
           MOVE WS-VMEM-SENIOR (WS-IDX-VMEM)
                                       TO FLAG-SENIOR-HBSIS04C
           MOVE WS-VMEM-FILIAL (WS-IDX-VMEM)
                                       TO COD-FILIAL-HBSIS04C

           PERFORM 2431-VERIFICA-LINHA-VENDEDOR
           PERFORM 2434-VERIFICA-CANAL-VENDEDOR
           PERFORM 2432-OBTEM-DISTANCIA
           PERFORM 2433-CALCULA-SCORE

           .
       2426-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DECIDE SE O CLIENTE CORRENTE SERA RASTREADO (TODOS OU SO OS DA *
      * LISTA) E APAGA O RASTREIO DA EXECUCAO ANTERIOR DELE            *
      *----------------------------------------------------------------*
       2437-INICIA-RASTREIO            SECTION.

           MOVE "N"                    TO WS-RASTREAR-CLIENTE

           IF WS-RASTREIO-ABERTO       NOT EQUAL "S"
              GO TO 2437-EXIT
           END-IF

           IF FLAG-RASTREIO-HBSIS07L   EQUAL "T"
              MOVE "S"                 TO WS-RASTREAR-CLIENTE
           ELSE
              IF WS-LISTA-RAS-ABERTA   EQUAL "S"
                 MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS75C
                 READ ARQ-RASTREIO-LISTA KEY IS COD-CLIENTE-HBSIS75C
                 IF WS-FL-STATUS-RLS   EQUAL ZEROS
                    MOVE "S"           TO WS-RASTREAR-CLIENTE
                 END-IF
              END-IF
           END-IF

           IF WS-RASTREAR-CLIENTE      NOT EQUAL "S"
              GO TO 2437-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS74C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS74C

           START ARQ-RASTREIO KEY IS NOT LESS CHAVE-HBSIS74C

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              READ ARQ-RASTREIO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-RAS NOT EQUAL "00"
                      OR COD-CLIENTE-HBSIS74C NOT EQUAL
                         COD-CLIENTE-HBSIS02C
              DELETE ARQ-RASTREIO RECORD
              READ ARQ-RASTREIO NEXT
           END-PERFORM

           .
       2437-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NO RASTREIO O VENDEDOR RECEM-AVALIADO (AREA DO ARQUIVO   *
      * DE VENDEDORES, DISTANCIA E SCORE JA CALCULADOS) COM O MOTIVO   *
      * DA REJEICAO, NA MESMA ORDEM DAS CONDICOES DA 2430, OU COMO     *
      * ELEGIVEL                                                       *
      *----------------------------------------------------------------*
       2438-RASTREIA-VENDEDOR          SECTION.

           MOVE "R"                    TO SITUACAO-HBSIS74C
           MOVE SPACES                 TO MOTIVO-HBSIS74C

           EVALUATE TRUE
               WHEN FLAG-ATIVO-HBSIS04C EQUAL "N"
                    MOVE "IN"          TO MOTIVO-HBSIS74C
                    MOVE "VENDEDOR INATIVO"
                                       TO DESCRICAO-HBSIS74C
               WHEN WS-VEND-INDISP (COD-VENDEDOR-HBSIS04C) EQUAL "S"
                    MOVE "AG"          TO MOTIVO-HBSIS74C
                    MOVE "AUSENTE PELA AGENDA (FERIAS/LICENCA)"
                                       TO DESCRICAO-HBSIS74C
               WHEN COD-FILIAL-HBSIS07L GREATER ZEROS
               AND (WS-VMEM-FILIAL (COD-VENDEDOR-HBSIS04C)
                                       GREATER ZEROS OR
                    WS-PARALELO        EQUAL "S")
               AND  WS-VMEM-FILIAL (COD-VENDEDOR-HBSIS04C)
                                       NOT EQUAL COD-FILIAL-HBSIS07L
                    MOVE "FL"          TO MOTIVO-HBSIS74C
                    MOVE "VENDEDOR DE OUTRA FILIAL"
                                       TO DESCRICAO-HBSIS74C
               WHEN FLAG-RESTRINGE-REGIAO-HBSIS07L EQUAL "S"
               AND  COD-REGIAO-HBSIS04C NOT EQUAL COD-REGIAO-HBSIS02C
                    MOVE "RG"          TO MOTIVO-HBSIS74C
                    MOVE "REGIAO DIFERENTE DA DO CLIENTE"
                                       TO DESCRICAO-HBSIS74C
               WHEN CLASSIF-HBSIS02C   EQUAL "A"
               AND  FLAG-SENIOR-HBSIS04C NOT EQUAL "S"
                    MOVE "SN"          TO MOTIVO-HBSIS74C
                    MOVE "CLIENTE CLASSE A EXIGE VENDEDOR SENIOR"
                                       TO DESCRICAO-HBSIS74C
               WHEN WS-VEND-ATENDE-LINHA NOT EQUAL "S"
                    MOVE "LN"          TO MOTIVO-HBSIS74C
                    MOVE "NAO ATENDE A LINHA DE PRODUTO"
                                       TO DESCRICAO-HBSIS74C
               WHEN WS-VEND-ATENDE-CANAL NOT EQUAL "S"
                    MOVE "CN"          TO MOTIVO-HBSIS74C
                    MOVE "NAO ATENDE O CANAL DO CLIENTE"
                                       TO DESCRICAO-HBSIS74C
               WHEN WS-CARGA-VEND (COD-VENDEDOR-HBSIS04C) NOT LESS
                                       WS-MAX-CLIENTES-POR-VENDEDOR
                    MOVE "CG"          TO MOTIVO-HBSIS74C
                    MOVE "CARGA MAXIMA DE CLIENTES ATINGIDA"
                                       TO DESCRICAO-HBSIS74C
               WHEN WS-MAX-VALOR-POR-VENDEDOR GREATER ZEROS
               AND  WS-VALOR-VEND (COD-VENDEDOR-HBSIS04C) NOT LESS
                                       WS-MAX-VALOR-POR-VENDEDOR
                    MOVE "VL"          TO MOTIVO-HBSIS74C
                    MOVE "TETO DE VALOR DE CARTEIRA ATINGIDO"
                                       TO DESCRICAO-HBSIS74C
               WHEN WS-CALC-DISTANCIA  GREATER
                                       WS-MAX-DISTANCIA-PERMITIDA
                    MOVE "DM"          TO MOTIVO-HBSIS74C
                    MOVE "ALEM DA DISTANCIA MAXIMA"
                                       TO DESCRICAO-HBSIS74C
               WHEN OTHER
                    MOVE "P"           TO SITUACAO-HBSIS74C
                    MOVE "ELEGIVEL - PRETERIDO PELO MELHOR"
                                       TO DESCRICAO-HBSIS74C
           END-EVALUATE

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS74C
           MOVE COD-VENDEDOR-HBSIS04C  TO COD-VENDEDOR-HBSIS74C
           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS74C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS74C
           MOVE FLAG-SIMULACAO-HBSIS07L
                                       TO FLAG-SIMULACAO-HBSIS74C
           MOVE NOME-VEND-HBSIS04C     TO NOME-VEND-HBSIS74C
           MOVE SPACES                 TO RAZAO-SOCIAL-HBSIS74C
           MOVE WS-CALC-DISTANCIA      TO DISTANCIA-HBSIS74C
           MOVE WS-SCORE-ATUAL         TO SCORE-HBSIS74C
           MOVE ZEROS                  TO COD-VEND-FINAL-HBSIS74C

           WRITE ARQ-HBSIS74C

           IF WS-FL-STATUS-RAS         EQUAL "22"
              REWRITE ARQ-HBSIS74C
           END-IF

           .
       2438-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O RASTREIO DO CLIENTE CORRENTE: GRAVA O RESUMO (VENDEDOR *
      * ZERO) COM A ORIGEM DA ATRIBUICAO E MARCA O VENCEDOR E O        *
      * BACKUP. QUANDO A ATRIBUICAO NAO PASSOU PELA VARREDURA (FIXO,   *
      * GRUPO, EXECUCAO ANTERIOR) OS VENDEDORES SAO AVALIADOS AQUI SO  *
      * PARA O RASTREIO                                                *
      *----------------------------------------------------------------*
       2439-CONCLUI-RASTREIO           SECTION.

           IF WS-RASTREAR-CLIENTE      NOT EQUAL "S"
              GO TO 2439-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-APROVEITOU-ANTERIOR EQUAL "S"
                    MOVE "D"           TO WS-RAS-ORIGEM
                    MOVE "MANTIDO DA EXECUCAO ANTERIOR (DELTA)"
                                       TO WS-RAS-DESCRICAO
               WHEN FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
               AND  IND-ORIGEM-HBSIS07C EQUAL "C"
                    MOVE "X"           TO WS-RAS-ORIGEM
                    MOVE "NENHUM VENDEDOR ATENDE O CANAL"
                                       TO WS-RAS-DESCRICAO
               WHEN FLAG-NAO-ATRIB-HBSIS07C EQUAL "S"
                    MOVE "X"           TO WS-RAS-ORIGEM
                    MOVE "NENHUM ELEGIVEL ATE A DISTANCIA MAXIMA"
                                       TO WS-RAS-DESCRICAO
               WHEN IND-ORIGEM-HBSIS07C EQUAL "F"
                    MOVE "F"           TO WS-RAS-ORIGEM
                    MOVE "VENDEDOR FIXO NO CADASTRO DO CLIENTE"
                                       TO WS-RAS-DESCRICAO
               WHEN FLAG-GRUPO-HBSIS07L EQUAL "S"
               AND  WS-GRUPO-APLICADO  EQUAL "S"
                    MOVE "G"           TO WS-RAS-ORIGEM
                    MOVE "MESMO VENDEDOR DO GRUPO ECONOMICO"
                                       TO WS-RAS-DESCRICAO
               WHEN FLAG-SCORE-HBSIS07L EQUAL "S"
                    MOVE "N"           TO WS-RAS-ORIGEM
                    MOVE "MENOR SCORE ENTRE OS ELEGIVEIS"
                                       TO WS-RAS-DESCRICAO
               WHEN OTHER
                    MOVE "N"           TO WS-RAS-ORIGEM
                    MOVE "MENOR DISTANCIA ENTRE OS ELEGIVEIS"
                                       TO WS-RAS-DESCRICAO
           END-EVALUATE

           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-CORRENTE

           IF WS-RAS-ORIGEM            EQUAL "D" OR "F" OR "G"
              PERFORM VARYING WS-IDX-VMEM FROM 1 BY 1
                      UNTIL WS-IDX-VMEM GREATER 999
                 IF WS-VMEM-EXISTE (WS-IDX-VMEM) EQUAL "S"
                    PERFORM 2426-PREPARA-CANDIDATO
                    PERFORM 2438-RASTREIA-VENDEDOR
                 END-IF
              END-PERFORM
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS74C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS74C
           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS74C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS74C
           MOVE FLAG-SIMULACAO-HBSIS07L
                                       TO FLAG-SIMULACAO-HBSIS74C
           MOVE NOME-VEND-HBSIS07C     TO NOME-VEND-HBSIS74C
           MOVE RAZAO-SOCIAL-HBSIS07C  TO RAZAO-SOCIAL-HBSIS74C
           MOVE DISTANCIA-HBSIS07C     TO DISTANCIA-HBSIS74C
           MOVE ZEROS                  TO SCORE-HBSIS74C
           MOVE WS-RAS-ORIGEM          TO SITUACAO-HBSIS74C
           MOVE SPACES                 TO MOTIVO-HBSIS74C
           MOVE WS-RAS-DESCRICAO       TO DESCRICAO-HBSIS74C
           MOVE COD-VENDEDOR-HBSIS07C  TO COD-VEND-FINAL-HBSIS74C

           IF FLAG-NAO-ATRIB-HBSIS07C  EQUAL "S"
              MOVE ZEROS               TO COD-VEND-FINAL-HBSIS74C
                                          DISTANCIA-HBSIS74C
           END-IF

           WRITE ARQ-HBSIS74C

           IF WS-FL-STATUS-RAS         EQUAL "22"
              REWRITE ARQ-HBSIS74C
           END-IF

           IF FLAG-NAO-ATRIB-HBSIS07C  EQUAL "S"
              GO TO 2439-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO WS-RAS-CLIENTE
           MOVE COD-VENDEDOR-HBSIS07C  TO WS-RAS-VENDEDOR
           MOVE "V"                    TO WS-RAS-SITUACAO
           MOVE WS-RAS-DESCRICAO       TO WS-RAS-DESC-MARCA
           PERFORM 2441-MARCA-RASTREIO

           IF COD-VEND-BACKUP-HBSIS07C GREATER ZEROS
              MOVE COD-VEND-BACKUP-HBSIS07C
                                       TO WS-RAS-VENDEDOR
              MOVE "B"                 TO WS-RAS-SITUACAO
              MOVE "BACKUP - SEGUNDO MELHOR ELEGIVEL"
                                       TO WS-RAS-DESC-MARCA
              PERFORM 2441-MARCA-RASTREIO
           END-IF

           .
       2439-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REMARCA NO RASTREIO DO CLIENTE CORRENTE A SITUACAO DO          *
      * VENDEDOR WS-RAS-VENDEDOR (VENCEDOR, BACKUP OU PRETERIDO)       *
      *----------------------------------------------------------------*
       2441-MARCA-RASTREIO             SECTION.

           MOVE WS-RAS-CLIENTE         TO COD-CLIENTE-HBSIS74C
           MOVE WS-RAS-VENDEDOR        TO COD-VENDEDOR-HBSIS74C

           READ ARQ-RASTREIO KEY IS CHAVE-HBSIS74C

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              MOVE WS-RAS-SITUACAO     TO SITUACAO-HBSIS74C
              MOVE SPACES              TO MOTIVO-HBSIS74C
              MOVE WS-RAS-DESC-MARCA   TO DESCRICAO-HBSIS74C
              REWRITE ARQ-HBSIS74C
           END-IF

           .
       2441-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O VENDEDOR DA POSICAO WS-IDX-VMEM ATENDE A LINHA   *
      * DE PRODUTO CORRENTE (SEM LINHAS OU VENDEDOR SEM LINHAS         *
      * INFORMADAS = ATENDE)                                           *
      *----------------------------------------------------------------*
       2431-VERIFICA-LINHA-VENDEDOR    SECTION.

           MOVE "S"                    TO WS-VEND-ATENDE-LINHA

           IF WS-LINHA-CORRENTE        EQUAL ZEROS
              GO TO 2431-EXIT
           END-IF

           IF WS-IDX-VMEM              EQUAL ZEROS
              GO TO 2431-EXIT
           END-IF

           IF WS-VMEM-LINHAS (WS-IDX-VMEM)
                                       EQUAL ZEROS
              GO TO 2431-EXIT
           END-IF

           MOVE "N"                    TO WS-VEND-ATENDE-LINHA

           PERFORM VARYING WS-IDX-LV FROM 1 BY 1
                   UNTIL WS-IDX-LV GREATER 5
              IF WS-VMEM-LINHA (WS-IDX-VMEM WS-IDX-LV)
                                       EQUAL WS-LINHA-CORRENTE
                 MOVE "S"              TO WS-VEND-ATENDE-LINHA
              END-IF
           END-PERFORM

           .
       2431-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O VENDEDOR DA POSICAO WS-IDX-VMEM ATENDE O CANAL   *
      * DE VENDA DO CLIENTE CORRENTE (CLIENTE SEM CANAL OU VENDEDOR    *
      * SEM CANAIS INFORMADOS = ATENDE)                                *
      *----------------------------------------------------------------*
       2434-VERIFICA-CANAL-VENDEDOR    SECTION.

           MOVE "S"                    TO WS-VEND-ATENDE-CANAL

           IF COD-CANAL-HBSIS02C       NOT NUMERIC
           OR COD-CANAL-HBSIS02C       EQUAL ZEROS
              GO TO 2434-EXIT
           END-IF

           IF WS-IDX-VMEM              EQUAL ZEROS
              GO TO 2434-EXIT
           END-IF

           IF WS-VMEM-CANAIS (WS-IDX-VMEM)
                                       EQUAL ZEROS
              GO TO 2434-EXIT
           END-IF

           MOVE "N"                    TO WS-VEND-ATENDE-CANAL

           PERFORM VARYING WS-IDX-CV FROM 1 BY 1
                   UNTIL WS-IDX-CV GREATER 5
              IF WS-VMEM-CANAL (WS-IDX-VMEM WS-IDX-CV)
                                       EQUAL COD-CANAL-HBSIS02C
                 MOVE "S"              TO WS-VEND-ATENDE-CANAL
              END-IF
           END-PERFORM

           .
       2434-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE NAO ATRIBUIDO: VERIFICA SE EXISTE ALGUM VENDEDOR       *
      * DISPONIVEL DA FILIAL QUE ATENDA O CANAL DO CLIENTE. SEM        *
      * NENHUM, O MOTIVO "SEM VENDEDOR PARA O CANAL" VAI PARA A        *
      * BANCADA DE EXCECOES (HBSIS36P)                                 *
      *----------------------------------------------------------------*
       2436-VERIFICA-VEND-DO-CANAL     SECTION.

           MOVE "N"                    TO WS-CANAL-SEM-VEND

           IF COD-CANAL-HBSIS02C       NOT NUMERIC
           OR COD-CANAL-HBSIS02C       EQUAL ZEROS
              GO TO 2436-EXIT
           END-IF

           MOVE "S"                    TO WS-CANAL-SEM-VEND

           PERFORM VARYING WS-IDX-CANV FROM 1 BY 1
                   UNTIL WS-IDX-CANV GREATER 999
                      OR WS-CANAL-SEM-VEND EQUAL "N"
              IF WS-VMEM-EXISTE (WS-IDX-CANV) EQUAL "S"
              AND WS-VMEM-ATIVO (WS-IDX-CANV) NOT EQUAL "N"
              AND WS-VEND-INDISP (WS-IDX-CANV) NOT EQUAL "S"
              AND (COD-FILIAL-HBSIS07L EQUAL ZEROS OR
                  (WS-VMEM-FILIAL (WS-IDX-CANV) EQUAL ZEROS AND
                   WS-PARALELO         NOT EQUAL "S") OR
                   WS-VMEM-FILIAL (WS-IDX-CANV) EQUAL
                                       COD-FILIAL-HBSIS07L)
                 MOVE WS-IDX-CANV      TO WS-IDX-VMEM
                 PERFORM 2434-VERIFICA-CANAL-VENDEDOR
                 IF WS-VEND-ATENDE-CANAL EQUAL "S"
                    MOVE "N"           TO WS-CANAL-SEM-VEND
                 END-IF
              END-IF
           END-PERFORM

           .
       2436-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O SCORE DO VENDEDOR CORRENTE PARA O CLIENTE CORRENTE:  *
      * COM O MODO SCORE DESLIGADO O SCORE E A PROPRIA DISTANCIA       *
      *----------------------------------------------------------------*
       2433-CALCULA-SCORE              SECTION.

           MOVE WS-CALC-DISTANCIA      TO WS-SCORE-ATUAL

           IF FLAG-SCORE-HBSIS07L      NOT EQUAL "S"
              GO TO 2433-EXIT
           END-IF

           COMPUTE WS-SCORE-ATUAL = WS-CALC-DISTANCIA
                                  * WS-PESO-DIST / 100

           IF CLASSIF-HBSIS02C         EQUAL "A"
           AND FLAG-SENIOR-HBSIS04C    EQUAL "S"
              COMPUTE WS-SCORE-ATUAL = WS-SCORE-ATUAL
                                     - (WS-PESO-SENIOR * 1000)
           END-IF

           IF WS-VINCULO-VEND          GREATER ZEROS
           AND COD-VENDEDOR-HBSIS04C   EQUAL WS-VINCULO-VEND
              COMPUTE WS-SCORE-ATUAL = WS-SCORE-ATUAL
                                     - (WS-PESO-VINCULO * 1000)
           END-IF

           .
       2433-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OBTEM A DISTANCIA CLIENTE X VENDEDOR: REUTILIZA O VALOR DO     *
      * CACHE QUANDO AS COORDENADAS DOS DOIS LADOS NAO MUDARAM DESDE   *
      * O CALCULO GRAVADO; CASO CONTRARIO RECALCULA E ATUALIZA O       *
      * CACHE                                                          *
      *----------------------------------------------------------------*
       2432-OBTEM-DISTANCIA            SECTION.

           IF WS-CACHE-DISPONIVEL      NOT EQUAL "S"
              PERFORM 2435-CALCULA-DISTANCIA
              GO TO 2432-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS28C
           MOVE COD-VENDEDOR-HBSIS04C  TO COD-VENDEDOR-HBSIS28C

           READ ARQ-CACHE-DIST KEY IS CHAVE-HBSIS28C

           IF WS-FL-STATUS-CCH         EQUAL ZEROS
           AND LAT-CLI-HBSIS28C        EQUAL LATITUDE-CLI-HBSIS02C
           AND LON-CLI-HBSIS28C        EQUAL LONGITUDE-CLI-HBSIS02C
           AND LAT-VEND-HBSIS28C       EQUAL LATITUDE-VEND-HBSIS04C
           AND LON-VEND-HBSIS28C       EQUAL LONGITUDE-VEND-HBSIS04C
              MOVE DISTANCIA-HBSIS28C  TO WS-CALC-DISTANCIA
           ELSE
              PERFORM 2435-CALCULA-DISTANCIA

              MOVE COD-CLIENTE-HBSIS02C
                                       TO COD-CLIENTE-HBSIS28C
              MOVE COD-VENDEDOR-HBSIS04C
                                       TO COD-VENDEDOR-HBSIS28C
              MOVE LATITUDE-CLI-HBSIS02C
                                       TO LAT-CLI-HBSIS28C
              MOVE LONGITUDE-CLI-HBSIS02C
                                       TO LON-CLI-HBSIS28C
              MOVE LATITUDE-VEND-HBSIS04C
                                       TO LAT-VEND-HBSIS28C
              MOVE LONGITUDE-VEND-HBSIS04C
                                       TO LON-VEND-HBSIS28C
              MOVE WS-CALC-DISTANCIA   TO DISTANCIA-HBSIS28C

              WRITE ARQ-HBSIS28C

              IF WS-FL-STATUS-CCH      EQUAL "22"
                 REWRITE ARQ-HBSIS28C
              END-IF
           END-IF

           .
       2432-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA ENTRE O CLIENTE E O VENDEDOR EM WS-CALC-   *
      * DISTANCIA. PONTO DE INTEGRACAO: HOJE USA A FORMULA DE HAVER-   *
      * SINE (DISTANCIA EM LINHA RETA); PARA USAR UM SERVICO DE ROTAS  *
      * OU UMA TABELA DE TEMPO/DISTANCIA DE ROTA PRE-CALCULADA, BASTA  *
      * SUBSTITUIR O CORPO DESTA SECTION, MANTENDO A INTERFACE: LE     *
      * LATITUDE-CLI-HBSIS02C/LONGITUDE-CLI-HBSIS02C E LATITUDE-VEND-  *
      * HBSIS04C/LONGITUDE-VEND-HBSIS04C, E DEVOLVE WS-CALC-DISTANCIA  *
      * EM METROS.                                                    *
      *----------------------------------------------------------------*
       2435-CALCULA-DISTANCIA          SECTION.

           COMPUTE WS-LAT-CLI = LATITUDE-CLI-HBSIS02C
                              * FUNCTION PI
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHAS ADICIONAIS: PARA CADA LINHA ATIVA ALEM DA PRINCIPAL,    *
      * BUSCA O VENDEDOR MAIS PROXIMO QUE ATENDE A LINHA (OU O FIXADO, *
      * SE ELE ATENDE) E GRAVA NO ARQ-DISTRIB-LINHA. O CLIENTE SO      *
      * CONTA NA CARTEIRA DO VENDEDOR DA LINHA QUANDO ELE NAO E O      *
      * MESMO DA LINHA PRINCIPAL. O REGISTRO DO ARQ-DISTRIBUICAO E     *
      * PRESERVADO PARA O FLUXO NORMAL DO CLIENTE SEGUINTE             *
      *----------------------------------------------------------------*
       2460-DISTRIBUI-LINHAS           SECTION.

           MOVE ARQ-HBSIS07C           TO WS-REG-DIST-SALVO
           MOVE COD-VENDEDOR-HBSIS07C  TO WS-VEND-PRINCIPAL

           PERFORM VARYING WS-IDX-LIN FROM 2 BY 1
                   UNTIL WS-IDX-LIN GREATER WS-QTD-LINHAS
              MOVE WS-LIN-COD (WS-IDX-LIN)
                                       TO WS-LINHA-CORRENTE
              PERFORM 2462-DISTRIBUI-UMA-LINHA
           END-PERFORM

           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-CORRENTE
           MOVE WS-REG-DIST-SALVO      TO ARQ-HBSIS07C

           MOVE  999999999             TO WS-MENOR-DISTANCIA
           MOVE  999999999             TO WS-SEGUNDA-MENOR-DISTANCIA
           MOVE  999999999             TO WS-DIST-ESCOLHIDA
           MOVE  ZEROS                 TO WS-DIST-BACKUP

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATRIBUI O VENDEDOR DA LINHA WS-LINHA-CORRENTE AO CLIENTE       *
      * CORRENTE E GRAVA O REGISTRO NO ARQ-DISTRIB-LINHA               *
      *----------------------------------------------------------------*
       2462-DISTRIBUI-UMA-LINHA        SECTION.

           MOVE  999999999             TO WS-MENOR-DISTANCIA
           MOVE  999999999             TO WS-SEGUNDA-MENOR-DISTANCIA
           MOVE  999999999             TO WS-DIST-ESCOLHIDA
           MOVE  ZEROS                 TO WS-DIST-BACKUP
           MOVE  ZEROS                 TO COD-VENDEDOR-HBSIS07C
           MOVE  SPACES                TO NOME-VEND-HBSIS07C
           MOVE  SPACE                 TO IND-ORIGEM-HBSIS07C
           MOVE  "N"                   TO WS-FIXO-APLICADO

      *    VENDEDOR FIXADO NO CLIENTE VALE TAMBEM PARA A LINHA QUANDO
      *    ELE A ATENDE
           IF COD-VEND-FIXO-HBSIS02C   GREATER ZEROS
              MOVE COD-VEND-FIXO-HBSIS02C
                                       TO WS-IDX-VMEM
              PERFORM 2431-VERIFICA-LINHA-VENDEDOR
              PERFORM 2434-VERIFICA-CANAL-VENDEDOR
              IF WS-VMEM-EXISTE (WS-IDX-VMEM) EQUAL "S"
              AND WS-VMEM-ATIVO (WS-IDX-VMEM) NOT EQUAL "N"
              AND WS-VEND-ATENDE-LINHA EQUAL "S"
              AND WS-VEND-ATENDE-CANAL EQUAL "S"
                 MOVE WS-IDX-VMEM      TO COD-VENDEDOR-HBSIS04C
                 MOVE WS-VMEM-LAT (WS-IDX-VMEM)
                                       TO LATITUDE-VEND-HBSIS04C
                 MOVE WS-VMEM-LON (WS-IDX-VMEM)
                                       TO LONGITUDE-VEND-HBSIS04C
                 PERFORM 2432-OBTEM-DISTANCIA
                 MOVE WS-IDX-VMEM      TO COD-VENDEDOR-HBSIS07C
                 MOVE WS-VMEM-NOME (WS-IDX-VMEM)
                                       TO NOME-VEND-HBSIS07C
                 MOVE WS-CALC-DISTANCIA
                                       TO WS-DIST-ESCOLHIDA
                 MOVE "F"              TO IND-ORIGEM-HBSIS07C
                 MOVE "S"              TO WS-FIXO-APLICADO
              END-IF
           END-IF

           IF WS-FIXO-APLICADO         NOT EQUAL "S"
              PERFORM 2427-BUSCA-VENDEDOR-GRADE
           END-IF

           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-HBSIS69C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXECUCAO-HBSIS69C
           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS69C
           MOVE WS-LINHA-CORRENTE      TO COD-LINHA-HBSIS69C
           MOVE RAZAO-SOCIAL-HBSIS02C  TO RAZAO-SOCIAL-HBSIS69C
           MOVE WS-DIST-ESCOLHIDA      TO DISTANCIA-HBSIS69C
           MOVE IND-ORIGEM-HBSIS07C    TO IND-ORIGEM-HBSIS69C
           MOVE "N"                    TO FLAG-NAO-ATRIB-HBSIS69C
           MOVE "N"                    TO FLAG-CONTA-CARGA-HBSIS69C

           IF WS-FIXO-APLICADO         NOT EQUAL "S"
           AND (WS-MENOR-DISTANCIA     EQUAL 999999999
            OR  WS-DIST-ESCOLHIDA      GREATER
                                       WS-MAX-DISTANCIA-PERMITIDA)
              MOVE ZEROS               TO COD-VENDEDOR-HBSIS69C
              MOVE "NAO ATRIBUIDO"     TO NOME-VEND-HBSIS69C
              MOVE "S"                 TO FLAG-NAO-ATRIB-HBSIS69C
           ELSE
              MOVE COD-VENDEDOR-HBSIS07C
                                       TO COD-VENDEDOR-HBSIS69C
              MOVE NOME-VEND-HBSIS07C  TO NOME-VEND-HBSIS69C
              IF COD-VENDEDOR-HBSIS69C NOT EQUAL WS-VEND-PRINCIPAL
                 ADD 1                 TO WS-CARGA-VEND
                                       (COD-VENDEDOR-HBSIS69C)
                 MOVE "S"              TO FLAG-CONTA-CARGA-HBSIS69C
              END-IF
           END-IF

           WRITE ARQ-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL "22"
              REWRITE ARQ-HBSIS69C
           END-IF

           .
       2462-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA PARA A EXECUCAO NOVA OS REGISTROS POR LINHA DO CLIENTE   *
      * NA EXECUCAO ANTERIOR (MODO DELTA E EXECUCAO POR FILIAL). OS    *
      * REGISTROS SAO LIDOS PARA UMA TABELA ANTES DA GRAVACAO PARA NAO *
      * PERDER O POSICIONAMENTO DA LEITURA SEQUENCIAL                  *
      *----------------------------------------------------------------*
       2465-COPIA-LINHAS-ANTERIOR      SECTION.

           MOVE ZEROS                  TO WS-LIN-ANT-QTD

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS69C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS69C
           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS69C
           MOVE ZEROS                  TO COD-LINHA-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS CHAVE-HBSIS69C

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              READ ARQ-DISTRIB-LINHA NEXT
              IF WS-FL-STATUS-DLN      EQUAL ZEROS
                 IF DATA-EXECUCAO-HBSIS69C NOT EQUAL WS-ULT-DATA-EXEC
                 OR HORA-EXECUCAO-HBSIS69C NOT EQUAL WS-ULT-HORA-EXEC
                 OR COD-CLIENTE-HBSIS69C NOT EQUAL COD-CLIENTE-HBSIS02C
                 OR WS-LIN-ANT-QTD     NOT LESS 20
                    MOVE "10"          TO WS-FL-STATUS-DLN
                 ELSE
                    ADD 1              TO WS-LIN-ANT-QTD
                    MOVE ARQ-HBSIS69C  TO WS-LIN-ANT-REG
                                          (WS-LIN-ANT-QTD)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-LIN-ANT FROM 1 BY 1
                   UNTIL WS-IDX-LIN-ANT GREATER WS-LIN-ANT-QTD
              MOVE WS-LIN-ANT-REG (WS-IDX-LIN-ANT)
                                       TO ARQ-HBSIS69C
              MOVE WS-DATA-EXECUCAO    TO DATA-EXECUCAO-HBSIS69C
              MOVE WS-HORA-EXECUCAO    TO HORA-EXECUCAO-HBSIS69C
              IF FLAG-CONTA-CARGA-HBSIS69C EQUAL "S"
              AND COD-VENDEDOR-HBSIS69C GREATER ZEROS
                 ADD 1                 TO WS-CARGA-VEND
                                       (COD-VENDEDOR-HBSIS69C)
              END-IF
              WRITE ARQ-HBSIS69C
              IF WS-FL-STATUS-DLN      EQUAL "22"
                 REWRITE ARQ-HBSIS69C
              END-IF
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-DLN

           .
       2465-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATRIBUICAO DO TIPO PROSPECT: CADA PROSPECT NOVO OU VISITADO E  *
      * COLOCADO NO VENDEDOR MAIS PROXIMO (MESMAS REGRAS DE ATIVO,     *
      * AFASTAMENTO, FILIAL, REGIAO E DISTANCIA MAXIMA DOS CLIENTES),  *
      * SEM CONTAR NO LIMITE DE CLIENTES POR VENDEDOR. A ATRIBUICAO    *
      * FICA NO PROPRIO REGISTRO DO PROSPECT, CARIMBADA COM A DATA E   *
      * HORA DA EXECUCAO; O ARQ-DISTRIBUICAO NAO E ALTERADO            *
      *----------------------------------------------------------------*
       2470-DISTRIBUI-PROSPECTS        SECTION.

           OPEN I-O ARQ-PROSPECT

           IF WS-FL-STATUS-PRP         NOT EQUAL ZEROS
              GO TO 2470-EXIT
           END-IF

           READ ARQ-PROSPECT NEXT

           PERFORM UNTIL WS-FL-STATUS-PRP NOT EQUAL "00"
      *       NA EXECUCAO PARALELA CADA PROSPECT E TRATADO SO PELA
      *       EXECUCAO DA SUA FILIAL (SEM FILIAL = PARTICAO ZERO)
              IF (SITUACAO-HBSIS71C    EQUAL "N" OR "V")
              AND (COD-FILIAL-HBSIS71C EQUAL COD-FILIAL-HBSIS07L OR
                  (WS-PARALELO         NOT EQUAL "S" AND
                  (COD-FILIAL-HBSIS07L EQUAL ZEROS OR
                   COD-FILIAL-HBSIS71C EQUAL ZEROS)))
                 PERFORM 2475-ATRIBUI-PROSPECT
              END-IF
              READ ARQ-PROSPECT NEXT
           END-PERFORM

           CLOSE ARQ-PROSPECT

           .
       2470-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O VENDEDOR MAIS PROXIMO DO PROSPECT CORRENTE. A        *
      * DISTANCIA E CALCULADA DIRETO (SEM O CACHE, QUE E POR CLIENTE)  *
      *----------------------------------------------------------------*
       2475-ATRIBUI-PROSPECT           SECTION.

           MOVE 999999999              TO WS-PRP-MENOR-DISTANCIA
           MOVE ZEROS                  TO WS-PRP-VENDEDOR

           MOVE LATITUDE-HBSIS71C      TO LATITUDE-CLI-HBSIS02C
           MOVE LONGITUDE-HBSIS71C     TO LONGITUDE-CLI-HBSIS02C

           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX GREATER 999
              IF WS-VMEM-EXISTE (WS-PRP-IDX) EQUAL "S"
              AND WS-VMEM-ATIVO (WS-PRP-IDX) NOT EQUAL "N"
              AND WS-VEND-INDISP (WS-PRP-IDX) NOT EQUAL "S"
              AND (COD-FILIAL-HBSIS07L EQUAL ZEROS OR
                  (WS-VMEM-FILIAL (WS-PRP-IDX) EQUAL ZEROS AND
                   WS-PARALELO         NOT EQUAL "S") OR
                   WS-VMEM-FILIAL (WS-PRP-IDX) EQUAL
                                       COD-FILIAL-HBSIS07L)
              AND (FLAG-RESTRINGE-REGIAO-HBSIS07L NOT EQUAL "S" OR
                   COD-REGIAO-HBSIS71C EQUAL ZEROS OR
                   WS-VMEM-REGIAO (WS-PRP-IDX) EQUAL
                                       COD-REGIAO-HBSIS71C)
                 MOVE WS-VMEM-LAT (WS-PRP-IDX)
                                       TO LATITUDE-VEND-HBSIS04C
                 MOVE WS-VMEM-LON (WS-PRP-IDX)
                                       TO LONGITUDE-VEND-HBSIS04C
                 PERFORM 2435-CALCULA-DISTANCIA
                 IF WS-CALC-DISTANCIA  LESS WS-PRP-MENOR-DISTANCIA
                    MOVE WS-CALC-DISTANCIA
                                       TO WS-PRP-MENOR-DISTANCIA
                    MOVE WS-PRP-IDX    TO WS-PRP-VENDEDOR
                 END-IF
              END-IF
           END-PERFORM

           IF WS-PRP-MENOR-DISTANCIA   GREATER
                                       WS-MAX-DISTANCIA-PERMITIDA
              MOVE ZEROS               TO WS-PRP-VENDEDOR
              MOVE ZEROS               TO WS-PRP-MENOR-DISTANCIA
           END-IF

           MOVE WS-PRP-VENDEDOR        TO COD-VEND-ATRIB-HBSIS71C
           MOVE WS-PRP-MENOR-DISTANCIA TO DISTANCIA-ATRIB-HBSIS71C
           MOVE WS-DATA-EXECUCAO       TO DATA-EXEC-ATRIB-HBSIS71C
           MOVE WS-HORA-EXECUCAO       TO HORA-EXEC-ATRIB-HBSIS71C

           REWRITE ARQ-HBSIS71C

           .
       2475-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O CLIENTE RECEM-DISTRIBUIDO PARA A PASSAGEM DE          *
      * MELHORIA: TODO CLIENTE ATRIBUIDO ENTRA NOS TOTAIS DE KM POR    *
      * VENDEDOR; SO O COLOCADO PELA BUSCA NORMAL PODE SER MOVIDO      *
      *----------------------------------------------------------------*
       2480-REGISTRA-CANDIDATO-TROCA   SECTION.

           IF FLAG-TROCA-HBSIS07L      NOT EQUAL "S"
              GO TO 2480-EXIT
           END-IF

           IF FLAG-NAO-ATRIB-HBSIS07C  EQUAL "S"
           OR COD-VENDEDOR-HBSIS07C    EQUAL ZEROS
              GO TO 2480-EXIT
           END-IF

           ADD DISTANCIA-HBSIS07C      TO WS-TRC-KM-TOTAL-ANTES
           ADD DISTANCIA-HBSIS07C      TO WS-TRC-KM-ANTES
                                       (COD-VENDEDOR-HBSIS07C)
           ADD DISTANCIA-HBSIS07C      TO WS-TRC-KM-DEPOIS
                                       (COD-VENDEDOR-HBSIS07C)

           IF IND-ORIGEM-HBSIS07C      NOT EQUAL SPACE
           OR COD-VEND-FIXO-HBSIS02C   GREATER ZEROS
           OR WS-QTD-LINHAS            GREATER 1
              GO TO 2480-EXIT
           END-IF

           IF WS-APROVEITOU-ANTERIOR   NOT EQUAL "S"
           AND FLAG-GRUPO-HBSIS07L     EQUAL "S"
           AND WS-GRUPO-APLICADO       EQUAL "S"
              GO TO 2480-EXIT
           END-IF

           IF WS-TRC-QTD               NOT LESS 20000
              MOVE "S"                 TO WS-TRC-TRUNCADA
              GO TO 2480-EXIT
           END-IF

           ADD 1                       TO WS-TRC-QTD
           MOVE WS-TRC-QTD             TO WS-TRC-K

           MOVE COD-CLIENTE-HBSIS07C   TO WS-TRC-COD-CLI (WS-TRC-K)
           MOVE RAZAO-SOCIAL-HBSIS07C  TO WS-TRC-RAZAO (WS-TRC-K)
           MOVE COD-VENDEDOR-HBSIS07C  TO WS-TRC-VEND-ORIG (WS-TRC-K)
                                          WS-TRC-VEND (WS-TRC-K)
           MOVE DISTANCIA-HBSIS07C     TO WS-TRC-DIST-ORIG (WS-TRC-K)
                                          WS-TRC-DIST (WS-TRC-K)
           MOVE WS-VALOR-CLIENTE       TO WS-TRC-VALOR (WS-TRC-K)
           MOVE LATITUDE-CLI-HBSIS02C  TO WS-TRC-LAT (WS-TRC-K)
           MOVE LONGITUDE-CLI-HBSIS02C TO WS-TRC-LON (WS-TRC-K)
           MOVE COD-REGIAO-HBSIS02C    TO WS-TRC-REGIAO (WS-TRC-K)
           MOVE CLASSIF-HBSIS02C       TO WS-TRC-CLASSIF (WS-TRC-K)
           MOVE SPACE                  TO WS-TRC-TIPO (WS-TRC-K)

           IF COD-CANAL-HBSIS02C       NUMERIC
              MOVE COD-CANAL-HBSIS02C  TO WS-TRC-CANAL (WS-TRC-K)
           ELSE
              MOVE ZEROS               TO WS-TRC-CANAL (WS-TRC-K)
           END-IF

           .
       2480-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSAGEM DE MELHORIA: REPETE A VARREDURA DOS CLIENTES ATE QUE  *
      * UMA RODADA INTEIRA NAO ENCONTRE GANHO (NO MAXIMO               *
      * WS-TRC-MAX-RODADAS). NA EXECUCAO GRAVADA REGRAVA OS CLIENTES   *
      * QUE MUDARAM; NA SIMULACAO SO EMITE O RELATORIO DE ECONOMIA     *
      *----------------------------------------------------------------*
       2482-OTIMIZA-TROCAS             SECTION.

           MOVE WS-LINHA-PRINCIPAL     TO WS-LINHA-CORRENTE
           MOVE "S"                    TO WS-TRC-MELHOROU
           MOVE ZEROS                  TO WS-TRC-RODADA

           PERFORM UNTIL WS-TRC-MELHOROU NOT EQUAL "S"
                      OR WS-TRC-RODADA NOT LESS WS-TRC-MAX-RODADAS
              MOVE "N"                 TO WS-TRC-MELHOROU
              ADD 1                    TO WS-TRC-RODADA
              PERFORM VARYING WS-TRC-I FROM 1 BY 1
                      UNTIL WS-TRC-I GREATER WS-TRC-QTD
                 PERFORM 2484-MELHORA-CLIENTE
              END-PERFORM
           END-PERFORM

           IF FLAG-SIMULACAO-HBSIS07L  NOT EQUAL "S"
              PERFORM 2489-GRAVA-TROCAS
           END-IF

           IF WS-RASTREIO-ABERTO       EQUAL "S"
              PERFORM VARYING WS-TRC-K FROM 1 BY 1
                      UNTIL WS-TRC-K GREATER WS-TRC-QTD
                 IF WS-TRC-VEND (WS-TRC-K) NOT EQUAL
                                       WS-TRC-VEND-ORIG (WS-TRC-K)
                    PERFORM 2491-RASTREIO-OTIMIZACAO
                 END-IF
              END-PERFORM
           END-IF

           PERFORM 2490-GRAVA-REL-OTIMIZACAO

           .
       2482-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA, PARA O CLIENTE WS-TRC-I, O MELHOR GANHO ENTRE MOVER   *
      * PARA UM VENDEDOR MAIS PROXIMO OU TROCAR COM UM CLIENTE DESSE   *
      * VENDEDOR, E APLICA O MELHOR QUANDO HA GANHO                    *
      *----------------------------------------------------------------*
       2484-MELHORA-CLIENTE            SECTION.

           MOVE ZEROS                  TO WS-TRC-MELHOR-GANHO
                                          WS-TRC-MELHOR-VEND
                                          WS-TRC-MELHOR-PAR
           MOVE SPACE                  TO WS-TRC-MELHOR-TIPO
           MOVE WS-TRC-VEND (WS-TRC-I) TO WS-TRC-VEND-A

           PERFORM VARYING WS-TRC-V FROM 1 BY 1
                   UNTIL WS-TRC-V GREATER 999
              IF WS-TRC-V              NOT EQUAL WS-TRC-VEND-A
              AND WS-VMEM-EXISTE (WS-TRC-V) EQUAL "S"
                 MOVE WS-TRC-I         TO WS-TRC-K
                 MOVE WS-TRC-V         TO WS-IDX-VMEM
                 PERFORM 2488-VERIFICA-ELEGIVEL-TROCA
                 IF WS-TRC-ELEGIVEL    EQUAL "S"
                 AND WS-CALC-DISTANCIA LESS WS-TRC-DIST (WS-TRC-I)
                    MOVE WS-CALC-DISTANCIA
                                       TO WS-TRC-DIST-IV
                    PERFORM 2485-AVALIA-MOVIMENTO
                    PERFORM 2486-AVALIA-TROCAS
                 END-IF
              END-IF
           END-PERFORM

      *    GANHO MINIMO DE UM METRO, PARA NAO TROCAR POR ARREDONDAMENTO
           IF WS-TRC-MELHOR-GANHO      GREATER 1
              PERFORM 2487-APLICA-MELHORIA
           END-IF

           .
       2484-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MOVIMENTO SIMPLES DO CLIENTE WS-TRC-I PARA O VENDEDOR          *
      * WS-TRC-V: EXIGE FOLGA NA CARGA E NO TETO DE VALOR DO DESTINO   *
      *----------------------------------------------------------------*
       2485-AVALIA-MOVIMENTO           SECTION.

           IF WS-CARGA-VEND (WS-TRC-V) NOT LESS
                                       WS-MAX-CLIENTES-POR-VENDEDOR
              GO TO 2485-EXIT
           END-IF

           IF WS-MAX-VALOR-POR-VENDEDOR GREATER ZEROS
           AND WS-VALOR-VEND (WS-TRC-V) + WS-TRC-VALOR (WS-TRC-I)
                                       GREATER
                                       WS-MAX-VALOR-POR-VENDEDOR
              GO TO 2485-EXIT
           END-IF

           COMPUTE WS-TRC-GANHO = WS-TRC-DIST (WS-TRC-I)
                                - WS-TRC-DIST-IV

           IF WS-TRC-GANHO             GREATER WS-TRC-MELHOR-GANHO
              MOVE WS-TRC-GANHO        TO WS-TRC-MELHOR-GANHO
              MOVE "M"                 TO WS-TRC-MELHOR-TIPO
              MOVE WS-TRC-V            TO WS-TRC-MELHOR-VEND
              MOVE ZEROS               TO WS-TRC-MELHOR-PAR
              MOVE WS-TRC-DIST-IV      TO WS-TRC-MELHOR-DIST-I
           END-IF

           .
       2485-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TROCA DO CLIENTE WS-TRC-I (VENDEDOR WS-TRC-VEND-A) COM CADA    *
      * CLIENTE DO VENDEDOR WS-TRC-V: A CARGA DOS DOIS NAO MUDA; O     *
      * TETO DE VALOR NAO PODE SER ULTRAPASSADO (OU, SE JA ESTAVA,     *
      * NAO PODE PIORAR) E O CLIENTE QUE VEM PRECISA SER ELEGIVEL      *
      * PARA O VENDEDOR WS-TRC-VEND-A                                  *
      *----------------------------------------------------------------*
       2486-AVALIA-TROCAS              SECTION.

           PERFORM VARYING WS-TRC-J FROM 1 BY 1
                   UNTIL WS-TRC-J GREATER WS-TRC-QTD
              IF WS-TRC-VEND (WS-TRC-J) EQUAL WS-TRC-V
              AND WS-TRC-J             NOT EQUAL WS-TRC-I
      *          LIMITE SUPERIOR DO GANHO (CLIENTE QUE VEM A DISTANCIA
      *          ZERO) - EVITA CALCULAR DISTANCIAS SEM CHANCE DE GANHO
              AND WS-TRC-DIST (WS-TRC-I) + WS-TRC-DIST (WS-TRC-J)
                - WS-TRC-DIST-IV       GREATER WS-TRC-MELHOR-GANHO
                 PERFORM 2483-VERIFICA-VALOR-TROCA
                 IF WS-TRC-VALOR-OK    EQUAL "S"
                    MOVE WS-TRC-J      TO WS-TRC-K
                    MOVE WS-TRC-VEND-A TO WS-IDX-VMEM
                    PERFORM 2488-VERIFICA-ELEGIVEL-TROCA
                    IF WS-TRC-ELEGIVEL EQUAL "S"
                       COMPUTE WS-TRC-GANHO =
                               WS-TRC-DIST (WS-TRC-I)
                             + WS-TRC-DIST (WS-TRC-J)
                             - WS-TRC-DIST-IV
                             - WS-CALC-DISTANCIA
                       IF WS-TRC-GANHO GREATER WS-TRC-MELHOR-GANHO
                          MOVE WS-TRC-GANHO
                                       TO WS-TRC-MELHOR-GANHO
                          MOVE "T"     TO WS-TRC-MELHOR-TIPO
                          MOVE WS-TRC-V
                                       TO WS-TRC-MELHOR-VEND
                          MOVE WS-TRC-J
                                       TO WS-TRC-MELHOR-PAR
                          MOVE WS-TRC-DIST-IV
                                       TO WS-TRC-MELHOR-DIST-I
                          MOVE WS-CALC-DISTANCIA
                                       TO WS-TRC-MELHOR-DIST-J
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           .
       2486-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TETO DE VALOR NA TROCA ENTRE WS-TRC-I E WS-TRC-J               *
      *----------------------------------------------------------------*
       2483-VERIFICA-VALOR-TROCA       SECTION.

           MOVE "S"                    TO WS-TRC-VALOR-OK

           IF WS-MAX-VALOR-POR-VENDEDOR EQUAL ZEROS
              GO TO 2483-EXIT
           END-IF

           COMPUTE WS-TRC-VALOR-NOVO-A = WS-VALOR-VEND (WS-TRC-VEND-A)
                                       - WS-TRC-VALOR (WS-TRC-I)
                                       + WS-TRC-VALOR (WS-TRC-J)
           COMPUTE WS-TRC-VALOR-NOVO-B = WS-VALOR-VEND (WS-TRC-V)
                                       - WS-TRC-VALOR (WS-TRC-J)
                                       + WS-TRC-VALOR (WS-TRC-I)

           IF  WS-TRC-VALOR-NOVO-A     GREATER
                                       WS-MAX-VALOR-POR-VENDEDOR
           AND WS-TRC-VALOR-NOVO-A     GREATER
                                       WS-VALOR-VEND (WS-TRC-VEND-A)
              MOVE "N"                 TO WS-TRC-VALOR-OK
           END-IF

           IF  WS-TRC-VALOR-NOVO-B     GREATER
                                       WS-MAX-VALOR-POR-VENDEDOR
           AND WS-TRC-VALOR-NOVO-B     GREATER
                                       WS-VALOR-VEND (WS-TRC-V)
              MOVE "N"                 TO WS-TRC-VALOR-OK
           END-IF

           .
       2483-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA NA TABELA O MELHOR MOVIMENTO OU TROCA ENCONTRADO PARA   *
      * O CLIENTE WS-TRC-I, ACERTANDO CARGA, VALOR E KM DOS VENDEDORES *
      *----------------------------------------------------------------*
       2487-APLICA-MELHORIA            SECTION.

           MOVE WS-TRC-MELHOR-VEND     TO WS-TRC-V

           ADD WS-TRC-MELHOR-DIST-I    TO WS-TRC-KM-DEPOIS (WS-TRC-V)
           SUBTRACT WS-TRC-DIST (WS-TRC-I)
                                       FROM WS-TRC-KM-DEPOIS
                                       (WS-TRC-VEND-A)
           ADD WS-TRC-VALOR (WS-TRC-I) TO WS-VALOR-VEND (WS-TRC-V)
           SUBTRACT WS-TRC-VALOR (WS-TRC-I)
                                       FROM WS-VALOR-VEND
                                       (WS-TRC-VEND-A)

           MOVE WS-TRC-V               TO WS-TRC-VEND (WS-TRC-I)
           MOVE WS-TRC-MELHOR-DIST-I   TO WS-TRC-DIST (WS-TRC-I)
           MOVE WS-TRC-MELHOR-TIPO     TO WS-TRC-TIPO (WS-TRC-I)

           IF WS-TRC-MELHOR-TIPO       EQUAL "M"
              ADD 1                    TO WS-CARGA-VEND (WS-TRC-V)
              SUBTRACT 1               FROM WS-CARGA-VEND
                                       (WS-TRC-VEND-A)
              ADD 1                    TO WS-TRC-QTD-MOVIMENTOS
           ELSE
              MOVE WS-TRC-MELHOR-PAR   TO WS-TRC-J
              ADD WS-TRC-MELHOR-DIST-J TO WS-TRC-KM-DEPOIS
                                       (WS-TRC-VEND-A)
              SUBTRACT WS-TRC-DIST (WS-TRC-J)
                                       FROM WS-TRC-KM-DEPOIS (WS-TRC-V)
              ADD WS-TRC-VALOR (WS-TRC-J)
                                       TO WS-VALOR-VEND (WS-TRC-VEND-A)
              SUBTRACT WS-TRC-VALOR (WS-TRC-J)
                                       FROM WS-VALOR-VEND (WS-TRC-V)
              MOVE WS-TRC-VEND-A       TO WS-TRC-VEND (WS-TRC-J)
              MOVE WS-TRC-MELHOR-DIST-J
                                       TO WS-TRC-DIST (WS-TRC-J)
              MOVE "T"                 TO WS-TRC-TIPO (WS-TRC-J)
              ADD 1                    TO WS-TRC-QTD-TROCAS
           END-IF

           ADD WS-TRC-MELHOR-GANHO     TO WS-TRC-ECONOMIA
           MOVE "S"                    TO WS-TRC-MELHOROU

           .
       2487-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O VENDEDOR WS-IDX-VMEM PODE ATENDER O CLIENTE DA   *
      * POSICAO WS-TRC-K DA TABELA, PELAS MESMAS REGRAS DA BUSCA       *
      * NORMAL (SEM CARGA E VALOR, TRATADOS PELO CHAMADOR), E DEVOLVE  *
      * A DISTANCIA EM WS-CALC-DISTANCIA                               *
      *----------------------------------------------------------------*
       2488-VERIFICA-ELEGIVEL-TROCA    SECTION.

           MOVE "N"                    TO WS-TRC-ELEGIVEL

           IF WS-VMEM-EXISTE (WS-IDX-VMEM) NOT EQUAL "S"
           OR WS-VMEM-ATIVO (WS-IDX-VMEM)  EQUAL "N"
           OR WS-VEND-INDISP (WS-IDX-VMEM) EQUAL "S"
              GO TO 2488-EXIT
           END-IF

           IF COD-FILIAL-HBSIS07L      GREATER ZEROS
           AND (WS-VMEM-FILIAL (WS-IDX-VMEM) GREATER ZEROS OR
                WS-PARALELO            EQUAL "S")
           AND WS-VMEM-FILIAL (WS-IDX-VMEM) NOT EQUAL
                                       COD-FILIAL-HBSIS07L
              GO TO 2488-EXIT
           END-IF

           IF FLAG-RESTRINGE-REGIAO-HBSIS07L EQUAL "S"
           AND WS-VMEM-REGIAO (WS-IDX-VMEM) NOT EQUAL
                                       WS-TRC-REGIAO (WS-TRC-K)
              GO TO 2488-EXIT
           END-IF

           IF WS-TRC-CLASSIF (WS-TRC-K) EQUAL "A"
           AND WS-VMEM-SENIOR (WS-IDX-VMEM) NOT EQUAL "S"
              GO TO 2488-EXIT
           END-IF

           MOVE WS-TRC-CANAL (WS-TRC-K)
                                       TO COD-CANAL-HBSIS02C
           PERFORM 2431-VERIFICA-LINHA-VENDEDOR
           PERFORM 2434-VERIFICA-CANAL-VENDEDOR

           IF WS-VEND-ATENDE-LINHA     NOT EQUAL "S"
           OR WS-VEND-ATENDE-CANAL     NOT EQUAL "S"
              GO TO 2488-EXIT
           END-IF

           MOVE WS-TRC-COD-CLI (WS-TRC-K)
                                       TO COD-CLIENTE-HBSIS02C
           MOVE WS-TRC-LAT (WS-TRC-K)  TO LATITUDE-CLI-HBSIS02C
           MOVE WS-TRC-LON (WS-TRC-K)  TO LONGITUDE-CLI-HBSIS02C
           MOVE WS-IDX-VMEM            TO COD-VENDEDOR-HBSIS04C
           MOVE WS-VMEM-LAT (WS-IDX-VMEM)
                                       TO LATITUDE-VEND-HBSIS04C
           MOVE WS-VMEM-LON (WS-IDX-VMEM)
                                       TO LONGITUDE-VEND-HBSIS04C

           PERFORM 2432-OBTEM-DISTANCIA

           IF WS-CALC-DISTANCIA        GREATER
                                       WS-MAX-DISTANCIA-PERMITIDA
              GO TO 2488-EXIT
           END-IF

           MOVE "S"                    TO WS-TRC-ELEGIVEL

           .
       2488-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA NA EXECUCAO CORRENTE OS CLIENTES QUE MUDARAM DE        *
      * VENDEDOR NA PASSAGEM DE MELHORIA E ACERTA A ESTATISTICA        *
      *----------------------------------------------------------------*
       2489-GRAVA-TROCAS               SECTION.

           PERFORM VARYING WS-TRC-K FROM 1 BY 1
                   UNTIL WS-TRC-K GREATER WS-TRC-QTD
              IF WS-TRC-VEND (WS-TRC-K) NOT EQUAL
                                       WS-TRC-VEND-ORIG (WS-TRC-K)
                 MOVE WS-DATA-EXECUCAO TO DATA-EXECUCAO-HBSIS07C
                 MOVE WS-HORA-EXECUCAO TO HORA-EXECUCAO-HBSIS07C
                 MOVE WS-TRC-COD-CLI (WS-TRC-K)
                                       TO COD-CLIENTE-HBSIS07C
                 READ ARQ-DISTRIBUICAO KEY IS CHAVE-HBSIS07C
                 IF WS-FL-STATUS-DIS   EQUAL ZEROS
      *             O VENDEDOR RESERVA QUE VIROU TITULAR DA LUGAR AO
      *             TITULAR ANTERIOR
                    IF COD-VEND-BACKUP-HBSIS07C EQUAL
                                       WS-TRC-VEND (WS-TRC-K)
                       MOVE COD-VENDEDOR-HBSIS07C
                                       TO COD-VEND-BACKUP-HBSIS07C
                       MOVE NOME-VEND-HBSIS07C
                                       TO NOME-VEND-BACKUP-HBSIS07C
                       MOVE DISTANCIA-HBSIS07C
                                       TO DISTANCIA-BACKUP-HBSIS07C
                    END-IF
                    MOVE WS-TRC-VEND (WS-TRC-K)
                                       TO COD-VENDEDOR-HBSIS07C
                    MOVE WS-VMEM-NOME (COD-VENDEDOR-HBSIS07C)
                                       TO NOME-VEND-HBSIS07C
                    MOVE WS-TRC-DIST (WS-TRC-K)
                                       TO DISTANCIA-HBSIS07C
                    REWRITE ARQ-HBSIS07C
      *             CLIENTE SAZONAL REABRE COM O VENDEDOR DA TROCA
                    IF WS-TEMPORADA-DISPONIVEL EQUAL "S"
                       MOVE WS-TRC-COD-CLI (WS-TRC-K)
                                       TO COD-CLIENTE-HBSIS02C
                       PERFORM 2414-GUARDA-VENDEDOR-TEMPORADA
                    END-IF
                    IF WS-VEND-USADO (COD-VENDEDOR-HBSIS07C)
                                       NOT EQUAL "S"
                       MOVE "S"        TO WS-VEND-USADO
                                       (COD-VENDEDOR-HBSIS07C)
                       ADD 1           TO WS-EST-QTD-VENDEDORES
                    END-IF
                    IF DISTANCIA-HBSIS07C GREATER WS-EST-DIST-MAXIMA
                       MOVE DISTANCIA-HBSIS07C
                                       TO WS-EST-DIST-MAXIMA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

      *    VENDEDOR QUE FICOU SEM NENHUM CLIENTE DEIXA DE CONTAR
           PERFORM VARYING WS-TRC-V FROM 1 BY 1
                   UNTIL WS-TRC-V GREATER 999
              IF WS-VEND-USADO (WS-TRC-V) EQUAL "S"
              AND WS-CARGA-VEND (WS-TRC-V) EQUAL ZEROS
                 MOVE "N"              TO WS-VEND-USADO (WS-TRC-V)
                 SUBTRACT 1            FROM WS-EST-QTD-VENDEDORES
              END-IF
           END-PERFORM

           SUBTRACT WS-TRC-ECONOMIA    FROM WS-EST-SOMA-DIST

           .
       2489-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE ECONOMIA DA PASSAGEM DE MELHORIA: CLIENTES QUE    *
      * MUDARAM, KM POR VENDEDOR ANTES E DEPOIS E TOTAIS. REGISTRADO   *
      * NO CONTROLE DE ARQUIVOS DE SAIDA (HBSIS42P)                    *
      *----------------------------------------------------------------*
       2490-GRAVA-REL-OTIMIZACAO       SECTION.

           OPEN OUTPUT REL-OTIMIZACAO

           IF WS-FL-STATUS-OTI         NOT EQUAL ZEROS
              GO TO 2490-EXIT
           END-IF

           MOVE ZEROS                  TO WS-TRC-QTD-LINHAS-REL
                                          WS-TRC-QTD-CLIENTES

           MOVE WS-DATA-EXECUCAO       TO CAB-OTI-DATA
           MOVE WS-HORA-EXECUCAO       TO CAB-OTI-HORA

           IF FLAG-SIMULACAO-HBSIS07L  EQUAL "S"
              MOVE "(SIMULACAO)"       TO CAB-OTI-MODO
           ELSE
              MOVE SPACES              TO CAB-OTI-MODO
           END-IF

           WRITE REG-REL-OTIMIZACAO    FROM CAB-OTI-TITULO
           MOVE SPACES                 TO REG-REL-OTIMIZACAO
           WRITE REG-REL-OTIMIZACAO
           WRITE REG-REL-OTIMIZACAO    FROM CAB-OTI-CLIENTE

           PERFORM VARYING WS-TRC-K FROM 1 BY 1
                   UNTIL WS-TRC-K GREATER WS-TRC-QTD
              IF WS-TRC-VEND (WS-TRC-K) NOT EQUAL
                                       WS-TRC-VEND-ORIG (WS-TRC-K)
                 MOVE WS-TRC-COD-CLI (WS-TRC-K)
                                       TO DET-OTI-COD-CLI
                 MOVE WS-TRC-RAZAO (WS-TRC-K)
                                       TO DET-OTI-RAZAO
                 IF WS-TRC-TIPO (WS-TRC-K) EQUAL "T"
                    MOVE "TROCA"       TO DET-OTI-TIPO
                 ELSE
                    MOVE "MOVIMENTO"   TO DET-OTI-TIPO
                 END-IF
                 MOVE WS-TRC-VEND-ORIG (WS-TRC-K)
                                       TO DET-OTI-VEND-ANT
                 MOVE WS-TRC-VEND (WS-TRC-K)
                                       TO DET-OTI-VEND-NOVO
                 COMPUTE DET-OTI-KM-ANTES ROUNDED =
                         WS-TRC-DIST-ORIG (WS-TRC-K) / 1000
                 COMPUTE DET-OTI-KM-DEPOIS ROUNDED =
                         WS-TRC-DIST (WS-TRC-K) / 1000
                 WRITE REG-REL-OTIMIZACAO
                                       FROM DET-OTI-CLIENTE
                 ADD 1                 TO WS-TRC-QTD-CLIENTES
                                          WS-TRC-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE SPACES                 TO REG-REL-OTIMIZACAO
           WRITE REG-REL-OTIMIZACAO
           WRITE REG-REL-OTIMIZACAO    FROM CAB-OTI-VENDEDOR

           PERFORM VARYING WS-TRC-V FROM 1 BY 1
                   UNTIL WS-TRC-V GREATER 999
              IF WS-TRC-KM-ANTES (WS-TRC-V) NOT EQUAL
                 WS-TRC-KM-DEPOIS (WS-TRC-V)
                 MOVE WS-TRC-V         TO DET-OTI-VEND
                 MOVE WS-VMEM-NOME (WS-TRC-V)
                                       TO DET-OTI-NOME-VEND
                 COMPUTE DET-OTI-VKM-ANTES ROUNDED =
                         WS-TRC-KM-ANTES (WS-TRC-V) / 1000
                 COMPUTE DET-OTI-VKM-DEPOIS ROUNDED =
                         WS-TRC-KM-DEPOIS (WS-TRC-V) / 1000
                 COMPUTE DET-OTI-VKM-ECONOMIA ROUNDED =
                        (WS-TRC-KM-ANTES (WS-TRC-V)
                       - WS-TRC-KM-DEPOIS (WS-TRC-V)) / 1000
                 WRITE REG-REL-OTIMIZACAO
                                       FROM DET-OTI-VENDEDOR
                 ADD 1                 TO WS-TRC-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE SPACES                 TO REG-REL-OTIMIZACAO
           WRITE REG-REL-OTIMIZACAO

           MOVE "MOVIMENTOS EFETUADOS.............:"
                                       TO ROD-OTI-TEXTO
           MOVE WS-TRC-QTD-MOVIMENTOS  TO ROD-OTI-VALOR
           WRITE REG-REL-OTIMIZACAO    FROM ROD-OTIMIZACAO

           MOVE "TROCAS EFETUADAS.................:"
                                       TO ROD-OTI-TEXTO
           MOVE WS-TRC-QTD-TROCAS      TO ROD-OTI-VALOR
           WRITE REG-REL-OTIMIZACAO    FROM ROD-OTIMIZACAO

           MOVE "CLIENTES QUE MUDARAM DE VENDEDOR.:"
                                       TO ROD-OTI-TEXTO
           MOVE WS-TRC-QTD-CLIENTES    TO ROD-OTI-VALOR
           WRITE REG-REL-OTIMIZACAO    FROM ROD-OTIMIZACAO

           MOVE "KM TOTAL ANTES...................:"
                                       TO ROD-OTI-TEXTO
           COMPUTE ROD-OTI-VALOR ROUNDED =
                   WS-TRC-KM-TOTAL-ANTES / 1000
           WRITE REG-REL-OTIMIZACAO    FROM ROD-OTIMIZACAO

           MOVE "KM TOTAL DEPOIS..................:"
                                       TO ROD-OTI-TEXTO
           COMPUTE ROD-OTI-VALOR ROUNDED =
                  (WS-TRC-KM-TOTAL-ANTES - WS-TRC-ECONOMIA) / 1000
           WRITE REG-REL-OTIMIZACAO    FROM ROD-OTIMIZACAO

           MOVE "ECONOMIA TOTAL (KM)..............:"
                                       TO ROD-OTI-TEXTO
           COMPUTE ROD-OTI-VALOR ROUNDED = WS-TRC-ECONOMIA / 1000
           WRITE REG-REL-OTIMIZACAO    FROM ROD-OTIMIZACAO

           ADD 6                       TO WS-TRC-QTD-LINHAS-REL

           IF WS-TRC-TRUNCADA          EQUAL "S"
              WRITE REG-REL-OTIMIZACAO FROM LINHA-AVISO-TRC-TRUNC
              ADD 1                    TO WS-TRC-QTD-LINHAS-REL
           END-IF

           CLOSE REL-OTIMIZACAO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE WS-NOME-REL-OTIMIZACAO TO NOME-ARQ-HBSIS42
           MOVE WS-TRC-QTD-LINHAS-REL  TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2490-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATUALIZA O RASTREIO DO CLIENTE WS-TRC-K QUE MUDOU DE VENDEDOR  *
      * NA PASSAGEM DE MELHORIA (SO SE O CLIENTE FOI RASTREADO)        *
      *----------------------------------------------------------------*
       2491-RASTREIO-OTIMIZACAO        SECTION.

           MOVE WS-TRC-COD-CLI (WS-TRC-K)
                                       TO COD-CLIENTE-HBSIS74C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS74C

           READ ARQ-RASTREIO KEY IS CHAVE-HBSIS74C

           IF WS-FL-STATUS-RAS         NOT EQUAL ZEROS
           OR DATA-EXECUCAO-HBSIS74C   NOT EQUAL WS-DATA-EXECUCAO
           OR HORA-EXECUCAO-HBSIS74C   NOT EQUAL WS-HORA-EXECUCAO
              GO TO 2491-EXIT
           END-IF

           MOVE "O"                    TO SITUACAO-HBSIS74C
           IF WS-TRC-TIPO (WS-TRC-K)   EQUAL "T"
              MOVE "TROCADO NA OTIMIZACAO POS-DISTRIBUICAO"
                                       TO DESCRICAO-HBSIS74C
           ELSE
              MOVE "MOVIDO NA OTIMIZACAO POS-DISTRIBUICAO"
                                       TO DESCRICAO-HBSIS74C
           END-IF
           MOVE WS-TRC-VEND (WS-TRC-K) TO COD-VEND-FINAL-HBSIS74C
           MOVE WS-VMEM-NOME (WS-TRC-VEND (WS-TRC-K))
                                       TO NOME-VEND-HBSIS74C
           MOVE WS-TRC-DIST (WS-TRC-K) TO DISTANCIA-HBSIS74C
           REWRITE ARQ-HBSIS74C

           MOVE WS-TRC-COD-CLI (WS-TRC-K)
                                       TO WS-RAS-CLIENTE
           MOVE WS-TRC-VEND-ORIG (WS-TRC-K)
                                       TO WS-RAS-VENDEDOR
           MOVE "P"                    TO WS-RAS-SITUACAO
           MOVE "VENCEDOR DA BUSCA - SUBSTITUIDO NA OTIMIZ."
                                       TO WS-RAS-DESC-MARCA
           PERFORM 2441-MARCA-RASTREIO

           MOVE WS-TRC-VEND (WS-TRC-K) TO WS-RAS-VENDEDOR
           MOVE "V"                    TO WS-RAS-SITUACAO
           MOVE "VENCEDOR APOS A OTIMIZACAO"
                                       TO WS-RAS-DESC-MARCA
           PERFORM 2441-MARCA-RASTREIO

           .
       2491-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DO RASTREIO DESTA EXECUCAO: PARA CADA CLIENTE        *
      * RASTREADO, O RESULTADO E TODOS OS VENDEDORES AVALIADOS COM     *
      * DISTANCIA, SCORE, SITUACAO E MOTIVO. REGISTRADO NO HBSIS42P    *
      *----------------------------------------------------------------*
       2493-GRAVA-REL-RASTREIO         SECTION.

           OPEN OUTPUT REL-RASTREIO

           IF WS-FL-STATUS-RRL         NOT EQUAL ZEROS
              GO TO 2493-EXIT
           END-IF

           MOVE ZEROS                  TO WS-RAS-QTD-LINHAS-REL

           MOVE WS-DATA-EXECUCAO       TO CAB-RAS-DATA
           MOVE WS-HORA-EXECUCAO       TO CAB-RAS-HORA
           IF FLAG-SIMULACAO-HBSIS07L  EQUAL "S"
              MOVE "(SIMULACAO)"       TO CAB-RAS-MODO
           ELSE
              MOVE SPACES              TO CAB-RAS-MODO
           END-IF
           WRITE REG-REL-RASTREIO      FROM CAB-RAS-TITULO

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS74C
                                          COD-VENDEDOR-HBSIS74C

           START ARQ-RASTREIO KEY IS NOT LESS CHAVE-HBSIS74C

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              READ ARQ-RASTREIO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-RAS NOT EQUAL "00"
              MOVE "S"                 TO WS-PART-CLIENTE-OK
              IF WS-PARALELO           EQUAL "S"
                 MOVE COD-CLIENTE-HBSIS74C
                                       TO COD-CLIENTE-HBSIS02C
                 PERFORM 2067-VERIFICA-PARTICAO
              END-IF
              IF DATA-EXECUCAO-HBSIS74C EQUAL WS-DATA-EXECUCAO
              AND HORA-EXECUCAO-HBSIS74C EQUAL WS-HORA-EXECUCAO
              AND WS-PART-CLIENTE-OK   EQUAL "S"
                 IF COD-VENDEDOR-HBSIS74C EQUAL ZEROS
                    MOVE SPACES        TO REG-REL-RASTREIO
                    WRITE REG-REL-RASTREIO
                    MOVE COD-CLIENTE-HBSIS74C
                                       TO DET-RAS-COD-CLI
                    MOVE RAZAO-SOCIAL-HBSIS74C
                                       TO DET-RAS-RAZAO
                    MOVE COD-VEND-FINAL-HBSIS74C
                                       TO DET-RAS-VEND-FINAL
                    COMPUTE DET-RAS-KM-FINAL ROUNDED =
                            DISTANCIA-HBSIS74C / 1000
                    MOVE DESCRICAO-HBSIS74C
                                       TO DET-RAS-ORIGEM
                    WRITE REG-REL-RASTREIO
                                       FROM DET-RAS-CLIENTE
                    WRITE REG-REL-RASTREIO
                                       FROM CAB-RAS-VENDEDOR
                    ADD 3              TO WS-RAS-QTD-LINHAS-REL
                 ELSE
                    MOVE COD-VENDEDOR-HBSIS74C
                                       TO DET-RAS-VEND
                    MOVE NOME-VEND-HBSIS74C
                                       TO DET-RAS-NOME-VEND
                    COMPUTE DET-RAS-KM ROUNDED =
                            DISTANCIA-HBSIS74C / 1000
                    COMPUTE DET-RAS-SCORE ROUNDED =
                            SCORE-HBSIS74C / 1000
                    MOVE SITUACAO-HBSIS74C
                                       TO DET-RAS-SITUACAO
                    MOVE MOTIVO-HBSIS74C
                                       TO DET-RAS-MOTIVO
                    MOVE DESCRICAO-HBSIS74C
                                       TO DET-RAS-DESCRICAO
                    WRITE REG-REL-RASTREIO
                                       FROM DET-RAS-VENDEDOR
                    ADD 1              TO WS-RAS-QTD-LINHAS-REL
                 END-IF
              END-IF
              READ ARQ-RASTREIO NEXT
           END-PERFORM

           CLOSE REL-RASTREIO

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE WS-NOME-REL-RASTREIO   TO NOME-ARQ-HBSIS42
           MOVE WS-RAS-QTD-LINHAS-REL  TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2493-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CHECKPOINT COM O ULTIMO CLIENTE PROCESSADO COM SUCESSO *
      *----------------------------------------------------------------*
       2440-GRAVA-CHECKPOINT           SECTION.

      *    A COLOCACAO IMEDIATA GRAVA NUMA EXECUCAO JA CONCLUIDA
           IF COD-CLIENTE-UNICO-HBSIS07L
                                       NUMERIC
           AND COD-CLIENTE-UNICO-HBSIS07L
                                       GREATER ZEROS
              GO TO 2440-EXIT
           END-IF

           OPEN OUTPUT ARQ-CHECKPOINT

           MOVE COD-CLIENTE-HBSIS02C   TO CKP-COD-CLIENTE
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O REGISTRO DE ESTATISTICA DESTA EXECUCAO NO              *
      * ARQ-ESTATISTICA (HISTORICO EM EXTEND, UM REGISTRO POR RUN),    *
      * COM A VERSAO E OS VALORES DOS PARAMETROS USADOS                *
      *----------------------------------------------------------------*
       2950-GRAVA-ESTATISTICA          SECTION.

      *    EXECUCAO PARALELA: O ARQUIVO DA FILIAL GUARDA SO O REGISTRO
      *    DESTA EXECUCAO; A CADEIA CONSOLIDA AS FILIAIS NO HISTORICO
           IF WS-PARALELO              EQUAL "S"
              OPEN OUTPUT ARQ-ESTATISTICA
           ELSE
              OPEN EXTEND ARQ-ESTATISTICA
              IF WS-FL-STATUS-EST      EQUAL "35"
                 OPEN OUTPUT ARQ-ESTATISTICA
              END-IF
           END-IF

           IF WS-FL-STATUS-EST         NOT EQUAL ZEROS
           COMPUTE TEMPO-SEGUNDOS-HBSIS23C =
                   WS-EST-SEG-FIM - WS-EST-SEG-INICIO

           MOVE WS-EST-DATA-VERSAO     TO DATA-VERSAO-HBSIS23C
           MOVE WS-EST-HORA-VERSAO     TO HORA-VERSAO-HBSIS23C
           MOVE FLAG-RESTRINGE-REGIAO-HBSIS07L
                                       TO FLAG-RESTRINGE-HBSIS23C
           MOVE MAX-DISTANCIA-HBSIS07L TO MAX-DISTANCIA-HBSIS23C
           MOVE MAX-CLI-VEND-HBSIS07L  TO MAX-CLI-VEND-HBSIS23C
           MOVE MAX-VALOR-VEND-HBSIS07L
                                       TO MAX-VALOR-VEND-HBSIS23C
           MOVE FLAG-SCORE-HBSIS07L    TO FLAG-SCORE-HBSIS23C
           MOVE PESO-DIST-HBSIS07L     TO PESO-DIST-HBSIS23C
           MOVE PESO-SENIOR-HBSIS07L   TO PESO-SENIOR-HBSIS23C
           MOVE PESO-VINCULO-HBSIS07L  TO PESO-VINCULO-HBSIS23C
           MOVE FLAG-GRUPO-HBSIS07L    TO FLAG-GRUPO-HBSIS23C
           MOVE FLAG-TROCA-HBSIS07L    TO FLAG-TROCA-HBSIS23C

           WRITE ARQ-HBSIS23C

           CLOSE ARQ-ESTATISTICA
