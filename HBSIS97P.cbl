       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS97P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: COPIA MASCARADA DOS CADASTROS PARA TREINAMENTO  *
      *                E TESTES: COPIA CLIENTES, VENDEDORES, CONTATOS  *
      *                E VOLUME PARA ARQUIVOS SEQUENCIAIS COM CNPJ E   *
      *                CPF NOVOS (DIGITOS VERIFICADORES VALIDOS),      *
      *                NOMES E ENDERECOS FICTICIOS DERIVADOS DO CODIGO *
      *                E COORDENADAS DESLOCADAS DENTRO DA REGIAO,      *
      *                MANTENDO TODOS OS CODIGOS E RELACIONAMENTOS. A  *
      *                COPIA E CONFERIDA CONTRA OS CADASTROS ORIGINAIS *
      *                E O RELATORIO DE CONTROLE PROVA QUE NENHUM      *
      *                IDENTIFICADOR ORIGINAL SOBREVIVEU. A CARGA NO   *
      *                AMBIENTE DE TREINAMENTO (DIRETORIO PROPRIO,     *
      *                MARCADO COM AMBIENTETREINO.TXT) SO ACEITA COPIA *
      *                APROVADA E CONFERE CONTAGENS E HASHES           *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS02C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS02C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS02C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS04C
                       ALTERNATE RECORD KEY IS CPF-HBSIS04C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS04C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-CONTATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS57C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CON.

           SELECT ARQ-VOLUME         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS16C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VOL.

           SELECT ARQ-REGIAO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-REGIAO-HBSIS13C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-REG.

           SELECT MSC-CLIENTE        ASSIGN TO "MASCCLIENTE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MCL.

           SELECT MSC-VENDEDOR       ASSIGN TO "MASCVENDEDOR.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MVE.

           SELECT MSC-CONTATO        ASSIGN TO "MASCCONTATO.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MCO.

           SELECT MSC-VOLUME         ASSIGN TO "MASCVOLUME.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MVO.

           SELECT MSC-CONTROLE       ASSIGN TO "MASCCONTROLE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTL.

           SELECT REL-MASCARA        ASSIGN TO WS-NOME-REL-MASCARA
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS02C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".

       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqContato'.
       COPY "HBSIS57C.CPY".

       FD  ARQ-VOLUME
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVolume'.
       COPY "HBSIS16C.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "HBSIS13C.CPY".

      *----------------------------------------------------------------*
      * COPIAS MASCARADAS - MESMO LAY-OUT DOS MESTRES (E DO BACKUP DO  *
      * HBSIS40P), COM NOMES PROPRIOS SO NOS CAMPOS MASCARADOS         *
      *----------------------------------------------------------------*
       FD  MSC-CLIENTE
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE-MSC.
           05  COD-CLIENTE-MSC         PIC  9(007).
           05  CNPJ-MSC                PIC  9(014).
           05  RAZAO-SOCIAL-MSC        PIC  X(040).
           05  LATITUDE-CLI-MSC        PIC S9(003)V9(008).
           05  LONGITUDE-CLI-MSC       PIC S9(003)V9(008).
           05  FILLER                  PIC  X(018).
           05  OPERADOR-CLI-MSC        PIC  X(010).
           05  LOGRADOURO-MSC          PIC  X(040).
           05  NUMERO-END-MSC          PIC  X(006).
           05  FILLER                  PIC  X(093).

       FD  MSC-VENDEDOR
           LABEL RECORD IS STANDARD.
       01  REG-VENDEDOR-MSC.
           05  COD-VENDEDOR-MSC        PIC  9(003).
           05  CPF-MSC                 PIC  9(011).
           05  NOME-VEND-MSC           PIC  X(040).
           05  LATITUDE-VEND-MSC       PIC S9(003)V9(008).
           05  LONGITUDE-VEND-MSC      PIC S9(003)V9(008).
           05  FILLER                  PIC  X(018).
           05  OPERADOR-VEND-MSC       PIC  X(010).
           05  FILLER                  PIC  X(046).

       FD  MSC-CONTATO
           LABEL RECORD IS STANDARD.
       01  REG-CONTATO-MSC.
           05  COD-CLIENTE-CON-MSC     PIC  9(007).
           05  SEQ-CONTATO-MSC         PIC  9(002).
           05  NOME-CONTATO-MSC        PIC  X(040).
           05  FILLER                  PIC  X(020).
           05  TELEFONE-MSC            PIC  X(015).
           05  EMAIL-MSC               PIC  X(040).
           05  FILLER                  PIC  X(035).
           05  OPERADOR-CON-MSC        PIC  X(010).
           05  FILLER                  PIC  X(031).

       FD  MSC-VOLUME
           LABEL RECORD IS STANDARD.
       01  REG-VOLUME-MSC              PIC X(150).

       FD  MSC-CONTROLE
           LABEL RECORD IS STANDARD.
       01  REG-MSC-CONTROLE.
           05  CTM-DATA                PIC  9(008).
           05  CTM-HORA                PIC  9(006).
           05  CTM-OPERADOR            PIC  X(010).
           05  CTM-QTD-CLIENTES        PIC  9(007).
           05  CTM-HASH-CNPJ           PIC  9(018).
           05  CTM-QTD-VENDEDORES      PIC  9(007).
           05  CTM-HASH-CPF            PIC  9(018).
           05  CTM-QTD-CONTATOS        PIC  9(007).
           05  CTM-QTD-VOLUMES         PIC  9(007).
           05  CTM-QTD-SOBREVIVENTES   PIC  9(007).
           05  CTM-QTD-DV-INVALIDOS    PIC  9(007).
           05  CTM-RESULTADO           PIC  X(010).

       FD  REL-MASCARA.
       01  REG-REL-MASCARA             PIC X(120).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CON            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VOL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MCL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MVE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MCO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MVO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
      * DESLOCAMENTO DAS COORDENADAS: ATE 999 PASSOS PARA CADA LADO
      * (CERCA DE 550 METROS)
       77  WS-PASSO-DESLOCAMENTO       PIC  9V9(008)       VALUE
           0,00000500.

       01  WS-NOME-REL-MASCARA         PIC  X(040)         VALUE SPACES.
       01  WS-NOME-MARCA-TREINO        PIC  X(040)         VALUE
           "AMBIENTETREINO.TXT".
       01  WS-OPERADOR-MASCARA         PIC  X(010)         VALUE
           "MASCARA".
       01  WS-CARIMBO-GERACAO          PIC  X(014)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-HORA-GERACAO             PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-HORA-GERACAO.
           05  WS-HH-GERACAO           PIC  9(002).
           05  WS-MM-GERACAO           PIC  9(002).
           05  WS-SS-GERACAO           PIC  9(002).
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-OCORRENCIAS          PIC  9(007)         VALUE ZEROS.

      *    VARIANTE DA EXECUCAO (SEGUNDO DO DIA): ENTRA NOS CNPJ/CPF
      *    GERADOS E NO DESLOCAMENTO, QUE MUDAM A CADA GERACAO
       01  WS-VARIANTE                 PIC  9(004)         VALUE ZEROS.

       01  WS-CONTATO-DISPONIVEL       PIC  X(001)         VALUE "N".
       01  WS-VOLUME-DISPONIVEL        PIC  X(001)         VALUE "N".
       01  WS-REGIAO-DISPONIVEL        PIC  X(001)         VALUE "N".

       01  WS-QTD-CLIENTES             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-VENDEDORES           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CONTATOS             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-VOLUMES              PIC  9(007)         VALUE ZEROS.
       01  WS-HASH-CNPJ                PIC  9(018)         VALUE ZEROS.
       01  WS-HASH-CPF                 PIC  9(018)         VALUE ZEROS.
       01  WS-QTD-CLI-CONFERIDOS       PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-VEN-CONFERIDOS       PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CON-CONFERIDOS       PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SOBREVIVENTES        PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-DV-INVALIDOS         PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CENTRALIZADAS        PIC  9(007)         VALUE ZEROS.
       01  WS-RESULTADO                PIC  X(010)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CALCULO DOS DIGITOS VERIFICADORES (MESMAS REGRAS DA VALIDACAO  *
      * DOS CADASTROS DE CLIENTE E VENDEDOR)                           *
      *----------------------------------------------------------------*
       01  WS-CNPJ-CALC                PIC  9(014)         VALUE ZEROS.
       01  WS-CNPJ-DIGITO REDEFINES WS-CNPJ-CALC
                                       PIC  9(001) OCCURS 14 TIMES.
       01  WS-CNPJ-VALIDO              PIC  X(001)         VALUE "S".
       01  WS-CNPJ-SOMA                PIC  9(004)         VALUE ZEROS.
       01  WS-CNPJ-RESTO               PIC  9(004)         VALUE ZEROS.
       01  WS-CNPJ-DIG1                PIC  9(001)         VALUE ZEROS.
       01  WS-CNPJ-DIG2                PIC  9(001)         VALUE ZEROS.

       01  WS-CPF-CALC                 PIC  9(011)         VALUE ZEROS.
       01  WS-CPF-DIGITO REDEFINES WS-CPF-CALC
                                       PIC  9(001) OCCURS 11 TIMES.
       01  WS-CPF-VALIDO               PIC  X(001)         VALUE "S".
       01  WS-CPF-SOMA                 PIC  9(004)         VALUE ZEROS.
       01  WS-CPF-RESTO                PIC  9(004)         VALUE ZEROS.
       01  WS-CPF-DIG1                 PIC  9(001)         VALUE ZEROS.
       01  WS-CPF-DIG2                 PIC  9(001)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * TABELAS DE NOMES E LOGRADOUROS FICTICIOS. A ESCOLHA DEPENDE SO *
      * DO CODIGO, ENTAO O MESMO REGISTRO RECEBE SEMPRE O MESMO NOME;  *
      * RAZAO SOCIAL E NOME DE VENDEDOR LEVAM O CODIGO PARA CONTINUAR  *
      * UNICOS (CHAVES ALTERNATIVAS DOS CADASTROS)                     *
      *----------------------------------------------------------------*
       01  WS-LISTA-FANTASIA.
           05  FILLER                  PIC  X(012) VALUE "AURORA".
           05  FILLER                  PIC  X(012) VALUE "HORIZONTE".
           05  FILLER                  PIC  X(012) VALUE "PRIMAVERA".
           05  FILLER                  PIC  X(012) VALUE "ATLANTICO".
           05  FILLER                  PIC  X(012) VALUE "CORDILHEIRA".
           05  FILLER                  PIC  X(012) VALUE "ESTRELA".
           05  FILLER                  PIC  X(012) VALUE "PLANALTO".
           05  FILLER                  PIC  X(012) VALUE "SERRANIA".
           05  FILLER                  PIC  X(012) VALUE "MIRANTE".
           05  FILLER                  PIC  X(012) VALUE "GIRASSOL".
           05  FILLER                  PIC  X(012) VALUE "CRISTAL".
           05  FILLER                  PIC  X(012) VALUE "VENTURA".
           05  FILLER                  PIC  X(012) VALUE "BONANCA".
           05  FILLER                  PIC  X(012) VALUE "ALVORADA".
           05  FILLER                  PIC  X(012) VALUE "CARAVELA".
           05  FILLER                  PIC  X(012) VALUE "JATOBA".
           05  FILLER                  PIC  X(012) VALUE "SAFIRA".
           05  FILLER                  PIC  X(012) VALUE "MONTANHA".
           05  FILLER                  PIC  X(012) VALUE "RIACHUELO".
           05  FILLER                  PIC  X(012) VALUE "BRISAMAR".
       01  WS-TAB-FANTASIA             REDEFINES WS-LISTA-FANTASIA.
           05  WS-FANTASIA             PIC  X(012) OCCURS 20 TIMES.

       01  WS-LISTA-RAMO.
           05  FILLER                  PIC  X(014) VALUE "MERCEARIA".
           05  FILLER                  PIC  X(014) VALUE "EMPORIO".
           05  FILLER                  PIC  X(014) VALUE
               "DISTRIBUIDORA".
           05  FILLER                  PIC  X(014) VALUE "ATACADO".
           05  FILLER                  PIC  X(014) VALUE "SUPERMERCADO".
           05  FILLER                  PIC  X(014) VALUE "CONVENIENCIA".
           05  FILLER                  PIC  X(014) VALUE "LANCHONETE".
           05  FILLER                  PIC  X(014) VALUE "PADARIA".
           05  FILLER                  PIC  X(014) VALUE "RESTAURANTE".
           05  FILLER                  PIC  X(014) VALUE "ARMAZEM".
       01  WS-TAB-RAMO                 REDEFINES WS-LISTA-RAMO.
           05  WS-RAMO                 PIC  X(014) OCCURS 10 TIMES.

       01  WS-LISTA-PRENOME.
           05  FILLER                  PIC  X(010) VALUE "ANA".
           05  FILLER                  PIC  X(010) VALUE "BRUNO".
           05  FILLER                  PIC  X(010) VALUE "CARLA".
           05  FILLER                  PIC  X(010) VALUE "DANIEL".
           05  FILLER                  PIC  X(010) VALUE "ELISA".
           05  FILLER                  PIC  X(010) VALUE "FABIO".
           05  FILLER                  PIC  X(010) VALUE "GISELE".
           05  FILLER                  PIC  X(010) VALUE "HUGO".
           05  FILLER                  PIC  X(010) VALUE "IARA".
           05  FILLER                  PIC  X(010) VALUE "JONAS".
           05  FILLER                  PIC  X(010) VALUE "KATIA".
           05  FILLER                  PIC  X(010) VALUE "LUCAS".
           05  FILLER                  PIC  X(010) VALUE "MARINA".
           05  FILLER                  PIC  X(010) VALUE "NELSON".
           05  FILLER                  PIC  X(010) VALUE "OLGA".
           05  FILLER                  PIC  X(010) VALUE "PAULO".
           05  FILLER                  PIC  X(010) VALUE "RAQUEL".
           05  FILLER                  PIC  X(010) VALUE "SERGIO".
           05  FILLER                  PIC  X(010) VALUE "TANIA".
           05  FILLER                  PIC  X(010) VALUE "VITOR".
       01  WS-TAB-PRENOME              REDEFINES WS-LISTA-PRENOME.
           05  WS-PRENOME              PIC  X(010) OCCURS 20 TIMES.

       01  WS-LISTA-SOBRENOME.
           05  FILLER                  PIC  X(012) VALUE "AMARAL".
           05  FILLER                  PIC  X(012) VALUE "BARRETO".
           05  FILLER                  PIC  X(012) VALUE "CARDOSO".
           05  FILLER                  PIC  X(012) VALUE "DANTAS".
           05  FILLER                  PIC  X(012) VALUE "ESPINDOLA".
           05  FILLER                  PIC  X(012) VALUE "FIGUEIRA".
           05  FILLER                  PIC  X(012) VALUE "GALVAO".
           05  FILLER                  PIC  X(012) VALUE "HENRIQUES".
           05  FILLER                  PIC  X(012) VALUE "JARDIM".
           05  FILLER                  PIC  X(012) VALUE "LACERDA".
           05  FILLER                  PIC  X(012) VALUE "MACEDO".
           05  FILLER                  PIC  X(012) VALUE "NOGUEIRA".
           05  FILLER                  PIC  X(012) VALUE "OLIVEIRA".
           05  FILLER                  PIC  X(012) VALUE "PEIXOTO".
           05  FILLER                  PIC  X(012) VALUE "QUINTELA".
           05  FILLER                  PIC  X(012) VALUE "RESENDE".
           05  FILLER                  PIC  X(012) VALUE "SAMPAIO".
           05  FILLER                  PIC  X(012) VALUE "TEIXEIRA".
           05  FILLER                  PIC  X(012) VALUE "VALADARES".
           05  FILLER                  PIC  X(012) VALUE "XAVIER".
       01  WS-TAB-SOBRENOME            REDEFINES WS-LISTA-SOBRENOME.
           05  WS-SOBRENOME            PIC  X(012) OCCURS 20 TIMES.

       01  WS-LISTA-LOGRADOURO.
           05  FILLER                  PIC  X(030) VALUE
               "RUA DAS ACACIAS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DOS IPES AMARELOS".
           05  FILLER                  PIC  X(030) VALUE
               "AVENIDA DAS PALMEIRAS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DO CAMPO VERDE".
           05  FILLER                  PIC  X(030) VALUE
               "TRAVESSA DAS HORTENSIAS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DAS AROEIRAS".
           05  FILLER                  PIC  X(030) VALUE
               "AVENIDA DOS JEQUITIBAS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DOS BEM-TE-VIS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DAS MANGUEIRAS".
           05  FILLER                  PIC  X(030) VALUE
               "ALAMEDA DOS CEDROS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DO SOL NASCENTE".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DAS GAIVOTAS".
           05  FILLER                  PIC  X(030) VALUE
               "AVENIDA DO LAGO AZUL".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DOS SABIAS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DAS CAMELIAS".
           05  FILLER                  PIC  X(030) VALUE
               "TRAVESSA DO MOINHO".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DA CACHOEIRA".
           05  FILLER                  PIC  X(030) VALUE
               "AVENIDA DAS ORQUIDEAS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DOS GIRASSOIS".
           05  FILLER                  PIC  X(030) VALUE
               "RUA DO VALE DAS PEDRAS".
       01  WS-TAB-LOGRADOURO           REDEFINES WS-LISTA-LOGRADOURO.
           05  WS-LOGRADOURO-FICT      PIC  X(030) OCCURS 20 TIMES.

       01  WS-IDX-1                    PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-2                    PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-3                    PIC  9(002)         VALUE ZEROS.
       01  WS-QUOCIENTE                PIC  9(007)         VALUE ZEROS.
       01  WS-NUMERO-FICT              PIC  9(004)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * DESLOCAMENTO DAS COORDENADAS DENTRO DA CAIXA DA REGIAO         *
      *----------------------------------------------------------------*
       01  WS-COD-BASE                 PIC  9(007)         VALUE ZEROS.
       01  WS-REGIAO-BASE              PIC  9(003)         VALUE ZEROS.
       01  WS-REGIAO-CARREGADA         PIC  9(003)         VALUE ZEROS.
       01  WS-REGIAO-LIDA              PIC  X(001)         VALUE "N".
       01  WS-TEM-CAIXA                PIC  X(001)         VALUE "N".
       01  WS-COORD-DENTRO             PIC  X(001)         VALUE "S".
       01  WS-SORTEIO                  PIC  9(004)         VALUE ZEROS.
       01  WS-DESLOC-LAT               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DESLOC-LON               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-NOVA                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-NOVA                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CAIXA-MIN-LAT            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CAIXA-MAX-LAT            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CAIXA-MIN-LON            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-CAIXA-MAX-LON            PIC S9(003)V9(008)  VALUE ZEROS.

      *    DETALHES DO ARQUIVO DEVOLVIDOS PELA ROTINA DE SISTEMA
       01  WS-DETALHE-ARQUIVO.
           05  WS-DET-TAMANHO          PIC  9(018)         COMP.
           05  WS-DET-DIA              PIC  X(001).
           05  WS-DET-MES              PIC  X(001).
           05  WS-DET-ANO              PIC  X(002).
           05  WS-DET-HORA             PIC  X(004).

       01  WS-DATA-AAAAMMDD            PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-AAAAMMDD.
           05  WS-ANO-AAAAMMDD         PIC  9(004).
           05  WS-MES-AAAAMMDD         PIC  9(002).
           05  WS-DIA-AAAAMMDD         PIC  9(002).
       01  WS-DATA-DDMMAAAA            PIC  9(008)         VALUE ZEROS.

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS42L.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE CONTROLE DA COPIA MASCARADA             *
      *----------------------------------------------------------------*
       01  CAB-MASCARA.
           03 FILLER                   PIC  X(044)         VALUE
              "CONTROLE DA COPIA MASCARADA DOS CADASTROS - ".
           03 CAB-MSC-DATA             PIC  99/99/9999     VALUE ZEROS.
           03 FILLER                   PIC  X(066)         VALUE SPACES.

       01  CAB-MSC-SECAO               PIC  X(120)         VALUE SPACES.

       01  CAB-MSC-COLUNAS.
           03 FILLER                   PIC  X(012)         VALUE
              "ARQUIVO".
           03 FILLER                   PIC  X(014)         VALUE
              "CHAVE".
           03 FILLER                   PIC  X(032)         VALUE
              "OCORRENCIA".
           03 FILLER                   PIC  X(062)         VALUE
              "VALOR NA COPIA".

       01  DET-MASCARA.
           03 DET-MSC-ARQUIVO          PIC  X(010)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-MSC-CHAVE            PIC  X(012)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-MSC-OCORRENCIA       PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-MSC-VALOR            PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(022)         VALUE SPACES.

       01  DET-MSC-TOTAL.
           03 DET-TOT-ROTULO           PIC  X(050)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-TOT-VALOR            PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           03 FILLER                   PIC  X(057)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(120)         VALUE
              ALL "-".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS97L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS97L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO: CARIMBO DA EXECUCAO E VARIANTE DOS    *
      * NUMEROS GERADOS                                                *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS97L
                                          QTD-CLIENTES-HBSIS97L
                                          QTD-VENDEDORES-HBSIS97L
                                          QTD-CONTATOS-HBSIS97L
                                          QTD-VOLUMES-HBSIS97L
                                          QTD-SOBREVIVENTES-HBSIS97L
                                          QTD-DV-INVALIDOS-HBSIS97L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS97L
                                          NOME-REL-HBSIS97L

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CARIMBO-GERACAO
           MOVE WS-CARIMBO-GERACAO (1:8)
                                       TO WS-DATA-HOJE
           MOVE WS-CARIMBO-GERACAO (9:6)
                                       TO WS-HORA-GERACAO

           COMPUTE WS-VARIANTE = FUNCTION MOD(
                   WS-HH-GERACAO * 3600
                 + WS-MM-GERACAO * 60
                 + WS-SS-GERACAO, 10000)

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS97L
               WHEN 1
                    PERFORM 2100-GERA-COPIA
               WHEN 2
                    PERFORM 2500-CARGA-TREINAMENTO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS97L
                    MOVE "CODIGO DA FUNCAO INVALIDA"
                                       TO MSG-RETORNO-HBSIS97L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERACAO: MASCARA OS QUATRO CADASTROS, CONFERE A COPIA CONTRA   *
      * OS ORIGINAIS E GRAVA O CONTROLE                                *
      *----------------------------------------------------------------*
       2100-GERA-COPIA                 SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS97L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2100-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS97L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       TO MSG-RETORNO-HBSIS97L
              CLOSE ARQ-CLIENTE
              GO TO 2100-EXIT
           END-IF

      *    CONTATOS, VOLUME E REGIOES PODEM AINDA NAO EXISTIR
           OPEN INPUT ARQ-CONTATO
           IF WS-FL-STATUS-CON         EQUAL ZEROS
              MOVE "S"                 TO WS-CONTATO-DISPONIVEL
           END-IF

           OPEN INPUT ARQ-VOLUME
           IF WS-FL-STATUS-VOL         EQUAL ZEROS
              MOVE "S"                 TO WS-VOLUME-DISPONIVEL
           END-IF

           OPEN INPUT ARQ-REGIAO
           IF WS-FL-STATUS-REG         EQUAL ZEROS
              MOVE "S"                 TO WS-REGIAO-DISPONIVEL
           END-IF

           OPEN OUTPUT MSC-CLIENTE
                       MSC-VENDEDOR
                       MSC-CONTATO
                       MSC-VOLUME

           IF WS-FL-STATUS-MCL         NOT EQUAL ZEROS
           OR WS-FL-STATUS-MVE         NOT EQUAL ZEROS
           OR WS-FL-STATUS-MCO         NOT EQUAL ZEROS
           OR WS-FL-STATUS-MVO         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS97L
              MOVE "ERRO NA CRIACAO DOS ARQUIVOS DA COPIA MASCARADA"
                                       TO MSG-RETORNO-HBSIS97L
              PERFORM 2190-FECHA-ORIGINAIS
              GO TO 2100-EXIT
           END-IF

           PERFORM 2110-MASCARA-CLIENTES
           PERFORM 2130-MASCARA-VENDEDORES
           PERFORM 2150-MASCARA-CONTATOS
           PERFORM 2170-COPIA-VOLUME

           CLOSE MSC-CLIENTE
                 MSC-VENDEDOR
                 MSC-CONTATO
                 MSC-VOLUME

           PERFORM 2200-VERIFICA-COPIA

           PERFORM 2190-FECHA-ORIGINAIS

           IF COD-RETORNO-HBSIS97L     NOT EQUAL ZEROS
              GO TO 2100-EXIT
           END-IF

           PERFORM 2300-GRAVA-CONTROLE

           MOVE WS-QTD-CLIENTES        TO QTD-CLIENTES-HBSIS97L
           MOVE WS-QTD-VENDEDORES      TO QTD-VENDEDORES-HBSIS97L
           MOVE WS-QTD-CONTATOS        TO QTD-CONTATOS-HBSIS97L
           MOVE WS-QTD-VOLUMES         TO QTD-VOLUMES-HBSIS97L
           MOVE WS-QTD-SOBREVIVENTES   TO QTD-SOBREVIVENTES-HBSIS97L
           MOVE WS-QTD-DV-INVALIDOS    TO QTD-DV-INVALIDOS-HBSIS97L
           MOVE WS-NOME-REL-MASCARA    TO NOME-REL-HBSIS97L

           IF WS-RESULTADO             EQUAL "APROVADO"
              MOVE ZEROS               TO COD-RETORNO-HBSIS97L
              STRING "COPIA MASCARADA APROVADA - CLI: "
                     WS-QTD-CLIENTES
                     " VEND: "
                     WS-QTD-VENDEDORES
                     DELIMITED BY SIZE INTO MSG-RETORNO-HBSIS97L
           ELSE
              MOVE 8                   TO COD-RETORNO-HBSIS97L
              MOVE "COPIA MASCARADA REPROVADA - VER O RELATORIO"
                                       TO MSG-RETORNO-HBSIS97L
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTES: CNPJ NOVO, RAZAO SOCIAL E ENDERECO FICTICIOS E       *
      * COORDENADAS DESLOCADAS; CODIGO, REGIAO, MUNICIPIO, CEP E OS    *
      * DEMAIS RELACIONAMENTOS FICAM COMO ESTAO                        *
      *----------------------------------------------------------------*
       2110-MASCARA-CLIENTES           SECTION.

           READ ARQ-CLIENTE NEXT

           PERFORM UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
              PERFORM 2115-MASCARA-UM-CLIENTE
              READ ARQ-CLIENTE NEXT
           END-PERFORM

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA UM CLIENTE. O CNPJ E 9 + CODIGO (7) + VARIANTE (4) +   *
      * DIGITOS VERIFICADORES: UNICO NA COPIA E VALIDO NO 2150 DO      *
      * CADASTRO DE CLIENTES                                           *
      *----------------------------------------------------------------*
       2115-MASCARA-UM-CLIENTE         SECTION.

           MOVE ARQ-HBSIS02C           TO REG-CLIENTE-MSC

           COMPUTE WS-CNPJ-CALC = 90000000000000
                                + COD-CLIENTE-HBSIS02C * 1000000
                                + WS-VARIANTE * 100
           PERFORM 2900-VALIDA-CNPJ
           MOVE WS-CNPJ-DIG1           TO WS-CNPJ-DIGITO (13)
           MOVE WS-CNPJ-DIG2           TO WS-CNPJ-DIGITO (14)
           MOVE WS-CNPJ-CALC           TO CNPJ-MSC
           ADD WS-CNPJ-CALC            TO WS-HASH-CNPJ

           DIVIDE COD-CLIENTE-HBSIS02C BY 20
                                   GIVING WS-QUOCIENTE
           COMPUTE WS-IDX-1 = FUNCTION MOD(COD-CLIENTE-HBSIS02C, 20)
                            + 1
           COMPUTE WS-IDX-2 = FUNCTION MOD(WS-QUOCIENTE, 10) + 1

           MOVE SPACES                 TO RAZAO-SOCIAL-MSC
           STRING WS-FANTASIA (WS-IDX-1) DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-RAMO (WS-IDX-2)   DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  COD-CLIENTE-HBSIS02C DELIMITED BY SIZE
                                       INTO RAZAO-SOCIAL-MSC

           IF LOGRADOURO-HBSIS02C      NOT EQUAL SPACES
           OR NUMERO-END-HBSIS02C      NOT EQUAL SPACES
              COMPUTE WS-IDX-3 = FUNCTION MOD(
                      COD-CLIENTE-HBSIS02C * 7 + 3, 20) + 1
              COMPUTE WS-NUMERO-FICT = FUNCTION MOD(
                      COD-CLIENTE-HBSIS02C * 37, 9000) + 1000
              MOVE WS-LOGRADOURO-FICT (WS-IDX-3)
                                       TO LOGRADOURO-MSC
              MOVE WS-NUMERO-FICT      TO NUMERO-END-MSC
           END-IF

           MOVE COD-CLIENTE-HBSIS02C   TO WS-COD-BASE
           MOVE COD-REGIAO-HBSIS02C    TO WS-REGIAO-BASE
           MOVE LATITUDE-CLI-HBSIS02C  TO WS-LAT-ORIG
           MOVE LONGITUDE-CLI-HBSIS02C TO WS-LON-ORIG
           PERFORM 2800-DESLOCA-COORDENADA
           MOVE WS-LAT-NOVA            TO LATITUDE-CLI-MSC
           MOVE WS-LON-NOVA            TO LONGITUDE-CLI-MSC

           MOVE WS-OPERADOR-MASCARA    TO OPERADOR-CLI-MSC

           WRITE REG-CLIENTE-MSC
           ADD 1                       TO WS-QTD-CLIENTES

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDORES: CPF NOVO, NOME FICTICIO E COORDENADAS DA CASA      *
      * DESLOCADAS                                                     *
      *----------------------------------------------------------------*
       2130-MASCARA-VENDEDORES         SECTION.

           READ ARQ-VENDEDOR NEXT

           PERFORM UNTIL WS-FL-STATUS-VEN NOT EQUAL "00"
              PERFORM 2135-MASCARA-UM-VENDEDOR
              READ ARQ-VENDEDOR NEXT
           END-PERFORM

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA UM VENDEDOR. O CPF E 9 + VARIANTE (4) + 0 + CODIGO (3) *
      * + DIGITOS VERIFICADORES, VALIDO NO 2150 DO CADASTRO DE         *
      * VENDEDORES                                                     *
      *----------------------------------------------------------------*
       2135-MASCARA-UM-VENDEDOR        SECTION.

           MOVE ARQ-HBSIS04C           TO REG-VENDEDOR-MSC

           COMPUTE WS-CPF-CALC = 90000000000
                               + WS-VARIANTE * 1000000
                               + COD-VENDEDOR-HBSIS04C * 100
           PERFORM 2910-VALIDA-CPF
           MOVE WS-CPF-DIG1            TO WS-CPF-DIGITO (10)
           MOVE WS-CPF-DIG2            TO WS-CPF-DIGITO (11)
           MOVE WS-CPF-CALC            TO CPF-MSC
           ADD WS-CPF-CALC             TO WS-HASH-CPF

           COMPUTE WS-IDX-1 = FUNCTION MOD(COD-VENDEDOR-HBSIS04C, 20)
                            + 1
           COMPUTE WS-IDX-2 = FUNCTION MOD(
                   COD-VENDEDOR-HBSIS04C * 7 + 3, 20) + 1

           MOVE SPACES                 TO NOME-VEND-MSC
           STRING WS-PRENOME (WS-IDX-1) DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-SOBRENOME (WS-IDX-2) DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  COD-VENDEDOR-HBSIS04C DELIMITED BY SIZE
                                       INTO NOME-VEND-MSC

           MOVE COD-VENDEDOR-HBSIS04C  TO WS-COD-BASE
           MOVE COD-REGIAO-HBSIS04C    TO WS-REGIAO-BASE
           MOVE LATITUDE-VEND-HBSIS04C TO WS-LAT-ORIG
           MOVE LONGITUDE-VEND-HBSIS04C
                                       TO WS-LON-ORIG
           PERFORM 2800-DESLOCA-COORDENADA
           MOVE WS-LAT-NOVA            TO LATITUDE-VEND-MSC
           MOVE WS-LON-NOVA            TO LONGITUDE-VEND-MSC

           MOVE WS-OPERADOR-MASCARA    TO OPERADOR-VEND-MSC

           WRITE REG-VENDEDOR-MSC
           ADD 1                       TO WS-QTD-VENDEDORES

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATOS: NOME, TELEFONE E E-MAIL FICTICIOS (OS CAMPOS EM      *
      * BRANCO CONTINUAM EM BRANCO); FUNCAO, JANELA DE VISITA E O      *
      * INDICADOR DE CONTATO PRINCIPAL FICAM COMO ESTAO                *
      *----------------------------------------------------------------*
       2150-MASCARA-CONTATOS           SECTION.

           IF WS-CONTATO-DISPONIVEL    NOT EQUAL "S"
              GO TO 2150-EXIT
           END-IF

           READ ARQ-CONTATO NEXT

           PERFORM UNTIL WS-FL-STATUS-CON NOT EQUAL "00"
              PERFORM 2155-MASCARA-UM-CONTATO
              READ ARQ-CONTATO NEXT
           END-PERFORM

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA UM CONTATO. O TELEFONE USA O DDD 099 (INEXISTENTE) E O *
      * E-MAIL UM DOMINIO RESERVADO, PARA NUNCA ALCANCAR NINGUEM       *
      *----------------------------------------------------------------*
       2155-MASCARA-UM-CONTATO         SECTION.

           MOVE ARQ-HBSIS57C           TO REG-CONTATO-MSC

           COMPUTE WS-IDX-1 = FUNCTION MOD(
                   COD-CLIENTE-HBSIS57C * 3
                 + SEQ-CONTATO-HBSIS57C, 20) + 1
           COMPUTE WS-IDX-2 = FUNCTION MOD(
                   COD-CLIENTE-HBSIS57C
                 + SEQ-CONTATO-HBSIS57C * 7, 20) + 1

           IF NOME-CONTATO-HBSIS57C    NOT EQUAL SPACES
              MOVE SPACES              TO NOME-CONTATO-MSC
              STRING WS-PRENOME (WS-IDX-1) DELIMITED BY SPACE
                     " "               DELIMITED BY SIZE
                     WS-SOBRENOME (WS-IDX-2) DELIMITED BY SPACE
                                       INTO NOME-CONTATO-MSC
           END-IF

           IF TELEFONE-HBSIS57C        NOT EQUAL SPACES
              MOVE SPACES              TO TELEFONE-MSC
              STRING "(099)9"
                     COD-CLIENTE-HBSIS57C
                     SEQ-CONTATO-HBSIS57C
                     DELIMITED BY SIZE INTO TELEFONE-MSC
           END-IF

           IF EMAIL-HBSIS57C           NOT EQUAL SPACES
              MOVE SPACES              TO EMAIL-MSC
              STRING "CONTATO"
                     COD-CLIENTE-HBSIS57C
                     "-"
                     SEQ-CONTATO-HBSIS57C
                     "@TREINO.INVALID"
                     DELIMITED BY SIZE INTO EMAIL-MSC
           END-IF

           MOVE WS-OPERADOR-MASCARA    TO OPERADOR-CON-MSC

           WRITE REG-CONTATO-MSC
           ADD 1                       TO WS-QTD-CONTATOS

           .
       2155-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VOLUME: SEM DADOS PESSOAIS, COPIADO COMO ESTA (AS CHAVES SAO   *
      * OS CODIGOS DE CLIENTE, QUE NAO MUDAM)                          *
      *----------------------------------------------------------------*
       2170-COPIA-VOLUME               SECTION.

           IF WS-VOLUME-DISPONIVEL     NOT EQUAL "S"
              GO TO 2170-EXIT
           END-IF

           READ ARQ-VOLUME NEXT

           PERFORM UNTIL WS-FL-STATUS-VOL NOT EQUAL "00"
              MOVE ARQ-HBSIS16C        TO REG-VOLUME-MSC
              WRITE REG-VOLUME-MSC
              ADD 1                    TO WS-QTD-VOLUMES
              READ ARQ-VOLUME NEXT
           END-PERFORM

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA OS CADASTROS ORIGINAIS ABERTOS NA GERACAO                *
      *----------------------------------------------------------------*
       2190-FECHA-ORIGINAIS            SECTION.

           CLOSE ARQ-CLIENTE
                 ARQ-VENDEDOR

           IF WS-CONTATO-DISPONIVEL    EQUAL "S"
              CLOSE ARQ-CONTATO
           END-IF

           IF WS-VOLUME-DISPONIVEL     EQUAL "S"
              CLOSE ARQ-VOLUME
           END-IF

           IF WS-REGIAO-DISPONIVEL     EQUAL "S"
              CLOSE ARQ-REGIAO
           END-IF

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERENCIA DA COPIA: RELE OS ARQUIVOS MASCARADOS E PROCURA    *
      * CADA CNPJ, CPF, RAZAO SOCIAL E NOME NAS CHAVES DOS CADASTROS   *
      * ORIGINAIS, E COMPARA ENDERECO, COORDENADAS E DADOS DE CONTATO  *
      * COM O REGISTRO ORIGINAL DO MESMO CODIGO                        *
      *----------------------------------------------------------------*
       2200-VERIFICA-COPIA             SECTION.

           MOVE SPACES                 TO WS-NOME-REL-MASCARA
           STRING "RELMASCARA-"
                  WS-CARIMBO-GERACAO (1:8)
                  "-"
                  WS-CARIMBO-GERACAO (9:6)
                  ".TXT"
                  DELIMITED BY SIZE    INTO WS-NOME-REL-MASCARA

           OPEN OUTPUT REL-MASCARA

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS97L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE CONTROLE"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2200-EXIT
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AAAAMMDD
           PERFORM 2990-CONVERTE-DATA
           MOVE WS-DATA-DDMMAAAA       TO CAB-MSC-DATA
           WRITE REG-REL-MASCARA       FROM CAB-MASCARA
           WRITE REG-REL-MASCARA       FROM LINHA-TRACO

           MOVE "IDENTIFICADORES ORIGINAIS E DIGITOS INVALIDOS NA COPIA"
                                       TO CAB-MSC-SECAO
           WRITE REG-REL-MASCARA       FROM CAB-MSC-SECAO
           WRITE REG-REL-MASCARA       FROM CAB-MSC-COLUNAS
           WRITE REG-REL-MASCARA       FROM LINHA-TRACO

           OPEN INPUT MSC-CLIENTE
           READ MSC-CLIENTE
           PERFORM UNTIL WS-FL-STATUS-MCL NOT EQUAL "00"
              PERFORM 2210-VERIFICA-UM-CLIENTE
              READ MSC-CLIENTE
           END-PERFORM
           CLOSE MSC-CLIENTE

           OPEN INPUT MSC-VENDEDOR
           READ MSC-VENDEDOR
           PERFORM UNTIL WS-FL-STATUS-MVE NOT EQUAL "00"
              PERFORM 2220-VERIFICA-UM-VENDEDOR
              READ MSC-VENDEDOR
           END-PERFORM
           CLOSE MSC-VENDEDOR

           IF WS-CONTATO-DISPONIVEL    EQUAL "S"
              OPEN INPUT MSC-CONTATO
              READ MSC-CONTATO
              PERFORM UNTIL WS-FL-STATUS-MCO NOT EQUAL "00"
                 PERFORM 2230-VERIFICA-UM-CONTATO
                 READ MSC-CONTATO
              END-PERFORM
              CLOSE MSC-CONTATO
           END-IF

           IF WS-QTD-OCORRENCIAS       EQUAL ZEROS
              MOVE "NENHUMA OCORRENCIA" TO CAB-MSC-SECAO
              WRITE REG-REL-MASCARA    FROM CAB-MSC-SECAO
              ADD 1                    TO WS-QTD-LINHAS-REL
           END-IF

           WRITE REG-REL-MASCARA       FROM LINHA-TRACO

           PERFORM 2250-GRAVA-TOTAIS

           CLOSE REL-MASCARA

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE WS-NOME-REL-MASCARA    TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM CLIENTE DA COPIA                                    *
      *----------------------------------------------------------------*
       2210-VERIFICA-UM-CLIENTE        SECTION.

           ADD 1                       TO WS-QTD-CLI-CONFERIDOS
           MOVE "CLIENTE"              TO DET-MSC-ARQUIVO
           MOVE COD-CLIENTE-MSC        TO DET-MSC-CHAVE

           MOVE CNPJ-MSC               TO WS-CNPJ-CALC
           PERFORM 2900-VALIDA-CNPJ

           IF WS-CNPJ-VALIDO           EQUAL "N"
              ADD 1                    TO WS-QTD-DV-INVALIDOS
              MOVE "CNPJ COM DIGITO INVALIDO"
                                       TO DET-MSC-OCORRENCIA
              MOVE CNPJ-MSC            TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           MOVE CNPJ-MSC               TO CNPJ-HBSIS02C
           READ ARQ-CLIENTE            KEY IS CNPJ-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "CNPJ EXISTENTE NO ORIGINAL"
                                       TO DET-MSC-OCORRENCIA
              MOVE CNPJ-MSC            TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           MOVE RAZAO-SOCIAL-MSC       TO RAZAO-SOCIAL-HBSIS02C
           READ ARQ-CLIENTE            KEY IS RAZAO-SOCIAL-HBSIS02C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "RAZAO SOCIAL EXISTENTE NO ORIG."
                                       TO DET-MSC-OCORRENCIA
              MOVE RAZAO-SOCIAL-MSC    TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           MOVE COD-CLIENTE-MSC        TO COD-CLIENTE-HBSIS02C
           READ ARQ-CLIENTE            KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              GO TO 2210-EXIT
           END-IF

           IF LOGRADOURO-HBSIS02C      NOT EQUAL SPACES
           AND LOGRADOURO-HBSIS02C     EQUAL LOGRADOURO-MSC
           AND NUMERO-END-HBSIS02C     EQUAL NUMERO-END-MSC
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "ENDERECO ORIGINAL MANTIDO"
                                       TO DET-MSC-OCORRENCIA
              MOVE LOGRADOURO-MSC      TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           IF (LATITUDE-CLI-HBSIS02C   NOT EQUAL ZEROS
           OR  LONGITUDE-CLI-HBSIS02C  NOT EQUAL ZEROS)
           AND LATITUDE-CLI-HBSIS02C   EQUAL LATITUDE-CLI-MSC
           AND LONGITUDE-CLI-HBSIS02C  EQUAL LONGITUDE-CLI-MSC
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "COORDENADA ORIGINAL MANTIDA"
                                       TO DET-MSC-OCORRENCIA
              MOVE SPACES              TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM VENDEDOR DA COPIA                                   *
      *----------------------------------------------------------------*
       2220-VERIFICA-UM-VENDEDOR       SECTION.

           ADD 1                       TO WS-QTD-VEN-CONFERIDOS
           MOVE "VENDEDOR"             TO DET-MSC-ARQUIVO
           MOVE COD-VENDEDOR-MSC       TO DET-MSC-CHAVE

           MOVE CPF-MSC                TO WS-CPF-CALC
           PERFORM 2910-VALIDA-CPF

           IF WS-CPF-VALIDO            EQUAL "N"
              ADD 1                    TO WS-QTD-DV-INVALIDOS
              MOVE "CPF COM DIGITO INVALIDO"
                                       TO DET-MSC-OCORRENCIA
              MOVE CPF-MSC             TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           MOVE CPF-MSC                TO CPF-HBSIS04C
           READ ARQ-VENDEDOR           KEY IS CPF-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "CPF EXISTENTE NO ORIGINAL"
                                       TO DET-MSC-OCORRENCIA
              MOVE CPF-MSC             TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           MOVE NOME-VEND-MSC          TO NOME-VEND-HBSIS04C
           READ ARQ-VENDEDOR           KEY IS NOME-VEND-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "NOME EXISTENTE NO ORIGINAL"
                                       TO DET-MSC-OCORRENCIA
              MOVE NOME-VEND-MSC       TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           MOVE COD-VENDEDOR-MSC       TO COD-VENDEDOR-HBSIS04C
           READ ARQ-VENDEDOR           KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              GO TO 2220-EXIT
           END-IF

           IF (LATITUDE-VEND-HBSIS04C  NOT EQUAL ZEROS
           OR  LONGITUDE-VEND-HBSIS04C NOT EQUAL ZEROS)
           AND LATITUDE-VEND-HBSIS04C  EQUAL LATITUDE-VEND-MSC
           AND LONGITUDE-VEND-HBSIS04C EQUAL LONGITUDE-VEND-MSC
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "COORDENADA ORIGINAL MANTIDA"
                                       TO DET-MSC-OCORRENCIA
              MOVE SPACES              TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM CONTATO DA COPIA CONTRA O CONTATO ORIGINAL DA MESMA *
      * CHAVE                                                          *
      *----------------------------------------------------------------*
       2230-VERIFICA-UM-CONTATO        SECTION.

           ADD 1                       TO WS-QTD-CON-CONFERIDOS
           MOVE "CONTATO"              TO DET-MSC-ARQUIVO
           MOVE SPACES                 TO DET-MSC-CHAVE
           STRING COD-CLIENTE-CON-MSC
                  "-"
                  SEQ-CONTATO-MSC
                  DELIMITED BY SIZE    INTO DET-MSC-CHAVE

           MOVE COD-CLIENTE-CON-MSC    TO COD-CLIENTE-HBSIS57C
           MOVE SEQ-CONTATO-MSC        TO SEQ-CONTATO-HBSIS57C
           READ ARQ-CONTATO            KEY IS CHAVE-HBSIS57C

           IF WS-FL-STATUS-CON         NOT EQUAL ZEROS
              GO TO 2230-EXIT
           END-IF

           IF NOME-CONTATO-HBSIS57C    NOT EQUAL SPACES
           AND NOME-CONTATO-HBSIS57C   EQUAL NOME-CONTATO-MSC
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "NOME ORIGINAL MANTIDO"
                                       TO DET-MSC-OCORRENCIA
              MOVE NOME-CONTATO-MSC    TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           IF TELEFONE-HBSIS57C        NOT EQUAL SPACES
           AND TELEFONE-HBSIS57C       EQUAL TELEFONE-MSC
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "TELEFONE ORIGINAL MANTIDO"
                                       TO DET-MSC-OCORRENCIA
              MOVE TELEFONE-MSC        TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           IF EMAIL-HBSIS57C           NOT EQUAL SPACES
           AND EMAIL-HBSIS57C          EQUAL EMAIL-MSC
              ADD 1                    TO WS-QTD-SOBREVIVENTES
              MOVE "E-MAIL ORIGINAL MANTIDO"
                                       TO DET-MSC-OCORRENCIA
              MOVE EMAIL-MSC           TO DET-MSC-VALOR
              PERFORM 2290-GRAVA-OCORRENCIA
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DO RELATORIO E RESULTADO DA CONFERENCIA: A COPIA SO E   *
      * APROVADA SEM IDENTIFICADOR ORIGINAL, SEM DIGITO INVALIDO E COM *
      * A RELEITURA BATENDO COM O QUE FOI GRAVADO                      *
      *----------------------------------------------------------------*
       2250-GRAVA-TOTAIS               SECTION.

           MOVE "CLIENTES COPIADOS"    TO DET-TOT-ROTULO
           MOVE WS-QTD-CLIENTES        TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "CLIENTES CONFERIDOS NA COPIA"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-CLI-CONFERIDOS  TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "VENDEDORES COPIADOS"  TO DET-TOT-ROTULO
           MOVE WS-QTD-VENDEDORES      TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "VENDEDORES CONFERIDOS NA COPIA"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-VEN-CONFERIDOS  TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "CONTATOS COPIADOS"    TO DET-TOT-ROTULO
           MOVE WS-QTD-CONTATOS        TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "CONTATOS CONFERIDOS NA COPIA"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-CON-CONFERIDOS  TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "REGISTROS DE VOLUME COPIADOS"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-VOLUMES         TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "COORDENADAS LEVADAS AO CENTRO DA REGIAO"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-CENTRALIZADAS   TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "IDENTIFICADORES ORIGINAIS ENCONTRADOS NA COPIA"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-SOBREVIVENTES   TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL
           MOVE "CNPJ/CPF COM DIGITO VERIFICADOR INVALIDO"
                                       TO DET-TOT-ROTULO
           MOVE WS-QTD-DV-INVALIDOS    TO DET-TOT-VALOR
           PERFORM 2295-GRAVA-TOTAL

           WRITE REG-REL-MASCARA       FROM LINHA-TRACO

           IF WS-QTD-SOBREVIVENTES     EQUAL ZEROS
           AND WS-QTD-DV-INVALIDOS     EQUAL ZEROS
           AND WS-QTD-CLI-CONFERIDOS   EQUAL WS-QTD-CLIENTES
           AND WS-QTD-VEN-CONFERIDOS   EQUAL WS-QTD-VENDEDORES
           AND WS-QTD-CON-CONFERIDOS   EQUAL WS-QTD-CONTATOS
              MOVE "APROVADO"          TO WS-RESULTADO
              MOVE "RESULTADO: APROVADO - NENHUM IDENTIFICADOR ORIGINAL
      -            " SOBREVIVEU NA COPIA MASCARADA"
                                       TO CAB-MSC-SECAO
           ELSE
              MOVE "REPROVADO"         TO WS-RESULTADO
              MOVE "RESULTADO: REPROVADO - GERAR NOVAMENTE (OS NUMEROS G
      -            "ERADOS MUDAM A CADA EXECUCAO)"
                                       TO CAB-MSC-SECAO
           END-IF

           WRITE REG-REL-MASCARA       FROM CAB-MSC-SECAO
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE OCORRENCIA DA CONFERENCIA                             *
      *----------------------------------------------------------------*
       2290-GRAVA-OCORRENCIA           SECTION.

           WRITE REG-REL-MASCARA       FROM DET-MASCARA
           ADD 1                       TO WS-QTD-LINHAS-REL
                                          WS-QTD-OCORRENCIAS

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE TOTAL DO RELATORIO                                    *
      *----------------------------------------------------------------*
       2295-GRAVA-TOTAL                SECTION.

           WRITE REG-REL-MASCARA       FROM DET-MSC-TOTAL
           ADD 1                       TO WS-QTD-LINHAS-REL

           .
       2295-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CONTROLE DA COPIA (CONTAGENS, HASHES DOS NOVOS CNPJ E  *
      * CPF E O RESULTADO DA CONFERENCIA), EXIGIDO NA CARGA            *
      *----------------------------------------------------------------*
       2300-GRAVA-CONTROLE             SECTION.

           OPEN OUTPUT MSC-CONTROLE

           IF WS-FL-STATUS-CTL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS97L
              MOVE "ERRO NA GRAVACAO DO CONTROLE DA COPIA MASCARADA"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2300-EXIT
           END-IF

           MOVE WS-DATA-HOJE           TO CTM-DATA
           MOVE WS-HORA-GERACAO        TO CTM-HORA
           MOVE OPERADOR-HBSIS97L      TO CTM-OPERADOR
           MOVE WS-QTD-CLIENTES        TO CTM-QTD-CLIENTES
           MOVE WS-HASH-CNPJ           TO CTM-HASH-CNPJ
           MOVE WS-QTD-VENDEDORES      TO CTM-QTD-VENDEDORES
           MOVE WS-HASH-CPF            TO CTM-HASH-CPF
           MOVE WS-QTD-CONTATOS        TO CTM-QTD-CONTATOS
           MOVE WS-QTD-VOLUMES         TO CTM-QTD-VOLUMES
           MOVE WS-QTD-SOBREVIVENTES   TO CTM-QTD-SOBREVIVENTES
           MOVE WS-QTD-DV-INVALIDOS    TO CTM-QTD-DV-INVALIDOS
           MOVE WS-RESULTADO           TO CTM-RESULTADO

           WRITE REG-MSC-CONTROLE

           CLOSE MSC-CONTROLE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA NO AMBIENTE DE TREINAMENTO: RECONSTROI OS QUATRO         *
      * CADASTROS DO DIRETORIO ATUAL A PARTIR DA COPIA MASCARADA E     *
      * CONFERE COM O CONTROLE. RECUSADA FORA DE UM DIRETORIO MARCADO  *
      * COMO TREINAMENTO, PARA NUNCA SOBREPOR OS CADASTROS DE PRODUCAO *
      *----------------------------------------------------------------*
       2500-CARGA-TREINAMENTO          SECTION.

           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-MARCA-TREINO
                                             WS-DETALHE-ARQUIVO

           IF RETURN-CODE              NOT EQUAL ZEROS
              MOVE 7                   TO COD-RETORNO-HBSIS97L
              MOVE "CARGA RECUSADA - DIRETORIO NAO E DE TREINAMENTO"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT MSC-CONTROLE

           IF WS-FL-STATUS-CTL         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS97L
              MOVE "CONTROLE DA COPIA MASCARADA NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2500-EXIT
           END-IF

           READ MSC-CONTROLE

           IF WS-FL-STATUS-CTL         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS97L
              MOVE "CONTROLE DA COPIA MASCARADA VAZIO"
                                       TO MSG-RETORNO-HBSIS97L
              CLOSE MSC-CONTROLE
              GO TO 2500-EXIT
           END-IF

           CLOSE MSC-CONTROLE

           IF CTM-RESULTADO            NOT EQUAL "APROVADO"
              MOVE 7                   TO COD-RETORNO-HBSIS97L
              MOVE "CARGA RECUSADA - COPIA MASCARADA NAO FOI APROVADA"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2500-EXIT
           END-IF

           OPEN INPUT MSC-CLIENTE

           IF WS-FL-STATUS-MCL         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS97L
              MOVE "COPIA MASCARADA DE CLIENTES NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2500-EXIT
           END-IF

           OPEN OUTPUT ARQ-CLIENTE

           READ MSC-CLIENTE

           PERFORM UNTIL WS-FL-STATUS-MCL NOT EQUAL "00"
              MOVE REG-CLIENTE-MSC     TO ARQ-HBSIS02C
              WRITE ARQ-HBSIS02C
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 ADD 1                 TO WS-QTD-CLIENTES
                 ADD CNPJ-HBSIS02C     TO WS-HASH-CNPJ
              END-IF
              READ MSC-CLIENTE
           END-PERFORM

           CLOSE MSC-CLIENTE
           CLOSE ARQ-CLIENTE

           OPEN INPUT MSC-VENDEDOR

           IF WS-FL-STATUS-MVE         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS97L
              MOVE "COPIA MASCARADA DE VENDEDORES NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS97L
              GO TO 2500-EXIT
           END-IF

           OPEN OUTPUT ARQ-VENDEDOR

           READ MSC-VENDEDOR

           PERFORM UNTIL WS-FL-STATUS-MVE NOT EQUAL "00"
              MOVE REG-VENDEDOR-MSC    TO ARQ-HBSIS04C
              WRITE ARQ-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 ADD 1                 TO WS-QTD-VENDEDORES
                 ADD CPF-HBSIS04C      TO WS-HASH-CPF
              END-IF
              READ MSC-VENDEDOR
           END-PERFORM

           CLOSE MSC-VENDEDOR
           CLOSE ARQ-VENDEDOR

           OPEN INPUT MSC-CONTATO

           IF WS-FL-STATUS-MCO         EQUAL ZEROS
              OPEN OUTPUT ARQ-CONTATO
              READ MSC-CONTATO
              PERFORM UNTIL WS-FL-STATUS-MCO NOT EQUAL "00"
                 MOVE REG-CONTATO-MSC  TO ARQ-HBSIS57C
                 WRITE ARQ-HBSIS57C
                 IF WS-FL-STATUS-CON   EQUAL ZEROS
                    ADD 1              TO WS-QTD-CONTATOS
                 END-IF
                 READ MSC-CONTATO
              END-PERFORM
              CLOSE MSC-CONTATO
              CLOSE ARQ-CONTATO
           END-IF

           OPEN INPUT MSC-VOLUME

           IF WS-FL-STATUS-MVO         EQUAL ZEROS
              OPEN OUTPUT ARQ-VOLUME
              READ MSC-VOLUME
              PERFORM UNTIL WS-FL-STATUS-MVO NOT EQUAL "00"
                 MOVE REG-VOLUME-MSC   TO ARQ-HBSIS16C
                 WRITE ARQ-HBSIS16C
                 IF WS-FL-STATUS-VOL   EQUAL ZEROS
                    ADD 1              TO WS-QTD-VOLUMES
                 END-IF
                 READ MSC-VOLUME
              END-PERFORM
              CLOSE MSC-VOLUME
              CLOSE ARQ-VOLUME
           END-IF

           MOVE WS-QTD-CLIENTES        TO QTD-CLIENTES-HBSIS97L
           MOVE WS-QTD-VENDEDORES      TO QTD-VENDEDORES-HBSIS97L
           MOVE WS-QTD-CONTATOS        TO QTD-CONTATOS-HBSIS97L
           MOVE WS-QTD-VOLUMES         TO QTD-VOLUMES-HBSIS97L

           IF WS-QTD-CLIENTES          EQUAL CTM-QTD-CLIENTES
           AND WS-HASH-CNPJ            EQUAL CTM-HASH-CNPJ
           AND WS-QTD-VENDEDORES       EQUAL CTM-QTD-VENDEDORES
           AND WS-HASH-CPF             EQUAL CTM-HASH-CPF
           AND WS-QTD-CONTATOS         EQUAL CTM-QTD-CONTATOS
           AND WS-QTD-VOLUMES          EQUAL CTM-QTD-VOLUMES
              MOVE ZEROS               TO COD-RETORNO-HBSIS97L
              MOVE "CARGA DO TREINAMENTO CERTIFICADA - TOTAIS CONFEREM"
                                       TO MSG-RETORNO-HBSIS97L
           ELSE
              MOVE 8                   TO COD-RETORNO-HBSIS97L
              MOVE "CARGA DO TREINAMENTO DIVERGENTE - CONFERIR TOTAIS"
                                       TO MSG-RETORNO-HBSIS97L
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESLOCA A COORDENADA (WS-LAT-ORIG/WS-LON-ORIG) ATE CERCA DE    *
      * 550 METROS, PELO CODIGO E PELA VARIANTE DA EXECUCAO. SE A      *
      * REGIAO TEM CAIXA DE COORDENADAS E O PONTO SAIR DELA, TENTA O   *
      * DESLOCAMENTO CONTRARIO E, EM ULTIMO CASO, O CENTRO DA CAIXA.   *
      * COORDENADA ZERADA (NAO GEOCODIFICADA) CONTINUA ZERADA          *
      *----------------------------------------------------------------*
       2800-DESLOCA-COORDENADA         SECTION.

           MOVE WS-LAT-ORIG            TO WS-LAT-NOVA
           MOVE WS-LON-ORIG            TO WS-LON-NOVA

           IF WS-LAT-ORIG              EQUAL ZEROS
           AND WS-LON-ORIG             EQUAL ZEROS
              GO TO 2800-EXIT
           END-IF

           COMPUTE WS-SORTEIO = FUNCTION MOD(
                   WS-COD-BASE * 7919 + WS-VARIANTE * 31 + 104729,
                   1999)
           IF WS-SORTEIO               EQUAL 999
              MOVE 1000                TO WS-SORTEIO
           END-IF
           COMPUTE WS-DESLOC-LAT = (WS-SORTEIO - 999)
                                 * WS-PASSO-DESLOCAMENTO

           COMPUTE WS-SORTEIO = FUNCTION MOD(
                   WS-COD-BASE * 6151 + WS-VARIANTE * 17 + 7, 1999)
           IF WS-SORTEIO               EQUAL 999
              MOVE 998                 TO WS-SORTEIO
           END-IF
           COMPUTE WS-DESLOC-LON = (WS-SORTEIO - 999)
                                 * WS-PASSO-DESLOCAMENTO

           COMPUTE WS-LAT-NOVA = WS-LAT-ORIG + WS-DESLOC-LAT
           COMPUTE WS-LON-NOVA = WS-LON-ORIG + WS-DESLOC-LON

           PERFORM 2810-CARREGA-REGIAO

           IF WS-TEM-CAIXA             NOT EQUAL "S"
              GO TO 2800-EXIT
           END-IF

           PERFORM 2820-CONFERE-CAIXA

           IF WS-COORD-DENTRO          EQUAL "S"
              GO TO 2800-EXIT
           END-IF

           COMPUTE WS-LAT-NOVA = WS-LAT-ORIG - WS-DESLOC-LAT
           COMPUTE WS-LON-NOVA = WS-LON-ORIG - WS-DESLOC-LON

           PERFORM 2820-CONFERE-CAIXA

           IF WS-COORD-DENTRO          EQUAL "S"
              GO TO 2800-EXIT
           END-IF

           COMPUTE WS-LAT-NOVA = (WS-CAIXA-MIN-LAT + WS-CAIXA-MAX-LAT)
                               / 2
           COMPUTE WS-LON-NOVA = (WS-CAIXA-MIN-LON + WS-CAIXA-MAX-LON)
                               / 2
           ADD 1                       TO WS-QTD-CENTRALIZADAS

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A CAIXA DE COORDENADAS DA REGIAO (GUARDA A ULTIMA LIDA)     *
      *----------------------------------------------------------------*
       2810-CARREGA-REGIAO             SECTION.

           IF WS-REGIAO-DISPONIVEL     NOT EQUAL "S"
              MOVE "N"                 TO WS-TEM-CAIXA
              GO TO 2810-EXIT
           END-IF

           IF WS-REGIAO-LIDA           EQUAL "S"
           AND WS-REGIAO-BASE          EQUAL WS-REGIAO-CARREGADA
              GO TO 2810-EXIT
           END-IF

           MOVE "S"                    TO WS-REGIAO-LIDA
           MOVE WS-REGIAO-BASE         TO WS-REGIAO-CARREGADA
           MOVE "N"                    TO WS-TEM-CAIXA
           MOVE WS-REGIAO-BASE         TO COD-REGIAO-HBSIS13C

           READ ARQ-REGIAO             KEY IS COD-REGIAO-HBSIS13C

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              GO TO 2810-EXIT
           END-IF

           IF MIN-LAT-HBSIS13C         EQUAL ZEROS
           AND MAX-LAT-HBSIS13C        EQUAL ZEROS
           AND MIN-LON-HBSIS13C        EQUAL ZEROS
           AND MAX-LON-HBSIS13C        EQUAL ZEROS
              GO TO 2810-EXIT
           END-IF

           MOVE "S"                    TO WS-TEM-CAIXA
           MOVE MIN-LAT-HBSIS13C       TO WS-CAIXA-MIN-LAT
           MOVE MAX-LAT-HBSIS13C       TO WS-CAIXA-MAX-LAT
           MOVE MIN-LON-HBSIS13C       TO WS-CAIXA-MIN-LON
           MOVE MAX-LON-HBSIS13C       TO WS-CAIXA-MAX-LON

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE A COORDENADA NOVA FICOU DENTRO DA CAIXA DA REGIAO   *
      *----------------------------------------------------------------*
       2820-CONFERE-CAIXA              SECTION.

           MOVE "S"                    TO WS-COORD-DENTRO

           IF WS-LAT-NOVA              LESS    WS-CAIXA-MIN-LAT
           OR WS-LAT-NOVA              GREATER WS-CAIXA-MAX-LAT
           OR WS-LON-NOVA              LESS    WS-CAIXA-MIN-LON
           OR WS-LON-NOVA              GREATER WS-CAIXA-MAX-LON
              MOVE "N"                 TO WS-COORD-DENTRO
           END-IF

           .
       2820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DO DIGITO VERIFICADOR DO CNPJ (WS-CNPJ-CALC). OS     *
      * DIGITOS CALCULADOS FICAM EM WS-CNPJ-DIG1 E WS-CNPJ-DIG2        *
      *----------------------------------------------------------------*
       2900-VALIDA-CNPJ                SECTION.

           MOVE "S"                    TO WS-CNPJ-VALIDO

           IF WS-CNPJ-CALC              EQUAL ZEROS
              MOVE "N"                 TO WS-CNPJ-VALIDO
           ELSE
              COMPUTE WS-CNPJ-SOMA =
                      WS-CNPJ-DIGITO (01) * 5
                    + WS-CNPJ-DIGITO (02) * 4
                    + WS-CNPJ-DIGITO (03) * 3
                    + WS-CNPJ-DIGITO (04) * 2
                    + WS-CNPJ-DIGITO (05) * 9
                    + WS-CNPJ-DIGITO (06) * 8
                    + WS-CNPJ-DIGITO (07) * 7
                    + WS-CNPJ-DIGITO (08) * 6
                    + WS-CNPJ-DIGITO (09) * 5
                    + WS-CNPJ-DIGITO (10) * 4
                    + WS-CNPJ-DIGITO (11) * 3
                    + WS-CNPJ-DIGITO (12) * 2

              COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11)

              IF WS-CNPJ-RESTO          LESS 2
                 MOVE ZERO              TO WS-CNPJ-DIG1
              ELSE
                 COMPUTE WS-CNPJ-DIG1 = 11 - WS-CNPJ-RESTO
              END-IF

              IF WS-CNPJ-DIG1 NOT EQUAL WS-CNPJ-DIGITO (13)
                 MOVE "N"              TO WS-CNPJ-VALIDO
              END-IF

              COMPUTE WS-CNPJ-SOMA =
                      WS-CNPJ-DIGITO (01) * 6
                    + WS-CNPJ-DIGITO (02) * 5
                    + WS-CNPJ-DIGITO (03) * 4
                    + WS-CNPJ-DIGITO (04) * 3
                    + WS-CNPJ-DIGITO (05) * 2
                    + WS-CNPJ-DIGITO (06) * 9
                    + WS-CNPJ-DIGITO (07) * 8
                    + WS-CNPJ-DIGITO (08) * 7
                    + WS-CNPJ-DIGITO (09) * 6
                    + WS-CNPJ-DIGITO (10) * 5
                    + WS-CNPJ-DIGITO (11) * 4
                    + WS-CNPJ-DIGITO (12) * 3
                    + WS-CNPJ-DIG1      * 2

              COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11)

              IF WS-CNPJ-RESTO          LESS 2
                 MOVE ZERO              TO WS-CNPJ-DIG2
              ELSE
                 COMPUTE WS-CNPJ-DIG2 = 11 - WS-CNPJ-RESTO
              END-IF

              IF WS-CNPJ-DIG2 NOT EQUAL WS-CNPJ-DIGITO (14)
                 MOVE "N"              TO WS-CNPJ-VALIDO
              END-IF
           END-IF

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF (WS-CPF-CALC). OS       *
      * DIGITOS CALCULADOS FICAM EM WS-CPF-DIG1 E WS-CPF-DIG2          *
      *----------------------------------------------------------------*
       2910-VALIDA-CPF                 SECTION.

           MOVE "S"                    TO WS-CPF-VALIDO

           IF WS-CPF-CALC                EQUAL ZEROS
              MOVE "N"                 TO WS-CPF-VALIDO
           ELSE
              COMPUTE WS-CPF-SOMA =
                      WS-CPF-DIGITO (01) * 10
                    + WS-CPF-DIGITO (02) * 9
                    + WS-CPF-DIGITO (03) * 8
                    + WS-CPF-DIGITO (04) * 7
                    + WS-CPF-DIGITO (05) * 6
                    + WS-CPF-DIGITO (06) * 5
                    + WS-CPF-DIGITO (07) * 4
                    + WS-CPF-DIGITO (08) * 3
                    + WS-CPF-DIGITO (09) * 2

              COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA, 11)

              IF WS-CPF-RESTO           LESS 2
                 MOVE ZERO              TO WS-CPF-DIG1
              ELSE
                 COMPUTE WS-CPF-DIG1 = 11 - WS-CPF-RESTO
              END-IF

              IF WS-CPF-DIG1 NOT EQUAL WS-CPF-DIGITO (10)
                 MOVE "N"               TO WS-CPF-VALIDO
              END-IF

              COMPUTE WS-CPF-SOMA =
                      WS-CPF-DIGITO (01) * 11
                    + WS-CPF-DIGITO (02) * 10
                    + WS-CPF-DIGITO (03) * 9
                    + WS-CPF-DIGITO (04) * 8
                    + WS-CPF-DIGITO (05) * 7
                    + WS-CPF-DIGITO (06) * 6
                    + WS-CPF-DIGITO (07) * 5
                    + WS-CPF-DIGITO (08) * 4
                    + WS-CPF-DIGITO (09) * 3
                    + WS-CPF-DIG1      * 2

              COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA, 11)

              IF WS-CPF-RESTO           LESS 2
                 MOVE ZERO              TO WS-CPF-DIG2
              ELSE
                 COMPUTE WS-CPF-DIG2 = 11 - WS-CPF-RESTO
              END-IF

              IF WS-CPF-DIG2 NOT EQUAL WS-CPF-DIGITO (11)
                 MOVE "N"               TO WS-CPF-VALIDO
              END-IF
           END-IF

           .
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE WS-DATA-AAAAMMDD PARA WS-DATA-DDMMAAAA                *
      *----------------------------------------------------------------*
       2990-CONVERTE-DATA              SECTION.

           COMPUTE WS-DATA-DDMMAAAA = WS-DIA-AAAAMMDD * 1000000
                                    + WS-MES-AAAAMMDD * 10000
                                    + WS-ANO-AAAAMMDD

           .
       2990-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS97P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS97P.
