       01  WS-AUDQ-OPERACAO            PIC  X(008)         VALUE SPACES.
       01  WS-BKP-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-AUX-OPCAO                PIC  9(002)         VALUE ZEROS.
       01  WS-AX2-OPCAO                PIC  9(002)         VALUE ZEROS.
       01  WS-VIS-NOME-ARQ             PIC  X(020)         VALUE SPACES.
       01  WS-VIS-DATA-INI             PIC  9(008)         VALUE ZEROS.
       01  WS-VIS-DATA-FIM             PIC  9(008)         VALUE ZEROS.
       01  WS-APR-ACAO                 PIC  X(001)         VALUE SPACES.
       01  WS-APR-MOTIVO               PIC  X(030)         VALUE SPACES.
       01  WS-APR-SAIR                 PIC  X(001)         VALUE "N".
       01  WS-APR-EXIBE.
           05  FILLER                  PIC  X(010)         VALUE
               "VENDEDOR: ".
           05  WS-APR-EXI-VEND         PIC  ZZ9            VALUE ZEROS.
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-APR-EXI-NOME         PIC  X(030)         VALUE SPACES.
           05  FILLER                  PIC  X(013)         VALUE
               "  DIST. (M): ".
           05  WS-APR-EXI-DIST         PIC  ZZZZZZZZ9,99   VALUE ZEROS.
       01  WS-TROCA-SENHA-NOVA         PIC  X(010)         VALUE SPACES.
       01  WS-TROCA-SENHA-CONF         PIC  X(010)         VALUE SPACES.
       01  WS-DESB-CODIGO-USU          PIC  X(010)         VALUE SPACES.
       01  WS-MUN-NOME-ARQ             PIC  X(020)         VALUE SPACES.
       01  WS-GEO-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-GEO-NOME-ARQ             PIC  X(020)         VALUE SPACES.
       01  WS-GEO-ORIGEM               PIC  X(001)         VALUE SPACES.
       01  WS-DEP-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-DEP-CODIGO               PIC  9(003)         VALUE ZEROS.
       01  WS-DEP-NOME                 PIC  X(030)         VALUE SPACES.
       01  WS-DEP-LATITUDE             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DEP-LONGITUDE            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LIN-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-LIN-CODIGO               PIC  9(002)         VALUE ZEROS.
       01  WS-LIN-NOME                 PIC  X(030)         VALUE SPACES.
       01  WS-LIN-CATEGORIAS.
           05  WS-LIN-CAT-01           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-02           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-03           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-04           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-05           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-06           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-07           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-08           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-09           PIC  X(003)         VALUE SPACES.
           05  WS-LIN-CAT-10           PIC  X(003)         VALUE SPACES.
       01  WS-EQP-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-EQP-SERIE                PIC  X(020)         VALUE SPACES.
       01  WS-EQP-TIPO                 PIC  X(001)         VALUE SPACES.
       01  WS-EQP-DESCRICAO            PIC  X(030)         VALUE SPACES.
       01  WS-EQP-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-EQP-DATA-COL             PIC  9(008)         VALUE ZEROS.
       01  WS-EQP-CONTRATO             PIC  X(015)         VALUE SPACES.
       01  WS-EQP-SITUACAO             PIC  X(001)         VALUE SPACES.
       01  WS-EQP-TAREFA.
           05  FILLER                  PIC  X(008)         VALUE
               "TAREFA: ".
           05  WS-EQP-TAR-MOTIVO       PIC  X(001)         VALUE SPACES.
           05  FILLER                  PIC  X(007)         VALUE
               " DATA: ".
           05  WS-EQP-TAR-DATA         PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(011)         VALUE
               " VENDEDOR: ".
           05  WS-EQP-TAR-VEND         PIC  9(003)         VALUE ZEROS.
       01  WS-PRP-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-PRP-CODIGO               PIC  9(007)         VALUE ZEROS.
       01  WS-PRP-NOME                 PIC  X(040)         VALUE SPACES.
       01  WS-PRP-LOGRADOURO           PIC  X(040)         VALUE SPACES.
       01  WS-PRP-NUMERO               PIC  X(006)         VALUE SPACES.
       01  WS-PRP-MUNICIPIO            PIC  X(030)         VALUE SPACES.
       01  WS-PRP-UF                   PIC  X(002)         VALUE SPACES.
       01  WS-PRP-CEP                  PIC  9(008)         VALUE ZEROS.
       01  WS-PRP-LATITUDE             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-PRP-LONGITUDE            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-PRP-REGIAO               PIC  9(003)         VALUE ZEROS.
       01  WS-PRP-FONTE                PIC  X(001)         VALUE SPACES.
       01  WS-PRP-VEND-ORIGEM          PIC  9(003)         VALUE ZEROS.
       01  WS-PRP-SITUACAO             PIC  X(001)         VALUE SPACES.
       01  WS-PRP-CNPJ                 PIC  9(014)         VALUE ZEROS.
       01  WS-PRP-MOTIVO               PIC  X(030)         VALUE SPACES.
       01  WS-PRP-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-CAN-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-CAN-CODIGO               PIC  9(002)         VALUE ZEROS.
       01  WS-CAN-NOME                 PIC  X(030)         VALUE SPACES.
       01  WS-CAN-SITUACAO.
           05  FILLER                  PIC  X(007)         VALUE
               "ATIVO: ".
           05  WS-CAN-ATIVO            PIC  X(001)         VALUE SPACES.
       01  WS-CAM-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-CAM-CODIGO               PIC  9(004)         VALUE ZEROS.
       01  WS-CAM-DESCRICAO            PIC  X(040)         VALUE SPACES.
       01  WS-CAM-DATA-INI             PIC  9(008)         VALUE ZEROS.
       01  WS-CAM-DATA-FIM             PIC  9(008)         VALUE ZEROS.
       01  WS-CAM-CLASSIF              PIC  X(003)         VALUE SPACES.
       01  WS-CAM-REGIAO               PIC  9(003)         VALUE ZEROS.
       01  WS-CAM-FILIAL               PIC  9(002)         VALUE ZEROS.
       01  WS-CAM-CATEGORIA            PIC  X(003)         VALUE SPACES.
       01  WS-CAM-SITUACAO             PIC  X(001)         VALUE SPACES.
       01  WS-CAM-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-CAM-TIPO-LISTA           PIC  X(001)         VALUE SPACES.
       01  WS-CEN-NOME-ARQ             PIC  X(020)         VALUE SPACES.
       01  WS-CEN-COD-VEND             PIC  9(003)         VALUE ZEROS.
       01  WS-CEN-POTENCIAL-MIN        PIC  9(009)         VALUE ZEROS.
       01  WS-QPR-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-QPR-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-QPR-COD-VEND             PIC  9(003)         VALUE ZEROS.
       01  WS-QPR-PCT                  PIC S9(003)V9(002)  VALUE ZEROS.
       01  WS-QPR-AM-INI               PIC  9(006)         VALUE ZEROS.
       01  WS-QPR-AM-FIM               PIC  9(006)         VALUE ZEROS.
       01  WS-DEV-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-DEV-PCT                  PIC  9(003)V9(002)  VALUE ZEROS.
       01  WS-AJC-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-AJC-COD-VEND             PIC  9(003)         VALUE ZEROS.
       01  WS-AJC-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-AJC-SEQUENCIA            PIC  9(003)         VALUE ZEROS.
       01  WS-AJC-TIPO                 PIC  X(001)         VALUE SPACES.
       01  WS-AJC-VALOR                PIC S9(009)V9(002)  VALUE ZEROS.
       01  WS-AJC-MOTIVO               PIC  X(040)         VALUE SPACES.
       01  WS-AJC-VALOR-EXIBE          PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
       01  WS-FCM-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-FCM-COD-EVENTO           PIC  9(004)         VALUE ZEROS.
       01  WS-TKM-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-TKM-COD-FILIAL           PIC  9(002)         VALUE ZEROS.
       01  WS-TKM-VALOR-KM             PIC  9(003)V9(004)  VALUE ZEROS.
       01  WS-HIE-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-HIE-NIVEL                PIC  X(001)         VALUE SPACES.
       01  WS-HIE-COD-MEMBRO           PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-DATA-INICIO          PIC  9(008)         VALUE ZEROS.
       01  WS-HIE-DATA-FIM             PIC  9(008)         VALUE ZEROS.
       01  WS-HIE-COD-SUPERIOR         PIC  9(005)         VALUE ZEROS.
       01  WS-HIE-NOME-MEMBRO          PIC  X(040)         VALUE SPACES.
       01  WS-HIE-CONSOLIDADO          PIC  X(001)         VALUE SPACES.
       01  WS-RH-NOME-ARQ              PIC  X(020)         VALUE SPACES.
       01  WS-EKM-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-EKM-COD-EVENTO           PIC  9(004)         VALUE ZEROS.
       01  WS-CSO-NUMERO               PIC  9(007)         VALUE ZEROS.
       01  WS-CSO-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-CSO-TIPO                 PIC  X(001)         VALUE SPACES.
       01  WS-CSO-DESCRICAO            PIC  X(060)         VALUE SPACES.
       01  WS-CSO-VENDEDOR             PIC  9(003)         VALUE ZEROS.
       01  WS-CSO-SITUACAO             PIC  X(001)         VALUE SPACES.
       01  WS-CSO-OBSERVACAO           PIC  X(040)         VALUE SPACES.
       01  WS-CSO-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-CSO-IDX                  PIC  9(002)         VALUE ZEROS.
       01  WS-CSO-LINHA                PIC  9(004)         VALUE ZEROS.
       01  WS-LGP-FUNCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-LGP-TIPO                 PIC  X(001)         VALUE SPACES.
       01  WS-LGP-TERMO                PIC  X(040)         VALUE SPACES.
       01  WS-LGP-MESES                PIC  9(003)         VALUE ZEROS.
       01  WS-PCD-FUNCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-PCD-ENTIDADE             PIC  X(001)         VALUE SPACES.
       01  WS-PCD-DATA                 PIC  9(008)         VALUE ZEROS.
       01  WS-PCD-CODIGO               PIC  9(007)         VALUE ZEROS.
       01  WS-PCD-LATITUDE             PIC  -ZZ9,99999999  VALUE ZEROS.
       01  WS-PCD-LONGITUDE            PIC  -ZZ9,99999999  VALUE ZEROS.
       01  WS-JRN-DATA-LIMITE          PIC  9(008)         VALUE ZEROS.
       01  WS-JRN-HORA-LIMITE          PIC  9(006)         VALUE ZEROS.
       01  WS-INT-FUNCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-TND-NOITES               PIC  9(003)         VALUE ZEROS.
       01  WS-MSC-FUNCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-EXT-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-EXT-MANTEM               PIC  X(001)         VALUE "N".
      *    MESMA DISPOSICAO DE DEFINICAO-HBSIS98L
       01  WS-EXT-DEFINICAO.
           05  WS-EXT-NOME             PIC  X(012)         VALUE SPACES.
           05  WS-EXT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05  WS-EXT-CAMPOS           PIC  X(030)         VALUE SPACES.
           05  WS-EXT-FIL-CAMPO-1      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-FIL-OPER-1       PIC  X(002)         VALUE SPACES.
           05  WS-EXT-FIL-VALOR-1      PIC  X(020)         VALUE SPACES.
           05  WS-EXT-FIL-CAMPO-2      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-FIL-OPER-2       PIC  X(002)         VALUE SPACES.
           05  WS-EXT-FIL-VALOR-2      PIC  X(020)         VALUE SPACES.
           05  WS-EXT-FIL-CAMPO-3      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-FIL-OPER-3       PIC  X(002)         VALUE SPACES.
           05  WS-EXT-FIL-VALOR-3      PIC  X(020)         VALUE SPACES.
           05  WS-EXT-FIL-CAMPO-4      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-FIL-OPER-4       PIC  X(002)         VALUE SPACES.
           05  WS-EXT-FIL-VALOR-4      PIC  X(020)         VALUE SPACES.
           05  WS-EXT-FIL-CAMPO-5      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-FIL-OPER-5       PIC  X(002)         VALUE SPACES.
           05  WS-EXT-FIL-VALOR-5      PIC  X(020)         VALUE SPACES.
           05  WS-EXT-ORD-CAMPO-1      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-ORD-SENTIDO-1    PIC  X(001)         VALUE SPACES.
           05  WS-EXT-ORD-CAMPO-2      PIC  9(002)         VALUE ZEROS.
           05  WS-EXT-ORD-SENTIDO-2    PIC  X(001)         VALUE SPACES.
           05  WS-EXT-FORMATO          PIC  X(001)         VALUE SPACES.
           05  WS-EXT-AGENDA           PIC  X(001)         VALUE SPACES.
           05  WS-EXT-DIA              PIC  9(002)         VALUE ZEROS.
       01  WS-EXT-EXIBE.
           05  FILLER                  PIC  X(017)         VALUE
               "ULTIMA EXECUCAO: ".
           05  WS-EXT-EXI-DATA         PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(012)         VALUE
               "  CLIENTES: ".
           05  WS-EXT-EXI-QTD          PIC  ZZZZZZ9        VALUE ZEROS.
       01  WS-PEX-DATA                 PIC  9(008)         VALUE ZEROS.
       01  WS-PEX-HORA                 PIC  9(006)         VALUE ZEROS.
       01  WS-PEX-ORIGEM               PIC  X(020)         VALUE SPACES.
       01  WS-PEX-VERSAO               PIC  X(020)         VALUE SPACES.
       01  WS-PEX-PARAM.
           05  WS-PEX-P-DATA           PIC  9(008).
           05  WS-PEX-P-HORA           PIC  9(006).
           05  WS-PEX-P-NOME           PIC  X(020).
           05  WS-PEX-P-ORIGEM         PIC  X(001).
           05  WS-PEX-P-DATA-VERSAO    PIC  9(008).
           05  WS-PEX-P-HORA-VERSAO    PIC  9(006).
           05  WS-PEX-P-RESTRINGE      PIC  X(001).
           05  WS-PEX-P-DISTANCIA      PIC  9(009)V9(002).
           05  WS-PEX-P-MAX-CLI        PIC  9(007).
           05  WS-PEX-P-MAX-VALOR      PIC  9(013)V9(002).
           05  WS-PEX-P-SCORE          PIC  X(001).
           05  WS-PEX-P-PESO-DIST      PIC  9(003).
           05  WS-PEX-P-PESO-SENIOR    PIC  9(003).
           05  WS-PEX-P-PESO-VINCULO   PIC  9(003).
           05  WS-PEX-P-GRUPO          PIC  X(001).
           05  WS-PEX-P-TROCA          PIC  X(001).
           05  WS-PEX-P-ATRIBUIDOS     PIC  9(007).
       01  WS-PEX-EXIBE.
           05  FILLER                  PIC  X(022)         VALUE
               "CLIENTES QUE MUDARAM: ".
           05  WS-PEX-EXI-MUDANCAS     PIC  ZZZZZZ9        VALUE ZEROS.
           05  FILLER                  PIC  X(024)         VALUE
               "  PARAMETROS ALTERADOS: ".
           05  WS-PEX-EXI-DIFERENCAS   PIC  Z9             VALUE ZEROS.
       01  WS-CSO-HIST-EXIBE.
           05  WS-CSO-HIS-DATA         PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CSO-HIS-SIT          PIC  X(001)         VALUE SPACES.
           05  FILLER                  PIC  X(006)         VALUE
               " VEND ".
           05  WS-CSO-HIS-VEND         PIC  9(003)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CSO-HIS-OBS          PIC  X(040)         VALUE SPACES.
       01  WS-CAM-EXIBE.
           05  FILLER                  PIC  X(010)         VALUE
               "PERIODO: ".
           05  WS-CAM-EXI-DATA-INI     PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(003)         VALUE " A ".
           05  WS-CAM-EXI-DATA-FIM     PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(012)         VALUE
               "  SITUACAO: ".
           05  WS-CAM-EXI-SITUACAO     PIC  X(001)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               "  ALVO: ".
           05  WS-CAM-EXI-QTD-ALVO     PIC  ZZZZZZ9        VALUE ZEROS.
       01  WS-JAN-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-JAN-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-JAN-DIA                  PIC  9(001)         VALUE ZEROS.
       01  WS-JAN-INI-1                PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-FIM-1                PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-INI-2                PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-FIM-2                PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-EXIBE.
           05  FILLER                  PIC  X(009)         VALUE
               "JANELAS: ".
           05  WS-JAN-EXI-INI-1        PIC  9(004)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE "-".
           05  WS-JAN-EXI-FIM-1        PIC  9(004)         VALUE ZEROS.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-JAN-EXI-INI-2        PIC  9(004)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE "-".
           05  WS-JAN-EXI-FIM-2        PIC  9(004)         VALUE ZEROS.
       01  WS-TPR-OPERACAO             PIC  X(001)         VALUE SPACES.
       01  WS-TPR-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-TPR-SAZONAL              PIC  X(001)         VALUE SPACES.
       01  WS-TPR-IDX                  PIC  9(001)         VALUE ZEROS.
       01  WS-TPR-TEMPORADAS.
           05  WS-TPR-TEMP-1.
               10  WS-TPR-DIA-INI-1    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-INI-1    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-DIA-FIM-1    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-FIM-1    PIC  9(002)         VALUE ZEROS.
           05  WS-TPR-TEMP-2.
               10  WS-TPR-DIA-INI-2    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-INI-2    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-DIA-FIM-2    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-FIM-2    PIC  9(002)         VALUE ZEROS.
           05  WS-TPR-TEMP-3.
               10  WS-TPR-DIA-INI-3    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-INI-3    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-DIA-FIM-3    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-FIM-3    PIC  9(002)         VALUE ZEROS.
           05  WS-TPR-TEMP-4.
               10  WS-TPR-DIA-INI-4    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-INI-4    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-DIA-FIM-4    PIC  9(002)         VALUE ZEROS.
               10  WS-TPR-MES-FIM-4    PIC  9(002)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-TPR-TEMPORADAS.
           05  WS-TPR-TEMP             PIC  X(008)  OCCURS 4 TIMES.
       01  WS-TPR-EXIBE.
           05  FILLER                  PIC  X(012)         VALUE
               "TEMPORADAS: ".
           05  WS-TPR-EXI-TEMP         OCCURS 4 TIMES.
               10  WS-TPR-EXI-DIA-INI  PIC  9(002).
               10  WS-TPR-EXI-BARRA-1  PIC  X(001).
               10  WS-TPR-EXI-MES-INI  PIC  9(002).
               10  WS-TPR-EXI-TRACO    PIC  X(001).
               10  WS-TPR-EXI-DIA-FIM  PIC  9(002).
               10  WS-TPR-EXI-BARRA-2  PIC  X(001).
               10  WS-TPR-EXI-MES-FIM  PIC  9(002).
               10  FILLER              PIC  X(001).
       01  WS-TPR-EXIBE-2.
           05  WS-TPR-EXI-SITUACAO     PIC  X(018)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               "  REABRE: ".
           05  WS-TPR-EXI-ABERTURA     PIC  9(008)         VALUE ZEROS.
           05  FILLER                  PIC  X(012)         VALUE
               "  VEND ANT: ".
           05  WS-TPR-EXI-VEND         PIC  9(003)         VALUE ZEROS.
           05  FILLER                  PIC  X(004)         VALUE
               " EM ".
           05  WS-TPR-EXI-DATA-ATRIB   PIC  9(008)         VALUE ZEROS.
       01  WS-PED-NOME-ARQ             PIC  X(020)         VALUE SPACES.
       01  WS-PED-DATA-REF             PIC  9(008)         VALUE ZEROS.
       01  WS-PED-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-PSQ-NOME-ARQ             PIC  X(020)         VALUE SPACES.
       01  WS-PSQ-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-CM2-OPCAO                PIC  9(002)         VALUE ZEROS.
       01  WS-PRP-LAT-ED               PIC -ZZ9,99999999   VALUE ZEROS.
       01  WS-PRP-LON-ED               PIC -ZZ9,99999999   VALUE ZEROS.
       01  WS-PRP-ATRIBUICAO.
           05  FILLER                  PIC  X(010)         VALUE
               "SITUACAO: ".
           05  WS-PRP-ATR-SITUACAO     PIC  X(001)         VALUE SPACES.
           05  FILLER                  PIC  X(012)         VALUE
               " VENDEDOR: ".
           05  WS-PRP-ATR-VEND         PIC  9(003)         VALUE ZEROS.
           05  FILLER                  PIC  X(012)         VALUE
               " DIST.(M): ".
           05  WS-PRP-ATR-DIST         PIC  ZZZZZZZZ9      VALUE ZEROS.
           05  FILLER                  PIC  X(010)         VALUE
               " CLIENTE: ".
           05  WS-PRP-ATR-CLIENTE      PIC  9(007)         VALUE ZEROS.
       01  WS-ROT-MIN-A                PIC  9(003)         VALUE ZEROS.
       01  WS-ROT-MIN-B                PIC  9(003)         VALUE ZEROS.
       01  WS-ROT-MIN-C                PIC  9(003)         VALUE ZEROS.
       01  WS-EXE-MAX-CLIENTES         PIC  9(007)         VALUE ZEROS.
       01  WS-EXE-MAX-VALOR            PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-EXE-DELTA                PIC  X(001)         VALUE SPACES.
       01  WS-EXE-TROCA                PIC  X(001)         VALUE SPACES.
       01  WS-EXE-NOME-PARAM           PIC  X(020)         VALUE SPACES.
       01  WS-PAR-NOME                 PIC  X(020)         VALUE SPACES.
       01  WS-PAR-RESTRINGE            PIC  X(001)         VALUE SPACES.
       01  WS-PAR-PESO-SENIOR          PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-PESO-VINCULO         PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-FLAG-GRUPO           PIC  X(001)         VALUE SPACES.
       01  WS-PAR-FLAG-TROCA           PIC  X(001)         VALUE SPACES.
       01  WS-PAR-FLAG-RASTREIO        PIC  X(001)         VALUE SPACES.
       01  WS-PAR-TOLER-CHECKIN        PIC  9(005)         VALUE ZEROS.
       01  WS-ARQH-OPCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-ARQH-MESES               PIC  9(003)         VALUE ZEROS.
       01  WS-ARQH-ANO                 PIC  9(004)         VALUE ZEROS.
       01  WS-CLASSIF-CLI              PIC  X(001)         VALUE SPACES.
       01  WS-VEND-FIXO-CLI            PIC  9(003)         VALUE ZEROS.
       01  WS-FREQ-VISITA-CLI          PIC  X(001)         VALUE SPACES.
       01  WS-CANAL-CLI                PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-MATCH-NOME           PIC  9(002)         VALUE ZEROS.
       01  WS-ULTIMO-COD-MATCH         PIC  9(007)         VALUE ZEROS.
       01  WS-LINHA-MATCH              PIC  9(002)         VALUE ZEROS.
       01  WS-CEP-VEND                 PIC  9(008)         VALUE ZEROS.
       01  WS-SENIOR-VEND              PIC  X(001)         VALUE SPACES.
       01  WS-DEPOSITO-VEND            PIC  9(003)         VALUE ZEROS.
       01  WS-LINHAS-VEND.
           05  WS-LINHA-VEND-1         PIC  9(002)         VALUE ZEROS.
           05  WS-LINHA-VEND-2         PIC  9(002)         VALUE ZEROS.
           05  WS-LINHA-VEND-3         PIC  9(002)         VALUE ZEROS.
           05  WS-LINHA-VEND-4         PIC  9(002)         VALUE ZEROS.
           05  WS-LINHA-VEND-5         PIC  9(002)         VALUE ZEROS.
       01  WS-CANAIS-VEND.
           05  WS-CANAL-VEND-1         PIC  9(002)         VALUE ZEROS.
           05  WS-CANAL-VEND-2         PIC  9(002)         VALUE ZEROS.
           05  WS-CANAL-VEND-3         PIC  9(002)         VALUE ZEROS.
           05  WS-CANAL-VEND-4         PIC  9(002)         VALUE ZEROS.
           05  WS-CANAL-VEND-5         PIC  9(002)         VALUE ZEROS.
      *
       01  WS-AGE-DATA-INICIO          PIC  9(008)         VALUE ZEROS.
       01  WS-AGE-DATA-FIM             PIC  9(008)         VALUE ZEROS.
           'HBSIS22P'.
       01  WS-HBSIS23                 PIC  X(009)         VALUE
           'HBSIS23P'.
       01  WS-HBSIS25                 PIC  X(009)         VALUE
           'HBSIS25P'.
       01  WS-HBSIS26                 PIC  X(009)         VALUE
           'HBSIS66P'.
       01  WS-HBSIS67                 PIC  X(009)         VALUE
           'HBSIS67P'.
       01  WS-HBSIS68                 PIC  X(009)         VALUE
           'HBSIS68P'.
       01  WS-HBSIS70                 PIC  X(009)         VALUE
           'HBSIS70P'.
       01  WS-HBSIS71                 PIC  X(009)         VALUE
           'HBSIS71P'.
       01  WS-HBSIS72                 PIC  X(009)         VALUE
           'HBSIS72P'.
       01  WS-HBSIS73                 PIC  X(009)         VALUE
           'HBSIS73P'.
       01  WS-HBSIS77                 PIC  X(009)         VALUE
           'HBSIS77P'.
       01  WS-HBSIS78                 PIC  X(009)         VALUE
           'HBSIS78P'.
       01  WS-HBSIS80                 PIC  X(009)         VALUE
           'HBSIS80P'.
       01  WS-HBSIS81                 PIC  X(009)         VALUE
           'HBSIS81P'.
       01  WS-HBSIS82                 PIC  X(009)         VALUE
           'HBSIS82P'.
       01  WS-HBSIS84                 PIC  X(009)         VALUE
           'HBSIS84P'.
       01  WS-HBSIS86                 PIC  X(009)         VALUE
           'HBSIS86P'.
       01  WS-HBSIS87                 PIC  X(009)         VALUE
           'HBSIS87P'.
       01  WS-HBSIS89                 PIC  X(009)         VALUE
           'HBSIS89P'.
       01  WS-HBSIS90                 PIC  X(009)         VALUE
           'HBSIS90P'.
       01  WS-HBSIS91                 PIC  X(009)         VALUE
           'HBSIS91P'.
       01  WS-HBSIS92                 PIC  X(009)         VALUE
           'HBSIS92P'.
       01  WS-HBSIS93                 PIC  X(009)         VALUE
           'HBSIS93P'.
       01  WS-HBSIS95                 PIC  X(009)         VALUE
           'HBSIS95P'.
       01  WS-HBSIS97                 PIC  X(009)         VALUE
           'HBSIS97P'.
       01  WS-HBSIS98                 PIC  X(009)         VALUE
           'HBSIS98P'.
       01  WS-HBSIS99                 PIC  X(009)         VALUE
           'HBSIS99P'.
       01  WS-HBSIS100                PIC  X(009)         VALUE
           'HBSIS100P'.
       01  WS-HBSIS101                PIC  X(009)         VALUE
           'HBSIS101P'.
       01  WS-HBSIS102                PIC  X(009)         VALUE
           'HBSIS102P'.

       COPY HBSIS02L.
       COPY HBSIS04L.
       COPY HBSIS19L.
       COPY HBSIS22L.
       COPY HBSIS23L.
       COPY HBSIS25L.
       COPY HBSIS26L.
       COPY HBSIS27L.
       COPY HBSIS65L.
       COPY HBSIS66L.
       COPY HBSIS67L.
       COPY HBSIS68L.
       COPY HBSIS70L.
       COPY HBSIS71L.
       COPY HBSIS72L.
       COPY HBSIS73L.
       COPY HBSIS77L.
       COPY HBSIS78L.
       COPY HBSIS80L.
       COPY HBSIS81L.
       COPY HBSIS82L.
       COPY HBSIS84L.
       COPY HBSIS86L.
       COPY HBSIS87L.
       COPY HBSIS89L.
       COPY HBSIS90L.
       COPY HBSIS91L.
       COPY HBSIS92L.
       COPY HBSIS93L.
       COPY HBSIS95L.
       COPY HBSIS97L.
       COPY HBSIS98L.
       COPY HBSIS99L.
       COPY HBSIS100L.
       COPY HBSIS101L.
       COPY HBSIS102L.
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
           05  LINE 19 COL 10          VALUE "CEP...........:".
           05  LINE 19 COL 26,         PIC  9(008)
                                       TO WS-CEP-CLI.
           05  LINE 19 COL 36          VALUE "CANAL:".
           05  LINE 19 COL 43,         PIC  Z9
                                       TO WS-CANAL-CLI.
           05  LINE 20 COL 10          VALUE "CLASSIF(A/B/C):".
           05  LINE 20 COL 26,         PIC  X(001)
                                       TO WS-CLASSIF-CLI.
           05  LINE 19 COL 10          VALUE "CEP...........:".
           05  LINE 19 COL 26,         PIC  9(008)
                                       USING WS-CEP-CLI AUTO.
           05  LINE 19 COL 36          VALUE "CANAL:".
           05  LINE 19 COL 43,         PIC  Z9
                                       USING WS-CANAL-CLI AUTO.
           05  LINE 20 COL 10          VALUE "CLASSIF(A/B/C):".
           05  LINE 20 COL 26,         PIC  X(001)
                                       USING WS-CLASSIF-CLI AUTO.
           05  LINE 15 COL 10          VALUE "CEP............:".
           05  LINE 15 COL 26,         PIC  9(008)
                                       TO WS-CEP-VEND.
           05  LINE 15 COL 36          VALUE "LINHAS:".
           05  LINE 15 COL 44,         PIC  Z9
                                       TO WS-LINHA-VEND-1.
           05  LINE 15 COL 47,         PIC  Z9
                                       TO WS-LINHA-VEND-2.
           05  LINE 15 COL 50,         PIC  Z9
                                       TO WS-LINHA-VEND-3.
           05  LINE 15 COL 53,         PIC  Z9
                                       TO WS-LINHA-VEND-4.
           05  LINE 15 COL 56,         PIC  Z9
                                       TO WS-LINHA-VEND-5.
           05  LINE 16 COL 10          VALUE "SENIOR (S/N)...:".
           05  LINE 16 COL 26,         PIC  X(001)
                                       TO WS-SENIOR-VEND.
           05  LINE 16 COL 35          VALUE "DEPOSITO:".
           05  LINE 16 COL 45,         PIC  ZZ9
                                       TO WS-DEPOSITO-VEND.
           05  LINE 16 COL 50          VALUE "CANAIS:".
           05  LINE 16 COL 58,         PIC  Z9
                                       TO WS-CANAL-VEND-1.
           05  LINE 16 COL 61,         PIC  Z9
                                       TO WS-CANAL-VEND-2.
           05  LINE 16 COL 64,         PIC  Z9
                                       TO WS-CANAL-VEND-3.
           05  LINE 16 COL 67,         PIC  Z9
                                       TO WS-CANAL-VEND-4.
           05  LINE 16 COL 70,         PIC  Z9
                                       TO WS-CANAL-VEND-5.
           05  LINE 17 COL 10          VALUE
              "CONFIRMA A INCLUSAO DO VENDEDOR?(S/N):".
           05  LINE 17 COL 49,         PIC  X(001)
           05  LINE 15 COL 10          VALUE "CEP............:".
           05  LINE 15 COL 26,         PIC  9(008)
                                       USING WS-CEP-VEND AUTO.
           05  LINE 15 COL 36          VALUE "LINHAS:".
           05  LINE 15 COL 44,         PIC  Z9
                                       USING WS-LINHA-VEND-1 AUTO.
           05  LINE 15 COL 47,         PIC  Z9
                                       USING WS-LINHA-VEND-2 AUTO.
           05  LINE 15 COL 50,         PIC  Z9
                                       USING WS-LINHA-VEND-3 AUTO.
           05  LINE 15 COL 53,         PIC  Z9
                                       USING WS-LINHA-VEND-4 AUTO.
           05  LINE 15 COL 56,         PIC  Z9
                                       USING WS-LINHA-VEND-5 AUTO.
           05  LINE 16 COL 10          VALUE "SENIOR (S/N)...:".
           05  LINE 16 COL 26,         PIC  X(001)
                                       USING WS-SENIOR-VEND AUTO.
           05  LINE 16 COL 50          VALUE "CANAIS:".
           05  LINE 16 COL 58,         PIC  Z9
                                       USING WS-CANAL-VEND-1 AUTO.
           05  LINE 16 COL 61,         PIC  Z9
                                       USING WS-CANAL-VEND-2 AUTO.
           05  LINE 16 COL 64,         PIC  Z9
                                       USING WS-CANAL-VEND-3 AUTO.
           05  LINE 16 COL 67,         PIC  Z9
                                       USING WS-CANAL-VEND-4 AUTO.
           05  LINE 16 COL 70,         PIC  Z9
                                       USING WS-CANAL-VEND-5 AUTO.
           05  LINE 17 COL 10          VALUE
           "CONFIRMA A ALTERACAO DO VENDEDOR?(S/N):".
           05  LINE 17 COL 50,         PIC  X(001)
           "18 - FECHAR PERIODO".
           05  LINE 14 COL 50          VALUE
           "19 - ENTREGAR SAIDAS".
           05  LINE 15 COL 50          VALUE
           "21 - EXTRATOS AD-HOC".
           05  LINE 16 COL 50          VALUE
           "22 - PARAMETROS POR EXECUCAO".
           05  LINE 17 COL 50          VALUE
           "23 - TEMPORADA DO CLIENTE".
           05  LINE 18 COL 50          VALUE
           "20 - MAIS OPCOES".
           05  LINE 18 COL 10          VALUE "99 - VOLTAR".
           05  LINE 20 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 20 COL 49          PIC  9(002)
                                       TO WS-AUX-OPCAO.

       01  TELA-AUXILIAR-2.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "AUXILIARES (CONTINUACAO)".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "01 - LINHAS DE PRODUTO".
           05  LINE 08 COL 10          VALUE
           "02 - EQUIPAMENTOS EM COMODATO".
           05  LINE 09 COL 10          VALUE
           "03 - PROSPECTS".
           05  LINE 10 COL 10          VALUE
           "04 - CANAIS DE VENDA".
           05  LINE 11 COL 10          VALUE
           "05 - JANELAS DE VISITA DO CLIENTE".
           05  LINE 12 COL 10          VALUE
           "06 - IMPORTAR PEDIDOS DE CAMPO".
           05  LINE 13 COL 10          VALUE
           "07 - CAMPANHAS DE TRADE".
           05  LINE 14 COL 10          VALUE
           "08 - LISTA DE CLIENTES DA CAMPANHA".
           05  LINE 15 COL 10          VALUE
           "09 - CENSO DE PONTOS DE VENDA (IMPORTAR)".
           05  LINE 16 COL 10          VALUE
           "10 - PROSPECTS A PARTIR DO CENSO".
           05  LINE 07 COL 52          VALUE
           "11 - GERAR QUOTAS PROPOSTAS".
           05  LINE 08 COL 52          VALUE
           "12 - APROVAR QUOTAS PROPOSTAS".
           05  LINE 09 COL 52          VALUE
           "13 - AJUSTES DE COMISSAO".
           05  LINE 10 COL 52          VALUE
           "14 - FECHAR COMISSAO DO MES".
           05  LINE 11 COL 52          VALUE
           "15 - TARIFAS DE KM POR FILIAL".
           05  LINE 12 COL 52          VALUE
           "16 - HIERARQUIA DE VENDAS".
           05  LINE 13 COL 52          VALUE
           "17 - IMPORTAR ARQUIVO DO RH".
           05  LINE 14 COL 52          VALUE
           "18 - PRE-CADASTROS DE VENDEDOR".
           05  LINE 15 COL 52          VALUE
           "19 - CASOS DE CLIENTES".
           05  LINE 16 COL 52          VALUE
           "20 - DADOS PESSOAIS (LGPD)".
           05  LINE 17 COL 52          VALUE
           "21 - INTEGRIDADE REFERENCIAL".
           05  LINE 18 COL 52          VALUE
           "22 - TENDENCIA DA CADEIA".
           05  LINE 17 COL 10          VALUE
           "23 - COPIA MASCARADA (TREINO)".
           05  LINE 19 COL 52          VALUE
           "24 - IMPORTAR PESQUISAS".
           05  LINE 18 COL 10          VALUE "99 - VOLTAR".
           05  LINE 20 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 20 COL 49          PIC  9(002)
                                       TO WS-AX2-OPCAO.

       01  TELA-IMPORTA-VISITA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-IMPORTA-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "IMPORTAR PEDIDOS DE CAMPO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "NOME DO ARQUIVO DE PEDIDOS DOS DISPOSITIVOS:".
           05  LINE 09 COL 25,         PIC  X(020)
                                       TO WS-PED-NOME-ARQ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A IMPORTACAO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-IMPORTA-PESQUISA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "IMPORTAR PESQUISAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "NOME DO ARQUIVO DE PESQUISAS DA CENTRAL:".
           05  LINE 09 COL 25,         PIC  X(020)
                                       TO WS-PSQ-NOME-ARQ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A IMPORTACAO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-IMPORTA-CENSO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "CENSO DE PONTOS DE VENDA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "NOME DO ARQUIVO DO CENSO:".
           05  LINE 09 COL 25,         PIC  X(020)
                                       TO WS-CEN-NOME-ARQ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A IMPORTACAO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-PROSPECT-CENSO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "PROSPECTS A PARTIR DO CENSO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "VENDEDOR RESPONSAVEL PELOS PROSPECTS:".
           05  LINE 08 COL 48,         PIC  ZZ9
                                       TO WS-CEN-COD-VEND.
           05  LINE 09 COL 10          VALUE
           "POTENCIAL ANUAL MINIMO (R$).........:".
           05  LINE 09 COL 48,         PIC  ZZZZZZZZ9
                                       TO WS-CEN-POTENCIAL-MIN.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A CARGA?(S/N):".
           05  LINE 15 COL 34,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-CENSO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "CENSO DE PONTOS DE VENDA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-GERA-PROPOSTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "PREVISAO E QUOTAS PROPOSTAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "ANO-MES DA PREVISAO (0 = MES SEGUINTE):".
           05  LINE 08 COL 50,         PIC  9(006)
                                       TO WS-QPR-ANO-MES.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-APROVA-QUOTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "APROVACAO DE QUOTAS PROPOSTAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO VENDEDOR.......:".
           05  LINE 08 COL 34,         PIC  ZZ9
                                       TO WS-QPR-COD-VEND.
           05  LINE 09 COL 10          VALUE "ANO-MES (AAAAMM)......:".
           05  LINE 09 COL 34,         PIC  9(006)
                                       TO WS-QPR-ANO-MES.
           05  LINE 10 COL 10          VALUE "AJUSTE (%)............:".
           05  LINE 10 COL 34,         PIC  -ZZ9,99
                                       TO WS-QPR-PCT.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (C-CONSULTAR A-APROVAR):".
           05  LINE 13 COL 44,         PIC  X(001)
                                       TO WS-QPR-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-AJUSTE-COMISSAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "AJUSTES DE COMISSAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO VENDEDOR.......:".
           05  LINE 07 COL 34,         PIC  ZZ9
                                       TO WS-AJC-COD-VEND.
           05  LINE 08 COL 10          VALUE "ANO-MES (AAAAMM)......:".
           05  LINE 08 COL 34,         PIC  9(006)
                                       TO WS-AJC-ANO-MES.
           05  LINE 09 COL 10          VALUE "SEQUENCIA (0 = NOVA)..:".
           05  LINE 09 COL 34,         PIC  ZZ9
                                       TO WS-AJC-SEQUENCIA.
           05  LINE 10 COL 10          VALUE
           "TIPO (B-BONUS E-ESTORNO C-CORRECAO):".
           05  LINE 10 COL 47,         PIC  X(001)
                                       TO WS-AJC-TIPO.
           05  LINE 11 COL 10          VALUE "VALOR.................:".
           05  LINE 11 COL 34,         PIC  -ZZZZZZZZ9,99
                                       TO WS-AJC-VALOR.
           05  LINE 12 COL 10          VALUE "MOTIVO................:".
           05  LINE 12 COL 34,         PIC  X(040)
                                       TO WS-AJC-MOTIVO.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I/A/E/C, P-APROVAR, R-RECUSAR):".
           05  LINE 13 COL 52,         PIC  X(001)
                                       TO WS-AJC-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-FECHA-COMISSAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "FECHAMENTO DA COMISSAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "ANO-MES (AAAAMM)...............:".
           05  LINE 08 COL 43,         PIC  9(006)
                                       TO WS-FCM-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "EVENTO DA FOLHA (0 = 0450).....:".
           05  LINE 09 COL 43,         PIC  ZZZ9
                                       TO WS-FCM-COD-EVENTO.
           05  LINE 11 COL 10          VALUE
           "APOS O FECHAMENTO O MES NAO PODE SER REAPURADO".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA O FECHAMENTO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-QUOTA-PROPOSTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "QUOTA PROPOSTA X REALIZADA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "ANO-MES INICIAL (0 = TODOS):".
           05  LINE 08 COL 40,         PIC  9(006)
                                       TO WS-QPR-AM-INI.
           05  LINE 09 COL 10          VALUE
           "ANO-MES FINAL   (0 = TODOS):".
           05  LINE 09 COL 40,         PIC  9(006)
                                       TO WS-QPR-AM-FIM.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-DEVOLUCOES.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "DEVOLUCOES ACIMA DO LIMITE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "ANO-MES (AAAAMM)...............:".
           05  LINE 08 COL 43,         PIC  9(006)
                                       TO WS-DEV-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "% MAXIMO DA VENDA (0 = 10%)....:".
           05  LINE 09 COL 43,         PIC  ZZ9,99
                                       TO WS-DEV-PCT.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-QUOTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "QUOTAS DE VENDA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO VENDEDOR.......:".
           05  LINE 08 COL 34,         PIC  ZZ9
                                       TO WS-QTA-COD-VEND.
           05  LINE 09 COL 10          VALUE "ANO-MES (AAAAMM)......:".
           05  LINE 09 COL 34,         PIC  9(006)
                                       TO WS-QTA-ANO-MES.
           05  LINE 10 COL 10          VALUE "META DE VOLUME........:".
           05  LINE 10 COL 34,         PIC  ZZZZZZZZ9,99
                                       TO WS-QTA-META-VOL.
           05  LINE 11 COL 10          VALUE "META DE RECEITA.......:".
           05  LINE 11 COL 34,         PIC  ZZZZZZZZZZ9,99
                                       TO WS-QTA-META-REC.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 64,         PIC  X(001)
                                       TO WS-QTA-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-COMERCIAL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "RELATORIOS COMERCIAIS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "01 - ATINGIMENTO DE QUOTAS DO MES".
           05  LINE 08 COL 10          VALUE
           "02 - APURACAO DE COMISSAO DO MES".
           05  LINE 09 COL 10          VALUE
           "03 - ALERTA DE QUEDA DE RECEITA".
           05  LINE 10 COL 10          VALUE
           "04 - RECLASSIFICACAO ABC DOS CLIENTES".
           05  LINE 11 COL 10          VALUE
           "05 - GRUPOS ECONOMICOS (RAIZ DE CNPJ)".
           05  LINE 12 COL 10          VALUE
           "06 - EXCECOES COORDENADA X REGIAO".
           05  LINE 13 COL 10          VALUE
           "07 - SCORECARD DE VENDEDOR".
           05  LINE 14 COL 10          VALUE
           "08 - LACUNAS DE COBERTURA (CLUSTERS)".
           05  LINE 15 COL 10          VALUE
           "09 - EQUIPAMENTOS POR SITUACAO E IDADE".
           05  LINE 16 COL 10          VALUE
           "10 - FUNIL DE PROSPECTS DO MES".
           05  LINE 17 COL 10          VALUE
           "11 - MAIS RELATORIOS".
           05  LINE 18 COL 10          VALUE "99 - VOLTAR".
           05  LINE 20 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 20 COL 49          PIC  9(002)
                                       TO WS-COM-OPCAO.

       01  TELA-TARIFA-KM.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "TARIFAS DE KM POR FILIAL".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "FILIAL (00 = PADRAO)..:".
           05  LINE 08 COL 34,         PIC  99
                                       TO WS-TKM-COD-FILIAL.
           05  LINE 09 COL 10          VALUE "VALOR POR KM (R$).....:".
           05  LINE 09 COL 34,         PIC  ZZ9,9999
                                       TO WS-TKM-VALOR-KM.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 64,         PIC  X(001)
                                       TO WS-TKM-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-HIERARQUIA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "HIERARQUIA DE VENDAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE
           "V-VENDEDOR S-SUPERVISOR G-GERENTE D-DIRETOR DA FILIAL".
           05  LINE 07 COL 10          VALUE "NIVEL (V/S/G/D)......:".
           05  LINE 07 COL 33,         PIC  X(001)
                                       TO WS-HIE-NIVEL.
           05  LINE 08 COL 10          VALUE "CODIGO DO MEMBRO.....:".
           05  LINE 08 COL 33,         PIC  ZZZZ9
                                       TO WS-HIE-COD-MEMBRO.
           05  LINE 09 COL 10          VALUE "INICIO (AAAAMMDD)....:".
           05  LINE 09 COL 33,         PIC  9(008)
                                       TO WS-HIE-DATA-INICIO.
           05  LINE 10 COL 10          VALUE "FIM (0 = EM ABERTO)..:".
           05  LINE 10 COL 33,         PIC  9(008)
                                       TO WS-HIE-DATA-FIM.
           05  LINE 11 COL 10          VALUE "CODIGO DO SUPERIOR...:".
           05  LINE 11 COL 33,         PIC  ZZZZ9
                                       TO WS-HIE-COD-SUPERIOR.
           05  LINE 12 COL 10          VALUE "NOME.................:".
           05  LINE 12 COL 33,         PIC  X(040)
                                       TO WS-HIE-NOME-MEMBRO.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 64,         PIC  X(001)
                                       TO WS-HIE-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-IMPORTA-RH.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "IMPORTAR ARQUIVO DO RH".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "NOME DO ARQUIVO DO RH (ADMISSAO/DESLIGAMENTO/LICENCA):".
           05  LINE 09 COL 25,         PIC  X(020)
                                       TO WS-RH-NOME-ARQ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A IMPORTACAO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CASO-CLIENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CASOS DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE "NUMERO DO CASO.:".
           05  LINE 06 COL 27,         PIC  ZZZZZZ9
                                       TO WS-CSO-NUMERO.
           05  LINE 06 COL 37          VALUE "(ZERO NA ABERTURA)".
           05  LINE 07 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 27,         PIC  ZZZZZZ9
                                       TO WS-CSO-CLIENTE.
           05  LINE 08 COL 10          VALUE "TIPO...........:".
           05  LINE 08 COL 27,         PIC  X(001)
                                       TO WS-CSO-TIPO.
           05  LINE 08 COL 30          VALUE
           "E-ENTREGA Q-QUALIDADE P-PRECO V-VISITA O-OUTROS".
           05  LINE 09 COL 10          VALUE "DESCRICAO......:".
           05  LINE 10 COL 10,         PIC  X(060)
                                       TO WS-CSO-DESCRICAO.
           05  LINE 11 COL 10          VALUE "VENDEDOR RESP..:".
           05  LINE 11 COL 27,         PIC  ZZ9
                                       TO WS-CSO-VENDEDOR.
           05  LINE 11 COL 37          VALUE
           "(ZERO = VENDEDOR DA ULTIMA DISTRIBUICAO)".
           05  LINE 12 COL 10          VALUE "SITUACAO.......:".
           05  LINE 12 COL 27,         PIC  X(001)
                                       TO WS-CSO-SITUACAO.
           05  LINE 12 COL 30          VALUE
           "A-ABERTO T-EM TRATAMENTO F-FECHADO".
           05  LINE 13 COL 10          VALUE "OBSERVACAO.....:".
           05  LINE 13 COL 27,         PIC  X(040)
                                       TO WS-CSO-OBSERVACAO.
           05  LINE 14 COL 10          VALUE
           "OPERACAO (I-ABRIR A-ATUALIZAR C-CONSULTAR):".
           05  LINE 14 COL 54,         PIC  X(001)
                                       TO WS-CSO-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-LGPD.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 18          VALUE "DADOS PESSOAIS (LGPD)".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE
           "FUNCAO (1-ACESSO DO TITULAR 2-ANONIMIZAR INATIVOS):".
           05  LINE 06 COL 62,         PIC  9(001)
                                       TO WS-LGP-FUNCAO.
           05  LINE 08 COL 10          VALUE "TIPO DE BUSCA..:".
           05  LINE 08 COL 27,         PIC  X(001)
                                       TO WS-LGP-TIPO.
           05  LINE 08 COL 30          VALUE
           "C-CPF N-NOME E-E-MAIL".
           05  LINE 09 COL 10          VALUE "CPF/NOME/E-MAIL:".
           05  LINE 09 COL 27,         PIC  X(040)
                                       TO WS-LGP-TERMO.
           05  LINE 11 COL 10          VALUE "RETENCAO(MESES):".
           05  LINE 11 COL 27,         PIC  ZZ9
                                       TO WS-LGP-MESES.
           05  LINE 11 COL 37          VALUE
           "(ZERO = 60 MESES; SO NA ANONIMIZACAO)".
           05  LINE 13 COL 10          VALUE
           "A ANONIMIZACAO E IRREVERSIVEL.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-INTEGRIDADE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE "INTEGRIDADE REFERENCIAL".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE
           "FUNCAO (1-SOMENTE RELATORIO 2-RELATORIO E REPARO):".
           05  LINE 06 COL 61,         PIC  9(001)
                                       TO WS-INT-FUNCAO.
           05  LINE 08 COL 10          VALUE
           "NO REPARO, ORFAOS DE CLIENTES FUNDIDOS SAO REAPONTADOS".
           05  LINE 09 COL 10          VALUE
           "PARA O SOBREVIVENTE; OS DEMAIS VAO PARA A QUARENTENA".
           05  LINE 10 COL 10          VALUE
           "(QUARENTENAINTEGR.TXT).".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-TENDENCIA-CADEIA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
           "TENDENCIA DA CADEIA NOTURNA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE
           "QUANTIDADE DE NOITES (0 = ULTIMAS 30):".
           05  LINE 06 COL 49,         PIC  9(003)
                                       TO WS-TND-NOITES.
           05  LINE 08 COL 10          VALUE
           "MEDIA, PIOR E ULTIMA DURACAO DE CADA PASSO, ESTOUROS".
           05  LINE 09 COL 10          VALUE
           "DO LIMITE E VARIACAO ENTRE AS METADES DO PERIODO.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-COPIA-MASCARADA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 12          VALUE
           "COPIA MASCARADA PARA TREINAMENTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE
           "FUNCAO (1-GERAR COPIA 2-CARREGAR NO TREINAMENTO):".
           05  LINE 06 COL 60,         PIC  9(001)
                                       TO WS-MSC-FUNCAO.
           05  LINE 08 COL 10          VALUE
           "A GERACAO GRAVA MASCCLIENTE, MASCVENDEDOR, MASCCONTATO,".
           05  LINE 09 COL 10          VALUE
           "MASCVOLUME E MASCCONTROLE E O RELATORIO DE CONTROLE.".
           05  LINE 10 COL 10          VALUE
           "A CARGA SO RODA NO DIRETORIO DO TREINAMENTO (COM O".
           05  LINE 11 COL 10          VALUE
           "ARQUIVO AMBIENTETREINO.TXT) E SOBREPOE OS CADASTROS.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-EXTRATO-ADHOC.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
           "EXTRATOS AD-HOC DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 10          VALUE "NOME DO EXTRATO:".
           05  LINE 05 COL 27,         PIC  X(012)
                                       USING WS-EXT-NOME AUTO.
           05  LINE 06 COL 10          VALUE "DESCRICAO......:".
           05  LINE 06 COL 27,         PIC  X(040)
                                       USING WS-EXT-DESCRICAO AUTO.
           05  LINE 07 COL 10          VALUE "CAMPOS DE SAIDA:".
           05  LINE 07 COL 27,         PIC  X(030)
                                       USING WS-EXT-CAMPOS AUTO.
           05  LINE 08 COL 27          VALUE
           "(CODIGOS DE 2 DIGITOS EM SEQUENCIA, EX.: 010327)".
           05  LINE 09 COL 10          VALUE
           "FILTROS (CAMPO OPERADOR VALOR - EQ NE GT GE LT LE):".
           05  LINE 10 COL 10          VALUE "1:".
           05  LINE 10 COL 13,         PIC  9(002)
                                       USING WS-EXT-FIL-CAMPO-1 AUTO.
           05  LINE 10 COL 16,         PIC  X(002)
                                       USING WS-EXT-FIL-OPER-1 AUTO.
           05  LINE 10 COL 19,         PIC  X(020)
                                       USING WS-EXT-FIL-VALOR-1 AUTO.
           05  LINE 10 COL 44          VALUE "2:".
           05  LINE 10 COL 47,         PIC  9(002)
                                       USING WS-EXT-FIL-CAMPO-2 AUTO.
           05  LINE 10 COL 50,         PIC  X(002)
                                       USING WS-EXT-FIL-OPER-2 AUTO.
           05  LINE 10 COL 53,         PIC  X(020)
                                       USING WS-EXT-FIL-VALOR-2 AUTO.
           05  LINE 11 COL 10          VALUE "3:".
           05  LINE 11 COL 13,         PIC  9(002)
                                       USING WS-EXT-FIL-CAMPO-3 AUTO.
           05  LINE 11 COL 16,         PIC  X(002)
                                       USING WS-EXT-FIL-OPER-3 AUTO.
           05  LINE 11 COL 19,         PIC  X(020)
                                       USING WS-EXT-FIL-VALOR-3 AUTO.
           05  LINE 11 COL 44          VALUE "4:".
           05  LINE 11 COL 47,         PIC  9(002)
                                       USING WS-EXT-FIL-CAMPO-4 AUTO.
           05  LINE 11 COL 50,         PIC  X(002)
                                       USING WS-EXT-FIL-OPER-4 AUTO.
           05  LINE 11 COL 53,         PIC  X(020)
                                       USING WS-EXT-FIL-VALOR-4 AUTO.
           05  LINE 12 COL 10          VALUE "5:".
           05  LINE 12 COL 13,         PIC  9(002)
                                       USING WS-EXT-FIL-CAMPO-5 AUTO.
           05  LINE 12 COL 16,         PIC  X(002)
                                       USING WS-EXT-FIL-OPER-5 AUTO.
           05  LINE 12 COL 19,         PIC  X(020)
                                       USING WS-EXT-FIL-VALOR-5 AUTO.
           05  LINE 13 COL 10          VALUE "ORDENACAO......:".
           05  LINE 13 COL 27,         PIC  9(002)
                                       USING WS-EXT-ORD-CAMPO-1 AUTO.
           05  LINE 13 COL 30,         PIC  X(001)
                                       USING WS-EXT-ORD-SENTIDO-1 AUTO.
           05  LINE 13 COL 33,         PIC  9(002)
                                       USING WS-EXT-ORD-CAMPO-2 AUTO.
           05  LINE 13 COL 36,         PIC  X(001)
                                       USING WS-EXT-ORD-SENTIDO-2 AUTO.
           05  LINE 13 COL 39          VALUE
           "(CAMPO E SENTIDO A/D)".
           05  LINE 14 COL 10          VALUE "FORMATO........:".
           05  LINE 14 COL 27,         PIC  X(001)
                                       USING WS-EXT-FORMATO AUTO.
           05  LINE 14 COL 30          VALUE
           "(C-CSV F-LARGURA FIXA)".
           05  LINE 15 COL 10          VALUE "AGENDA NOTURNA.:".
           05  LINE 15 COL 27,         PIC  X(001)
                                       USING WS-EXT-AGENDA AUTO.
           05  LINE 15 COL 29          VALUE "DIA:".
           05  LINE 15 COL 34,         PIC  9(002)
                                       USING WS-EXT-DIA AUTO.
           05  LINE 15 COL 37          VALUE
           "(N-NAO D-DIARIA S-SEMANAL 1=SEG M-MENSAL)".
           05  LINE 16 COL 10          VALUE
           "OPERACAO (I A E C, T-TESTAR X-EXECUTAR L-CAMPOS):".
           05  LINE 16 COL 60,         PIC  X(001)
                                       TO WS-EXT-OPERACAO.
           05  LINE 17 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 17 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CAMPOS-EXTRATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 16          VALUE
           "CAMPOS DOS EXTRATOS AD-HOC".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 05          VALUE "01 - CODIGO DO CLIENTE".
           05  LINE 06 COL 05          VALUE "02 - CNPJ".
           05  LINE 07 COL 05          VALUE "03 - RAZAO SOCIAL".
           05  LINE 08 COL 05          VALUE "04 - LATITUDE".
           05  LINE 09 COL 05          VALUE "05 - LONGITUDE".
           05  LINE 10 COL 05          VALUE "06 - ATIVO (S/N)".
           05  LINE 11 COL 05          VALUE "07 - REGIAO".
           05  LINE 12 COL 05          VALUE "08 - DATA DA ALTERACAO".
           05  LINE 13 COL 05          VALUE "09 - HORA DA ALTERACAO".
           05  LINE 14 COL 05          VALUE "10 - OPERADOR ALTERACAO".
           05  LINE 15 COL 05          VALUE "11 - LOGRADOURO".
           05  LINE 16 COL 05          VALUE "12 - NUMERO".
           05  LINE 17 COL 05          VALUE "13 - MUNICIPIO".
           05  LINE 18 COL 05          VALUE "14 - UF".
           05  LINE 19 COL 05          VALUE "15 - CEP".
           05  LINE 05 COL 42          VALUE
           "16 - CLASSIFICACAO (A/B/C)".
           05  LINE 06 COL 42          VALUE "17 - VENDEDOR FIXO".
           05  LINE 07 COL 42          VALUE
           "18 - FREQUENCIA DE VISITA".
           05  LINE 08 COL 42          VALUE
           "19 - SITUACAO DE APROVACAO".
           05  LINE 09 COL 42          VALUE "20 - CREDITO (B/L)".
           05  LINE 10 COL 42          VALUE "21 - CLIENTE DA FUSAO".
           05  LINE 11 COL 42          VALUE "22 - FILIAL".
           05  LINE 12 COL 42          VALUE
           "23 - PRECISAO COORDENADAS".
           05  LINE 13 COL 42          VALUE "24 - CANAL".
           05  LINE 14 COL 42          VALUE "25 - VENDEDOR ATUAL".
           05  LINE 15 COL 42          VALUE
           "26 - NOME DO VENDEDOR ATUAL".
           05  LINE 16 COL 42          VALUE
           "27 - RECEITA 12 MESES".
           05  LINE 17 COL 42          VALUE
           "28 - DATA DA ULTIMA VISITA".
           05  LINE 18 COL 42          VALUE "29 - DIAS SEM VISITA".
           05  LINE 21 COL 05          VALUE
           "DATAS NOS FILTROS: AAAAMMDD - VALORES COM VIRGULA DECIMAL".

       01  TELA-PARAM-EXECUCAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 16          VALUE
           "PARAMETROS EM VIGOR NA EXECUCAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "EXECUCAO - DATA (AAAAMMDD):".
           05  LINE 08 COL 38,         PIC  9(008)
                                       TO WS-PEX-DATA.
           05  LINE 09 COL 10          VALUE
           "EXECUCAO - HORA (HHMMSS)..:".
           05  LINE 09 COL 38,         PIC  9(006)
                                       TO WS-PEX-HORA.
           05  LINE 11 COL 10          VALUE
           "CONFIRMA A CONSULTA?(S/N):".
           05  LINE 11 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-PARAM-EXEC-RESULT.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 16          VALUE
           "PARAMETROS EM VIGOR NA EXECUCAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "EXECUCAO....................:".
           05  LINE 07 COL 41,         PIC  9(008)
                                       FROM WS-PEX-P-DATA.
           05  LINE 07 COL 49          VALUE "-".
           05  LINE 07 COL 50,         PIC  9(006)
                                       FROM WS-PEX-P-HORA.
           05  LINE 08 COL 10          VALUE
           "CONJUNTO DE PARAMETROS......:".
           05  LINE 08 COL 41,         PIC  X(020)
                                       FROM WS-PEX-P-NOME.
           05  LINE 09 COL 10          VALUE
           "ORIGEM DOS VALORES..........:".
           05  LINE 09 COL 41,         PIC  X(020)
                                       FROM WS-PEX-ORIGEM.
           05  LINE 10 COL 10          VALUE
           "VERSAO DO CONJUNTO..........:".
           05  LINE 10 COL 41,         PIC  X(020)
                                       FROM WS-PEX-VERSAO.
           05  LINE 11 COL 10          VALUE
           "RESTRINGE REGIAO (S/N)......:".
           05  LINE 11 COL 41,         PIC  X(001)
                                       FROM WS-PEX-P-RESTRINGE.
           05  LINE 12 COL 10          VALUE
           "DISTANCIA MAXIMA............:".
           05  LINE 12 COL 41,         PIC  ZZZZZZZZ9,99
                                       FROM WS-PEX-P-DISTANCIA.
           05  LINE 13 COL 10          VALUE
           "MAX. CLIENTES POR VENDEDOR..:".
           05  LINE 13 COL 41,         PIC  ZZZZZZ9
                                       FROM WS-PEX-P-MAX-CLI.
           05  LINE 14 COL 10          VALUE
           "TETO DE VALOR POR VENDEDOR..:".
           05  LINE 14 COL 41,         PIC  ZZZZZZZZZZZZ9,99
                                       FROM WS-PEX-P-MAX-VALOR.
           05  LINE 15 COL 10          VALUE
           "SCORE PONDERADO (S/N).......:".
           05  LINE 15 COL 41,         PIC  X(001)
                                       FROM WS-PEX-P-SCORE.
           05  LINE 15 COL 44          VALUE "PESOS DIST/SENIOR/VINC:".
           05  LINE 15 COL 68,         PIC  ZZ9
                                       FROM WS-PEX-P-PESO-DIST.
           05  LINE 15 COL 72,         PIC  ZZ9
                                       FROM WS-PEX-P-PESO-SENIOR.
           05  LINE 15 COL 76,         PIC  ZZ9
                                       FROM WS-PEX-P-PESO-VINCULO.
           05  LINE 16 COL 10          VALUE
           "AGRUPA GRUPO ECONOMICO (S/N):".
           05  LINE 16 COL 41,         PIC  X(001)
                                       FROM WS-PEX-P-GRUPO.
           05  LINE 16 COL 44          VALUE "TROCA ENTRE VENDEDORES:".
           05  LINE 16 COL 68,         PIC  X(001)
                                       FROM WS-PEX-P-TROCA.
           05  LINE 17 COL 10          VALUE
           "CLIENTES ATRIBUIDOS.........:".
           05  LINE 17 COL 41,         PIC  ZZZZZZ9
                                       FROM WS-PEX-P-ATRIBUIDOS.

       01  TELA-EXTRATO-KM.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "EXTRATO DE QUILOMETRAGEM".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "ANO-MES (AAAAMM)...............:".
           05  LINE 08 COL 43,         PIC  9(006)
                                       TO WS-EKM-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "EVENTO DA FOLHA (0 = 0460).....:".
           05  LINE 09 COL 43,         PIC  ZZZ9
                                       TO WS-EKM-COD-EVENTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-COMERCIAL-2.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "RELATORIOS COMERCIAIS (2)".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "01 - VISITAS SEM PEDIDO DO DIA".
           05  LINE 08 COL 10          VALUE
           "02 - CONCILIACAO PEDIDO X FATURADO".
           05  LINE 09 COL 10          VALUE
           "03 - VISITAS SUSPEITAS (CHECK-IN GPS)".
           05  LINE 10 COL 10          VALUE
           "04 - PROPOSTAS DE CORRECAO DE COORDENADAS".
           05  LINE 11 COL 10          VALUE
           "05 - PUBLICO-ALVO DA CAMPANHA POR VENDEDOR".
           05  LINE 12 COL 10          VALUE
           "06 - EXECUCAO E GANHO DA CAMPANHA".
           05  LINE 13 COL 10          VALUE
           "07 - PONTOS DO CENSO QUE NAO SAO CLIENTES".
           05  LINE 14 COL 10          VALUE
           "08 - SHARE OF WALLET (POTENCIAL DO CENSO)".
           05  LINE 15 COL 10          VALUE
           "09 - QUOTA PROPOSTA X APROVADA X REALIZADA".
           05  LINE 16 COL 10          VALUE
           "10 - DEVOLUCOES ACIMA DO LIMITE".
           05  LINE 07 COL 54          VALUE
           "11 - EXTRATO DE QUILOMETRAGEM".
           05  LINE 08 COL 54          VALUE
           "12 - AGING DOS CASOS EM ABERTO".
           05  LINE 09 COL 54          VALUE
           "13 - VENDA CRUZADA (PARES)".
           05  LINE 10 COL 54          VALUE
           "14 - CLIENTES QUE REABREM".
           05  LINE 11 COL 54          VALUE
           "15 - SATISFACAO POS-VISITA".
           05  LINE 18 COL 10          VALUE "99 - VOLTAR".
           05  LINE 20 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 20 COL 49          PIC  9(002)
                                       TO WS-CM2-OPCAO.

       01  TELA-VISITA-SEM-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "VISITAS SEM PEDIDO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "DIA (AAAAMMDD):".
           05  LINE 08 COL 26,         PIC  9(008)
                                       TO WS-PED-DATA-REF.
           05  LINE 08 COL 36          VALUE "(ZERO = HOJE)".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CONCILIA-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PEDIDO X FATURADO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "ANO-MES (AAAAMM):".
           05  LINE 08 COL 28,         PIC  9(006)
                                       TO WS-PED-ANO-MES.
           05  LINE 08 COL 36          VALUE "(ZERO = MES ANTERIOR)".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-SATISFACAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "SATISFACAO POS-VISITA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "ANO-MES (AAAAMM):".
           05  LINE 08 COL 28,         PIC  9(006)
                                       TO WS-PSQ-ANO-MES.
           05  LINE 08 COL 36          VALUE "(ZERO = MES ANTERIOR)".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-ATINGIMENTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "ATINGIMENTO DE QUOTAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "ANO-MES (AAAAMM):".
           05  LINE 08 COL 28,         PIC  9(006)
                                       TO WS-ATI-ANO-MES.
           05  LINE 10 COL 10          VALUE
           "EDICAO CONSOLIDADA POR HIERARQUIA (S/N):".
           05  LINE 10 COL 51,         PIC  X(001)
                                       TO WS-HIE-CONSOLIDADO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-USO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "RELATORIO DE USO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "OPERADOR (BRANCO = TODOS).........:".
           05  LINE 07 COL 46,         PIC  X(010)
                                       TO WS-USO-OPERADOR.
           05  LINE 08 COL 10          VALUE
           "DATA INICIAL (AAAAMMDD, 0 = TODAS):".
           05  LINE 08 COL 46,         PIC  9(008)
                                       TO WS-USO-DATA-INI.
           05  LINE 09 COL 10          VALUE
           "DATA FINAL   (AAAAMMDD, 0 = TODAS):".
           05  LINE 09 COL 46,         PIC  9(008)
                                       TO WS-USO-DATA-FIM.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-APROVA-HANDOFF.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "APROVAR REATRIBUICOES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE "VENDEDOR ORIGEM..:".
           05  LINE 07 COL 10          VALUE "VENDEDOR DESTINO.:".
           05  LINE 08 COL 10          VALUE "DATA EFETIVA.....:".
           05  LINE 09 COL 10          VALUE "CLIENTES NA CARTEIRA:".
           05  LINE 11 COL 10          VALUE
           "LISTA DA CARTEIRA P/ CONFERENCIA:".
           05  LINE 14 COL 10          VALUE
           "ACAO (A-APROVAR R-REPROVAR P-PROXIMO S-SAIR):".
           05  LINE 14 COL 56,         PIC  X(001)
                                       TO WS-HOF-ACAO.

       01  TELA-QUEDA-RECEITA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "QUEDA DE RECEITA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "PERCENTUAL MINIMO DE QUEDA (0 = PADRAO 30):".
           05  LINE 08 COL 54,         PIC  ZZ9
                                       TO WS-QUEDA-PCT.
           05  LINE 10 COL 10          VALUE
           "EDICAO CONSOLIDADA POR HIERARQUIA (S/N):".
           05  LINE 10 COL 51,         PIC  X(001)
                                       TO WS-HIE-CONSOLIDADO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-RECLASS-ABC.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "RECLASSIFICACAO ABC".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "PERCENTUAL DE CLIENTES NA FAIXA A (0 = 20):".
           05  LINE 07 COL 54,         PIC  ZZ9
                                       TO WS-RCL-PCT-A.
           05  LINE 08 COL 10          VALUE
           "PERCENTUAL DE CLIENTES NA FAIXA B (0 = 30):".
           05  LINE 08 COL 54,         PIC  ZZ9
                                       TO WS-RCL-PCT-B.
           05  LINE 10 COL 10          VALUE
           "SOMENTE RELATORIO, SEM APLICAR (S/N)......:".
           05  LINE 10 COL 54,         PIC  X(001)
                                       TO WS-RCL-SO-RELATORIO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A EXECUCAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-GRUPO-ECON.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "GRUPOS ECONOMICOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "RAIZ DE CNPJ (8 DIGITOS, 0 = TODOS OS GRUPOS):".
           05  LINE 08 COL 57,         PIC  9(008)
                                       TO WS-GRP-RAIZ-CNPJ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CONTATOS DO CLIENTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 10          VALUE "CODIGO CLIENTE.....:".
           05  LINE 05 COL 31,         PIC  ZZZZZZ9
                                       TO WS-CTT-COD-CLI.
           05  LINE 06 COL 10          VALUE "SEQUENCIA (1-99)...:".
           05  LINE 06 COL 31,         PIC  Z9
                                       TO WS-CTT-SEQ.
           05  LINE 07 COL 10          VALUE "NOME...............:".
           05  LINE 07 COL 31,         PIC  X(040)
                                       TO WS-CTT-NOME.
           05  LINE 08 COL 10          VALUE "FUNCAO.............:".
           05  LINE 08 COL 31,         PIC  X(020)
                                       TO WS-CTT-FUNCAO.
           05  LINE 09 COL 10          VALUE "TELEFONE...........:".
           05  LINE 09 COL 31,         PIC  X(015)
                                       TO WS-CTT-TELEFONE.
           05  LINE 10 COL 10          VALUE "EMAIL..............:".
           05  LINE 10 COL 31,         PIC  X(040)
                                       TO WS-CTT-EMAIL.
           05  LINE 11 COL 10          VALUE "JANELA DE VISITA...:".
           05  LINE 11 COL 31,         PIC  X(020)
                                       TO WS-CTT-JANELA.
           05  LINE 12 COL 10          VALUE "PRINCIPAL (S/N)....:".
           05  LINE 12 COL 31,         PIC  X(001)
                                       TO WS-CTT-PRINCIPAL.
           05  LINE 14 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 14 COL 64,         PIC  X(001)
                                       TO WS-CTT-OPERACAO.
           05  LINE 16 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 16 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-MUNICIPIO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "TABELA DE MUNICIPIOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "OPERACAO (C-CARGA DO IBGE  R-RELATORIO DE LIMPEZA):".
           05  LINE 07 COL 62,         PIC  X(001)
                                       TO WS-MUN-OPERACAO.
           05  LINE 09 COL 10          VALUE
           "NOME DO ARQUIVO DO IBGE (SOMENTE PARA A CARGA):".
           05  LINE 10 COL 25,         PIC  X(020)
                                       TO WS-MUN-NOME-ARQ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-DEPOSITO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CADASTRO DE DEPOSITOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO DEPOSITO:".
           05  LINE 07 COL 27,         PIC  ZZ9
                                       TO WS-DEP-CODIGO.
           05  LINE 08 COL 10          VALUE "NOME...........:".
           05  LINE 08 COL 27,         PIC  X(030)
                                       TO WS-DEP-NOME.
           05  LINE 09 COL 10          VALUE "LATITUDE.......:".
           05  LINE 09 COL 27,         PIC -ZZ9,99999999
                                       TO WS-DEP-LATITUDE.
           05  LINE 10 COL 10          VALUE "LONGITUDE......:".
           05  LINE 10 COL 27,         PIC -ZZ9,99999999
                                       TO WS-DEP-LONGITUDE.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 64,         PIC  X(001)
                                       TO WS-DEP-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-LINHA-PRODUTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "LINHAS DE PRODUTO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO LINHA...:".
           05  LINE 07 COL 27,         PIC  Z9
                                       TO WS-LIN-CODIGO.
           05  LINE 08 COL 10          VALUE "NOME...........:".
           05  LINE 08 COL 27,         PIC  X(030)
                                       TO WS-LIN-NOME.
           05  LINE 09 COL 10          VALUE "CATEGORIAS.....:".
           05  LINE 09 COL 27,         PIC  X(003)
                                       TO WS-LIN-CAT-01.
           05  LINE 09 COL 31,         PIC  X(003)
                                       TO WS-LIN-CAT-02.
           05  LINE 09 COL 35,         PIC  X(003)
                                       TO WS-LIN-CAT-03.
           05  LINE 09 COL 39,         PIC  X(003)
                                       TO WS-LIN-CAT-04.
           05  LINE 09 COL 43,         PIC  X(003)
                                       TO WS-LIN-CAT-05.
           05  LINE 10 COL 27,         PIC  X(003)
                                       TO WS-LIN-CAT-06.
           05  LINE 10 COL 31,         PIC  X(003)
                                       TO WS-LIN-CAT-07.
           05  LINE 10 COL 35,         PIC  X(003)
                                       TO WS-LIN-CAT-08.
           05  LINE 10 COL 39,         PIC  X(003)
                                       TO WS-LIN-CAT-09.
           05  LINE 10 COL 43,         PIC  X(003)
                                       TO WS-LIN-CAT-10.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 64,         PIC  X(001)
                                       TO WS-LIN-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-EQUIPAMENTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "EQUIPAMENTOS EM COMODATO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE "NUMERO DE SERIE:".
           05  LINE 06 COL 27,         PIC  X(020)
                                       TO WS-EQP-SERIE.
           05  LINE 07 COL 10          VALUE "TIPO (G/C/E/O).:".
           05  LINE 07 COL 27,         PIC  X(001)
                                       TO WS-EQP-TIPO.
           05  LINE 07 COL 30          VALUE
           "G-GELADEIRA C-CHOPEIRA E-EXPOSITOR".
           05  LINE 08 COL 10          VALUE "DESCRICAO......:".
           05  LINE 08 COL 27,         PIC  X(030)
                                       TO WS-EQP-DESCRICAO.
           05  LINE 09 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 09 COL 27,         PIC  ZZZZZZ9
                                       TO WS-EQP-CLIENTE.
           05  LINE 10 COL 10          VALUE "DATA COLOCACAO.:".
           05  LINE 10 COL 27,         PIC  9(008)
                                       TO WS-EQP-DATA-COL.
           05  LINE 10 COL 37          VALUE "(AAAAMMDD)".
           05  LINE 11 COL 10          VALUE "CONTRATO.......:".
           05  LINE 11 COL 27,         PIC  X(015)
                                       TO WS-EQP-CONTRATO.
           05  LINE 12 COL 10          VALUE "SITUACAO.......:".
           05  LINE 12 COL 27,         PIC  X(001)
                                       TO WS-EQP-SITUACAO.
           05  LINE 12 COL 30          VALUE
           "A-INST I-INSP R-RECOLHER M-MANUT D-DEPOS".
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-BAIXAR C-CONSULTAR):".
           05  LINE 13 COL 63,         PIC  X(001)
                                       TO WS-EQP-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-PROSPECT.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "PROSPECTS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE "CODIGO.........:".
           05  LINE 06 COL 27,         PIC  ZZZZZZ9
                                       TO WS-PRP-CODIGO.
           05  LINE 06 COL 37          VALUE "(ZERO = NOVO CODIGO)".
           05  LINE 07 COL 10          VALUE "NOME...........:".
           05  LINE 07 COL 27,         PIC  X(040)
                                       TO WS-PRP-NOME.
           05  LINE 08 COL 10          VALUE "LOGRADOURO.....:".
           05  LINE 08 COL 27,         PIC  X(040)
                                       TO WS-PRP-LOGRADOURO.
           05  LINE 09 COL 10          VALUE "NUMERO.........:".
           05  LINE 09 COL 27,         PIC  X(006)
                                       TO WS-PRP-NUMERO.
           05  LINE 09 COL 40          VALUE "CEP:".
           05  LINE 09 COL 45,         PIC  9(008)
                                       TO WS-PRP-CEP.
           05  LINE 10 COL 10          VALUE "MUNICIPIO......:".
           05  LINE 10 COL 27,         PIC  X(030)
                                       TO WS-PRP-MUNICIPIO.
           05  LINE 10 COL 60          VALUE "UF:".
           05  LINE 10 COL 64,         PIC  X(002)
                                       TO WS-PRP-UF.
           05  LINE 11 COL 10          VALUE "LATITUDE.......:".
           05  LINE 11 COL 27,         PIC  -ZZ9,99999999
                                       TO WS-PRP-LATITUDE.
           05  LINE 11 COL 42          VALUE "LONGITUDE:".
           05  LINE 11 COL 53,         PIC  -ZZ9,99999999
                                       TO WS-PRP-LONGITUDE.
           05  LINE 12 COL 10          VALUE "REGIAO.........:".
           05  LINE 12 COL 27,         PIC  ZZ9
                                       TO WS-PRP-REGIAO.
           05  LINE 12 COL 32          VALUE "FONTE:".
           05  LINE 12 COL 39,         PIC  X(001)
                                       TO WS-PRP-FONTE.
           05  LINE 12 COL 41          VALUE
           "(V-VISITA I-INDIC L-LISTA O-OUTROS)".
           05  LINE 13 COL 10          VALUE "VEND. ORIGEM...:".
           05  LINE 13 COL 27,         PIC  ZZ9
                                       TO WS-PRP-VEND-ORIGEM.
           05  LINE 13 COL 32          VALUE "SITUACAO (V-VISITADO):".
           05  LINE 13 COL 55,         PIC  X(001)
                                       TO WS-PRP-SITUACAO.
           05  LINE 14 COL 10          VALUE "CNPJ CONVERSAO.:".
           05  LINE 14 COL 27,         PIC  9(014)
                                       TO WS-PRP-CNPJ.
           05  LINE 15 COL 10          VALUE "MOTIVO DESCARTE:".
           05  LINE 15 COL 27,         PIC  X(030)
                                       TO WS-PRP-MOTIVO.
           05  LINE 16 COL 10          VALUE
           "OPERACAO (I-INC A-ALT E-DESCARTAR C-CONS V-CONVERTER):".
           05  LINE 16 COL 65,         PIC  X(001)
                                       TO WS-PRP-OPERACAO.
           05  LINE 17 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 17 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-FUNIL-PROSPECT.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "FUNIL DE PROSPECTS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "ANO-MES (AAAAMM):".
           05  LINE 08 COL 28,         PIC  9(006)
                                       TO WS-PRP-ANO-MES.
           05  LINE 08 COL 36          VALUE "(ZERO = MES ATUAL)".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CANAL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CANAIS DE VENDA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CANAL...:".
           05  LINE 07 COL 27,         PIC  Z9
                                       TO WS-CAN-CODIGO.
           05  LINE 08 COL 10          VALUE "NOME...........:".
           05  LINE 08 COL 27,         PIC  X(030)
                                       TO WS-CAN-NOME.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-INATIVAR C-CONSULTAR):".
           05  LINE 13 COL 65,         PIC  X(001)
                                       TO WS-CAN-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-JANELA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "JANELAS DE VISITA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 27,         PIC  9(007)
                                       TO WS-JAN-CLIENTE.
           05  LINE 08 COL 10          VALUE "DIA DA SEMANA..:".
           05  LINE 08 COL 27,         PIC  9(001)
                                       TO WS-JAN-DIA.
           05  LINE 08 COL 30          VALUE
           "(1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB 7=DOM)".
           05  LINE 09 COL 10          VALUE "JANELA 1 (HHMM):".
           05  LINE 09 COL 27,         PIC  9(004)
                                       TO WS-JAN-INI-1.
           05  LINE 09 COL 32          VALUE "A".
           05  LINE 09 COL 34,         PIC  9(004)
                                       TO WS-JAN-FIM-1.
           05  LINE 10 COL 10          VALUE "JANELA 2 (HHMM):".
           05  LINE 10 COL 27,         PIC  9(004)
                                       TO WS-JAN-INI-2.
           05  LINE 10 COL 32          VALUE "A".
           05  LINE 10 COL 34,         PIC  9(004)
                                       TO WS-JAN-FIM-2.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 65,         PIC  X(001)
                                       TO WS-JAN-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-TEMPORADA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "TEMPORADA DO CLIENTE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 07 COL 27,         PIC  9(007)
                                       TO WS-TPR-CLIENTE.
           05  LINE 08 COL 10          VALUE "CLIENTE SAZONAL:".
           05  LINE 08 COL 27,         PIC  X(001)
                                       TO WS-TPR-SAZONAL.
           05  LINE 08 COL 30          VALUE
           "(S=SO FUNCIONA NAS TEMPORADAS  N=ANO TODO)".
           05  LINE 09 COL 10          VALUE "TEMPORADA 1....:".
           05  LINE 09 COL 27,         PIC  9(002)
                                       TO WS-TPR-DIA-INI-1.
           05  LINE 09 COL 29          VALUE "/".
           05  LINE 09 COL 30,         PIC  9(002)
                                       TO WS-TPR-MES-INI-1.
           05  LINE 09 COL 33          VALUE "A".
           05  LINE 09 COL 35,         PIC  9(002)
                                       TO WS-TPR-DIA-FIM-1.
           05  LINE 09 COL 37          VALUE "/".
           05  LINE 09 COL 38,         PIC  9(002)
                                       TO WS-TPR-MES-FIM-1.
           05  LINE 09 COL 42          VALUE
           "(DD/MM A DD/MM - PODE VIRAR O ANO)".
           05  LINE 10 COL 10          VALUE "TEMPORADA 2....:".
           05  LINE 10 COL 27,         PIC  9(002)
                                       TO WS-TPR-DIA-INI-2.
           05  LINE 10 COL 29          VALUE "/".
           05  LINE 10 COL 30,         PIC  9(002)
                                       TO WS-TPR-MES-INI-2.
           05  LINE 10 COL 33          VALUE "A".
           05  LINE 10 COL 35,         PIC  9(002)
                                       TO WS-TPR-DIA-FIM-2.
           05  LINE 10 COL 37          VALUE "/".
           05  LINE 10 COL 38,         PIC  9(002)
                                       TO WS-TPR-MES-FIM-2.
           05  LINE 11 COL 10          VALUE "TEMPORADA 3....:".
           05  LINE 11 COL 27,         PIC  9(002)
                                       TO WS-TPR-DIA-INI-3.
           05  LINE 11 COL 29          VALUE "/".
           05  LINE 11 COL 30,         PIC  9(002)
                                       TO WS-TPR-MES-INI-3.
           05  LINE 11 COL 33          VALUE "A".
           05  LINE 11 COL 35,         PIC  9(002)
                                       TO WS-TPR-DIA-FIM-3.
           05  LINE 11 COL 37          VALUE "/".
           05  LINE 11 COL 38,         PIC  9(002)
                                       TO WS-TPR-MES-FIM-3.
           05  LINE 12 COL 10          VALUE "TEMPORADA 4....:".
           05  LINE 12 COL 27,         PIC  9(002)
                                       TO WS-TPR-DIA-INI-4.
           05  LINE 12 COL 29          VALUE "/".
           05  LINE 12 COL 30,         PIC  9(002)
                                       TO WS-TPR-MES-INI-4.
           05  LINE 12 COL 33          VALUE "A".
           05  LINE 12 COL 35,         PIC  9(002)
                                       TO WS-TPR-DIA-FIM-4.
           05  LINE 12 COL 37          VALUE "/".
           05  LINE 12 COL 38,         PIC  9(002)
                                       TO WS-TPR-MES-FIM-4.
           05  LINE 14 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 14 COL 65,         PIC  X(001)
                                       TO WS-TPR-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CAMPANHAS DE TRADE".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 10          VALUE "CODIGO CAMPANHA:".
           05  LINE 05 COL 27,         PIC  ZZZ9
                                       TO WS-CAM-CODIGO.
           05  LINE 06 COL 10          VALUE "DESCRICAO......:".
           05  LINE 06 COL 27,         PIC  X(040)
                                       TO WS-CAM-DESCRICAO.
           05  LINE 07 COL 10          VALUE "INICIO.........:".
           05  LINE 07 COL 27,         PIC  9(008)
                                       TO WS-CAM-DATA-INI.
           05  LINE 07 COL 36          VALUE "(AAAAMMDD)".
           05  LINE 08 COL 10          VALUE "FIM............:".
           05  LINE 08 COL 27,         PIC  9(008)
                                       TO WS-CAM-DATA-FIM.
           05  LINE 08 COL 36          VALUE "(AAAAMMDD)".
           05  LINE 09 COL 10          VALUE "CLASSIFICACOES.:".
           05  LINE 09 COL 27,         PIC  X(003)
                                       TO WS-CAM-CLASSIF.
           05  LINE 09 COL 31          VALUE
           "(EX.: AB; BRANCO = TODAS)".
           05  LINE 10 COL 10          VALUE "REGIAO.........:".
           05  LINE 10 COL 27,         PIC  ZZ9
                                       TO WS-CAM-REGIAO.
           05  LINE 10 COL 31          VALUE "(0 = TODAS)".
           05  LINE 11 COL 10          VALUE "FILIAL.........:".
           05  LINE 11 COL 27,         PIC  Z9
                                       TO WS-CAM-FILIAL.
           05  LINE 11 COL 31          VALUE "(0 = TODAS)".
           05  LINE 12 COL 10          VALUE "CATEGORIA......:".
           05  LINE 12 COL 27,         PIC  X(003)
                                       TO WS-CAM-CATEGORIA.
           05  LINE 12 COL 31          VALUE
           "(COMPRADA NOS 12 MESES ANTERIORES)".
           05  LINE 13 COL 10          VALUE "SITUACAO.......:".
           05  LINE 13 COL 27,         PIC  X(001)
                                       TO WS-CAM-SITUACAO.
           05  LINE 13 COL 31          VALUE
           "(A-ATIVA C-CANCELADA)".
           05  LINE 14 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 14 COL 65,         PIC  X(001)
                                       TO WS-CAM-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-LISTA-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CLIENTES DA CAMPANHA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CAMPANHA:".
           05  LINE 07 COL 27,         PIC  ZZZ9
                                       TO WS-CAM-CODIGO.
           05  LINE 08 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 08 COL 27,         PIC  9(007)
                                       TO WS-CAM-CLIENTE.
           05  LINE 09 COL 10          VALUE "TIPO...........:".
           05  LINE 09 COL 27,         PIC  X(001)
                                       TO WS-CAM-TIPO-LISTA.
           05  LINE 09 COL 30          VALUE
           "(I-SEMPRE INCLUIR E-SEMPRE EXCLUIR)".
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR NA LISTA R-RETIRAR DA LISTA):".
           05  LINE 13 COL 60,         PIC  X(001)
                                       TO WS-CAM-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REL-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CAMPANHAS DE TRADE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO DA CAMPANHA:".
           05  LINE 08 COL 30,         PIC  ZZZ9
                                       TO WS-CAM-CODIGO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-SCORECARD.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "SCORECARD DE VENDEDOR".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "VENDEDOR INICIAL (0 = TODOS):".
           05  LINE 07 COL 40,         PIC  ZZ9
                                       TO WS-SCO-VEND-INI.
           05  LINE 08 COL 10          VALUE
           "VENDEDOR FINAL   (0 = TODOS):".
           05  LINE 08 COL 40,         PIC  ZZ9
                                       TO WS-SCO-VEND-FIM.
           05  LINE 09 COL 10          VALUE
           "REGIAO (0 = TODAS)..........:".
           05  LINE 09 COL 40,         PIC  ZZ9
                                       TO WS-SCO-REGIAO.
           05  LINE 10 COL 10          VALUE
           "FILIAL (0 = TODAS)..........:".
           05  LINE 10 COL 40,         PIC  Z9
                                       TO WS-SCO-FILIAL.
           05  LINE 12 COL 10          VALUE
           "EDICAO CONSOLIDADA POR HIERARQUIA (S/N):".
           05  LINE 12 COL 51,         PIC  X(001)
                                       TO WS-HIE-CONSOLIDADO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-LACUNA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "LACUNAS DE COBERTURA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "RAIO DE AGRUPAMENTO EM KM (0 = PADRAO 30):".
           05  LINE 08 COL 53,         PIC  ZZ9
                                       TO WS-LAC-RAIO-KM.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-FECHAMENTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "FECHAMENTO DE PERIODO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "ANO-MES A FECHAR (AAAAMM):".
           05  LINE 07 COL 37,         PIC  9(006)
                                       TO WS-FEC-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "APOS O FECHAMENTO O MES NAO ACEITA MAIS REPUBLICACAO,".
           05  LINE 10 COL 10          VALUE
           "ARQUIVAMENTO NEM RESTATEMENT.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA O FECHAMENTO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-FERIADO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CALENDARIO DE FERIADOS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "DATA (AAAAMMDD)......:".
           05  LINE 07 COL 33,         PIC  9(008)
                                       TO WS-FER-DATA.
           05  LINE 08 COL 10          VALUE "UF (BRANCO=NACIONAL).:".
           05  LINE 08 COL 33,         PIC  X(002)
                                       TO WS-FER-UF.
           05  LINE 09 COL 10          VALUE "DESCRICAO............:".
           05  LINE 09 COL 33,         PIC  X(030)
                                       TO WS-FER-DESCRICAO.
           05  LINE 12 COL 10          VALUE
           "OPERACAO (I-INCLUIR E-EXCLUIR C-CONSULTAR):".
           05  LINE 12 COL 54,         PIC  X(001)
                                       TO WS-FER-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-PARAM-ROTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "PARAMETROS DE ROTA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "MINUTOS DE VISITA FAIXA A....:".
           05  LINE 07 COL 42,         PIC  ZZ9
                                       USING WS-ROT-MIN-A AUTO.
           05  LINE 08 COL 10          VALUE
           "MINUTOS DE VISITA FAIXA B....:".
           05  LINE 08 COL 42,         PIC  ZZ9
                                       USING WS-ROT-MIN-B AUTO.
           05  LINE 09 COL 10          VALUE
           "MINUTOS DE VISITA FAIXA C....:".
           05  LINE 09 COL 42,         PIC  ZZ9
                                       USING WS-ROT-MIN-C AUTO.
           05  LINE 10 COL 10          VALUE
           "VELOCIDADE MEDIA (KM/H)......:".
           05  LINE 10 COL 42,         PIC  ZZ9
                                       USING WS-ROT-VEL AUTO.
           05  LINE 11 COL 10          VALUE
           "JORNADA DE TRABALHO (MINUTOS):".
           05  LINE 11 COL 42,         PIC  ZZZ9
                                       USING WS-ROT-JORNADA AUTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GRAVACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-GEOCODIFICACAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "GEOCODIFICACAO DE RUA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "OPERACAO (E-EXTRAIR SEM COORDENADA  I-IMPORTAR):".
           05  LINE 07 COL 59,         PIC  X(001)
                                       TO WS-GEO-OPERACAO.
           05  LINE 09 COL 10          VALUE
           "ARQUIVO DE RETORNO DO PROVEDOR (SO IMPORTACAO):".
           05  LINE 10 COL 25,         PIC  X(020)
                                       TO WS-GEO-NOME-ARQ.
           05  LINE 12 COL 10          VALUE
           "ORIGEM DO ARQUIVO (P-PROVEDOR G-PROPOSTA GPS):".
           05  LINE 12 COL 57,         PIC  X(001)
                                       TO WS-GEO-ORIGEM.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-FUSAO-CLIENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "FUSAO DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "CODIGO DO CLIENTE SOBREVIVENTE:".
           05  LINE 07 COL 42,         PIC  ZZZZZZ9
                                       TO WS-FUS-SOBREVIVENTE.
           05  LINE 08 COL 10          VALUE
           "CODIGO DO CLIENTE DUPLICADO...:".
           05  LINE 08 COL 42,         PIC  ZZZZZZ9
                                       TO WS-FUS-DUPLICADO.
           05  LINE 10 COL 10          VALUE
           "O HISTORICO DO DUPLICADO SERA REAPONTADO PARA O".
           05  LINE 11 COL 10          VALUE
           "SOBREVIVENTE E O DUPLICADO FICARA INATIVO.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A FUSAO?(S/N):".
           05  LINE 15 COL 34,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-RESTATEMENT.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "RESTATEMENT DE VOLUME".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "NOME DO EXTRATO CORRIGIDO.......:".
           05  LINE 07 COL 44,         PIC  X(020)
                                       TO WS-RST-NOME-ARQ.
           05  LINE 08 COL 10          VALUE
           "ANO-MES A SUBSTITUIR (AAAAMM)...:".
           05  LINE 08 COL 44,         PIC  9(006)
                                       TO WS-RST-ANO-MES.
           05  LINE 10 COL 10          VALUE
           "AS DIFERENCAS SAIRAO EM RELRESTATEMENT.TXT PARA".
           05  LINE 11 COL 10          VALUE
           "CONFERENCIA; O MES SO E SUBSTITUIDO APOS CONFIRMAR.".
           05  LINE 15 COL 10          VALUE
           "GERA RELATORIO DE DIFERENCAS?(S/N):".
           05  LINE 15 COL 46,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-IMPORTA-BLOQUEIO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "BLOQUEIO DE CREDITO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "NOME DO ARQUIVO DO FINANCEIRO (CNPJ BLOQUEADOS):".
           05  LINE 09 COL 25,         PIC  X(020)
                                       TO WS-BLQ-NOME-ARQ.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A IMPORTACAO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-AGENDA-VIS.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "AGENDA DE VISITAS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "CLIENTE COM CREDITO BLOQUEADO:".
           05  LINE 09 COL 10          VALUE
           "(A-ANOTAR NA LINHA  S-SUPRIMIR DA AGENDA):".
           05  LINE 09 COL 53,         PIC  X(001)
                                       TO WS-TRATA-BLOQUEIO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-ALT-PROGRAMADA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "ALTERACOES PROGRAMADAS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "ENTIDADE (C-CLIENTE V-VENDEDOR).:".
           05  LINE 07 COL 44,         PIC  X(001)
                                       TO WS-ALT-ENTIDADE.
           05  LINE 08 COL 10          VALUE
           "CODIGO DO CLIENTE/VENDEDOR......:".
           05  LINE 08 COL 44,         PIC  ZZZZZZ9
                                       TO WS-ALT-CODIGO.
           05  LINE 09 COL 10          VALUE
           "DATA EFETIVA (AAAAMMDD).........:".
           05  LINE 09 COL 44,         PIC  9(008)
                                       TO WS-ALT-DATA-EFETIVA.
           05  LINE 10 COL 10          VALUE
           "TIPO (D-DESATIVA R-REGIAO F-VEND FIXO):".
           05  LINE 10 COL 50,         PIC  X(001)
                                       TO WS-ALT-TIPO.
           05  LINE 11 COL 10          VALUE
           "NOVO VALOR (REGIAO OU VENDEDOR).:".
           05  LINE 11 COL 44,         PIC  ZZZZZZ9
                                       TO WS-ALT-VALOR.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 54,         PIC  X(001)
                                       TO WS-ALT-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-TROCA-SENHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "TROCA DE SENHA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "SUA SENHA EXPIROU OU A TROCA E OBRIGATORIA.".
           05  LINE 09 COL 10          VALUE "NOVA SENHA......:".
           05  LINE 09 COL 28,         PIC  X(010) SECURE
                                       TO WS-TROCA-SENHA-NOVA.
           05  LINE 10 COL 10          VALUE "CONFIRME A SENHA:".
           05  LINE 10 COL 28,         PIC  X(010) SECURE
                                       TO WS-TROCA-SENHA-CONF.
           05  LINE 15 COL 10          VALUE
           "DIGITE A NOVA SENHA E TECLE ENTER".

       01  TELA-DESBLOQ-USUARIO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "DESBLOQUEAR USUARIO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO DO USUARIO:".
           05  LINE 08 COL 29,         PIC  X(010)
                                       TO WS-DESB-CODIGO-USU.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA O DESBLOQUEIO?(S/N):".
           05  LINE 15 COL 40,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-APROVA-CLIENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "APROVACAO DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE "CODIGO........:".
           05  LINE 07 COL 10          VALUE "CNPJ..........:".
           05  LINE 08 COL 10          VALUE "RAZAO SOCIAL..:".
           05  LINE 09 COL 10          VALUE "MUNICIPIO/UF..:".
           05  LINE 10 COL 10          VALUE "LATITUDE......:".
           05  LINE 11 COL 10          VALUE "LONGITUDE.....:".
           05  LINE 12 COL 10          VALUE "REGIAO........:".
           05  LINE 14 COL 10          VALUE
           "ACAO (A-APROVAR R-REJEITAR P-PROXIMO S-SAIR):".
           05  LINE 14 COL 56,         PIC  X(001)
                                       TO WS-APR-ACAO.
           05  LINE 15 COL 10          VALUE
           "MOTIVO DA REJEICAO (SE R):".
           05  LINE 15 COL 37,         PIC  X(030)
                                       TO WS-APR-MOTIVO.

       01  TELA-COMISSAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "TABELA DE COMISSAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CLASSIFICACAO (A/B/C).:".
           05  LINE 08 COL 34,         PIC  X(001)
                                       TO WS-CMS-CLASSIF.
           05  LINE 09 COL 10          VALUE "VENDEDOR SENIOR (S/N).:".
           05  LINE 09 COL 34,         PIC  X(001)
                                       TO WS-CMS-SENIOR.
           05  LINE 10 COL 10          VALUE "PERCENTUAL DE COMISSAO:".
           05  LINE 10 COL 34,         PIC  Z9,99
                                       TO WS-CMS-PCT.
           05  LINE 13 COL 10          VALUE
           "OPERACAO (I-INCLUIR A-ALTERAR E-EXCLUIR C-CONSULTAR):".
           05  LINE 13 COL 64,         PIC  X(001)
                                       TO WS-CMS-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-APURA-COMISSAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "APURACAO DE COMISSAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "ANO-MES (AAAAMM):".
           05  LINE 08 COL 28,         PIC  9(006)
                                       TO WS-CMS-ANO-MES.
           05  LINE 10 COL 10          VALUE
           "EDICAO CONSOLIDADA POR HIERARQUIA (S/N):".
           05  LINE 10 COL 51,         PIC  X(001)
                                       TO WS-HIE-CONSOLIDADO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A APURACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-FOLHAS-ROTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "FOLHAS DE ROTA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "GERAR TAMBEM OS ARQUIVOS DE DESPACHO PARA OS".
           05  LINE 09 COL 10          VALUE
           "DISPOSITIVOS DE CAMPO, COM MANIFESTO? (S/N):".
           05  LINE 09 COL 56,         PIC  X(001)
                                       TO WS-ROTA-DESPACHO.
           05  LINE 11 COL 10          VALUE
           "CLIENTE COM CREDITO BLOQUEADO:".
           05  LINE 12 COL 10          VALUE
           "(A-ANOTAR NA LINHA  S-SUPRIMIR DA ROTA).....:".
           05  LINE 12 COL 56,         PIC  X(001)
                                       TO WS-TRATA-BLOQUEIO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-VISITA-GPS.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CHECK-IN GPS DAS VISITAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "DATA INICIAL (AAAAMMDD, 0 = TODAS):".
           05  LINE 08 COL 46,         PIC  9(008)
                                       TO WS-VIS-DATA-INI.
           05  LINE 09 COL 10          VALUE
           "DATA FINAL   (AAAAMMDD, 0 = TODAS):".
           05  LINE 09 COL 46,         PIC  9(008)
                                       TO WS-VIS-DATA-FIM.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CUMPR-VISITA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CUMPRIMENTO DE VISITAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "DATA INICIAL (AAAAMMDD, 0 = TODAS):".
           05  LINE 08 COL 46,         PIC  9(008)
                                       TO WS-VIS-DATA-INI.
           05  LINE 09 COL 10          VALUE
           "DATA FINAL   (AAAAMMDD, 0 = TODAS):".
           05  LINE 09 COL 46,         PIC  9(008)
                                       TO WS-VIS-DATA-FIM.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-COMPARA-ERP.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "COMPARACAO COM O ERP".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "DIGITE O NOME DO EXTRATO DO ERP:".
           05  LINE 08 COL 25,         PIC  X(020)
                                       TO WS-NOME-ARQ-ERP.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A COMPARACAO?(S/N):".
           05  LINE 15 COL 39,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-EXECUTAR.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MENU EXECUTAR".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "1 - EXECUTAR DISTRIBUICAO DE CLIENTE".
           05  LINE 09 COL 10          VALUE
           "2 - REIMPRIMIR RELATORIO DA ULTIMA DISTRIBUICAO".
           05  LINE 10 COL 10          VALUE
           "3 - SIMULAR NOVA DISTRIBUICAO (DRY-RUN)".
           05  LINE 11 COL 10          VALUE
           "4 - REATRIBUIR CLIENTES DE UM VENDEDOR PARA OUTRO".
           05  LINE 12 COL 10          VALUE
           "5 - PARAMETROS DA DISTRIBUICAO".
           05  LINE 13 COL 10          VALUE
           "6 - VOLTAR   0 - TRATAR CLIENTES NAO ATRIBUIDOS".
           05  LINE 14 COL 10          VALUE
           "7 - REPUBLICAR EXECUCAO  8 - ARQUIVO DO HISTORICO  9-SAIR".
           05  LINE 15 COL 10          VALUE
           "RESTRINGIR DISTRIBUICAO A VENDEDOR DA MESMA REGIAO (S/N):".
           05  LINE 15 COL 69          PIC  X(001)
                                       USING WS-EXE-RESTRINGE-REGIAO.
           05  LINE 16 COL 10          VALUE
           "DISTANCIA MAXIMA PERMITIDA (KM, 0 = PADRAO):".
           05  LINE 16 COL 58,         PIC  ZZZZZZZZ9,99
                                       USING WS-EXE-MAX-DISTANCIA.
           05  LINE 17 COL 10          VALUE
           "MAX CLIENTES POR VENDEDOR (0 = PADRAO)......:".
           05  LINE 17 COL 58,         PIC  ZZZZZZ9
                                       USING WS-EXE-MAX-CLIENTES.
           05  LINE 18 COL 10          VALUE
           "SOMENTE CLIENTES NOVOS/ALTERADOS - DELTA (S/N):".
           05  LINE 18 COL 58,         PIC  X(001)
                                       USING WS-EXE-DELTA.
           05  LINE 18 COL 61          VALUE "TROCAS (S/N):".
           05  LINE 18 COL 75,         PIC  X(001)
                                       USING WS-EXE-TROCA.
           05  LINE 19 COL 10          VALUE
           "TETO DE VALOR POR VENDEDOR (0 = SEM TETO)....:".
           05  LINE 19 COL 58,         PIC  ZZZZZZZZZZZ9,99
                                       USING WS-EXE-MAX-VALOR.
           05  LINE 20 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER".
           05  LINE 20 COL 49          PIC  9(001)
                                       TO WS-EXE-OPCAO.
      *----------------------------------------------------------------*
       01  TELA-REL-MUDANCAS.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MUDANCAS ENTRE EXECUCOES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "EXECUCAO ANTERIOR - DATA (AAAAMMDD):".
           05  LINE 08 COL 47,         PIC  9(008)
                                       TO WS-CHURN-DATA-ANT.
           05  LINE 09 COL 10          VALUE
           "EXECUCAO ANTERIOR - HORA (HHMMSS)..:".
           05  LINE 09 COL 47,         PIC  9(006)
                                       TO WS-CHURN-HORA-ANT.
           05  LINE 11 COL 10          VALUE
           "EXECUCAO NOVA     - DATA (AAAAMMDD):".
           05  LINE 11 COL 47,         PIC  9(008)
                                       TO WS-CHURN-DATA-NOVA.
           05  LINE 12 COL 10          VALUE
           "EXECUCAO NOVA     - HORA (HHMMSS)..:".
           05  LINE 12 COL 47,         PIC  9(006)
                                       TO WS-CHURN-HORA-NOVA.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

      *----------------------------------------------------------------*
       01  TELA-REPUBLICA-EXEC.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "REPUBLICAR EXECUCAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "EXECUCAO DE ORIGEM - DATA (AAAAMMDD):".
           05  LINE 08 COL 48,         PIC  9(008)
                                       TO WS-REPUB-DATA.
           05  LINE 09 COL 10          VALUE
           "EXECUCAO DE ORIGEM - HORA (HHMMSS)..:".
           05  LINE 09 COL 48,         PIC  9(006)
                                       TO WS-REPUB-HORA.
           05  LINE 12 COL 10          VALUE
           "A EXECUCAO SERA REGRAVADA COMO A EXECUCAO CORRENTE,".
           05  LINE 13 COL 10          VALUE
           "PRESERVANDO O HISTORICO DAS DEMAIS EXECUCOES.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A REPUBLICACAO?(S/N):".
           05  LINE 15 COL 41,         PIC  X(001)
                                       TO WS-CONFIRMA.

      *----------------------------------------------------------------*
       01  TELA-ARQUIVO-HIST.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "ARQUIVO DO HISTORICO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "OPERACAO (1-ARQUIVAR  2-RESTAURAR).:".
           05  LINE 08 COL 47,         PIC  9(001)
                                       TO WS-ARQH-OPCAO.
           05  LINE 10 COL 10          VALUE
           "RETENCAO EM MESES (P/ ARQUIVAR)....:".
           05  LINE 10 COL 47,         PIC  9(003)
                                       TO WS-ARQH-MESES.
           05  LINE 12 COL 10          VALUE
           "ANO A RESTAURAR (P/ RESTAURAR).....:".
           05  LINE 12 COL 47,         PIC  9(004)
                                       TO WS-ARQH-ANO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

      *----------------------------------------------------------------*
       01  TELA-PARAM-DIST.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PARAMETROS DISTRIBUICAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "NOME DO CONJUNTO..............:".
           05  LINE 08 COL 42,         PIC  X(020)
                                       USING WS-PAR-NOME AUTO.
           05  LINE 09 COL 10          VALUE
           "RESTRINGE REGIAO (S/N)........:".
           05  LINE 09 COL 42,         PIC  X(001)
                                       USING WS-PAR-RESTRINGE AUTO.
           05  LINE 10 COL 10          VALUE
           "DISTANCIA MAXIMA (0 = PADRAO).:".
           05  LINE 10 COL 42,         PIC  ZZZZZZZZ9,99
                                       USING WS-PAR-MAX-DISTANCIA AUTO.
           05  LINE 11 COL 10          VALUE
           "MAX CLIENTES/VEND (0 = PADRAO):".
           05  LINE 11 COL 42,         PIC  ZZZZZZ9
                                       USING WS-PAR-MAX-CLIENTES AUTO.
           05  LINE 12 COL 10          VALUE
           "TETO VALOR/VEND (0 = SEM)....:".
           05  LINE 12 COL 42,         PIC  ZZZZZZZZZZZ9,99
                                       USING WS-PAR-MAX-VALOR AUTO.
           05  LINE 13 COL 10          VALUE
           "MODO SCORE (S/N).............:".
           05  LINE 13 COL 42,         PIC  X(001)
                                       USING WS-PAR-FLAG-SCORE AUTO.
           05  LINE 14 COL 10          VALUE "PESO DIST %:".
           05  LINE 14 COL 23,         PIC  ZZ9
                                       USING WS-PAR-PESO-DIST AUTO.
           05  LINE 14 COL 28          VALUE "BONUS SENIOR KM:".
           05  LINE 14 COL 45,         PIC  ZZ9
                                       USING WS-PAR-PESO-SENIOR AUTO.
           05  LINE 14 COL 50          VALUE "VINCULO KM:".
           05  LINE 14 COL 62,         PIC  ZZ9
                                       USING WS-PAR-PESO-VINCULO AUTO.
           05  LINE 13 COL 45          VALUE "GRUPO CNPJ (S/N):".
           05  LINE 13 COL 63,         PIC  X(001)
                                       USING WS-PAR-FLAG-GRUPO AUTO.
           05  LINE 12 COL 60          VALUE "TROCAS (S/N):".
           05  LINE 12 COL 74,         PIC  X(001)
                                       USING WS-PAR-FLAG-TROCA AUTO.
           05  LINE 11 COL 52          VALUE "RASTREIO (N/L/T):".
           05  LINE 11 COL 70,         PIC  X(001)
                                       USING WS-PAR-FLAG-RASTREIO AUTO.
           05  LINE 10 COL 56          VALUE "CHECK-IN (M):".
           05  LINE 10 COL 70,         PIC  ZZZZ9
                                       USING WS-PAR-TOLER-CHECKIN AUTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GRAVACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-CONSULTA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MENU DE CONSULTAS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "1 - CARTEIRA DO VENDEDOR".
           05  LINE 09 COL 10          VALUE
           "2 - CONSULTA 360 DO CLIENTE".
           05  LINE 10 COL 10          VALUE
           "3 - RELATORIO DE AUDITORIA".
           05  LINE 11 COL 10          VALUE
           "4 - ARQUIVOS DE SAIDA GERADOS".
           05  LINE 12 COL 10          VALUE
           "5 - RELATORIO DE USO DO SISTEMA".
           05  LINE 13 COL 10          VALUE
           "6 - POSICAO DO CADASTRO EM UMA DATA".
           05  LINE 14 COL 10          VALUE
           "7 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-CON-OPCAO.

       01  TELA-CONSULTA-VENDEDOR.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CARTEIRA DO VENDEDOR".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO VENDEDOR:".
           05  LINE 08 COL 27,         PIC  9(003)
                                       TO WS-CON-COD-VEND.
           05  LINE 15 COL 10          VALUE
           "DIGITE O VENDEDOR E TECLE ENTER".

       01  TELA-FILTRO-AUDITORIA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "RELATORIO DE AUDITORIA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "DATA INICIAL (AAAAMMDD, 0 = TODAS):".
           05  LINE 07 COL 46,         PIC  9(008)
                                       TO WS-AUDQ-DATA-INI.
           05  LINE 08 COL 10          VALUE
           "DATA FINAL   (AAAAMMDD, 0 = TODAS):".
           05  LINE 08 COL 46,         PIC  9(008)
                                       TO WS-AUDQ-DATA-FIM.
           05  LINE 09 COL 10          VALUE
           "OPERADOR (BRANCO = TODOS).........:".
           05  LINE 09 COL 46,         PIC  X(010)
                                       TO WS-AUDQ-OPERADOR.
           05  LINE 10 COL 10          VALUE
           "ENTIDADE (CLIENTE/VENDEDOR).......:".
           05  LINE 10 COL 46,         PIC  X(008)
                                       TO WS-AUDQ-ENTIDADE.
           05  LINE 11 COL 10          VALUE
           "OPERACAO (INCLUIR/ALTERAR/EXCLUIR):".
           05  LINE 11 COL 46,         PIC  X(008)
                                       TO WS-AUDQ-OPERACAO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-POSICAO-CADASTRO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 14          VALUE
           "POSICAO DO CADASTRO EM UMA DATA".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10          VALUE
           "CADASTRO (C-CLIENTES V-VENDEDORES)..:".
           05  LINE 06 COL 48,         PIC  X(001)
                                       TO WS-PCD-ENTIDADE.
           05  LINE 07 COL 10          VALUE
           "POSICAO NO FIM DO DIA (AAAAMMDD)....:".
           05  LINE 07 COL 48,         PIC  9(008)
                                       TO WS-PCD-DATA.
           05  LINE 08 COL 10          VALUE
           "1-UM REGISTRO  2-CADASTRO INTEIRO...:".
           05  LINE 08 COL 48,         PIC  9(001)
                                       TO WS-PCD-FUNCAO.
           05  LINE 09 COL 10          VALUE
           "CODIGO (SO PARA UM REGISTRO)........:".
           05  LINE 09 COL 48,         PIC  ZZZZZZ9
                                       TO WS-PCD-CODIGO.
           05  LINE 11 COL 10          VALUE
           "O CADASTRO INTEIRO VAI PARA POSICAOCLIENTE.TXT OU".
           05  LINE 12 COL 10          VALUE
           "POSICAOVENDEDOR.TXT; AS QUEBRAS NA CADEIA DA AUDITORIA".
           05  LINE 13 COL 10          VALUE
           "VAO PARA RELPOSICAODIVERG.TXT.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A GERACAO?(S/N):".
           05  LINE 15 COL 36,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-BACKUP.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "BACKUP DOS CADASTROS".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "1-BACKUP  2-RESTAURACAO  3-REAPLICAR JORNAL".
           05  LINE 08 COL 10          VALUE
           "OPERACAO...........................:".
           05  LINE 08 COL 46,         PIC  9(001)
                                       TO WS-BKP-OPCAO.
           05  LINE 09 COL 10          VALUE
           "JORNAL ATE A DATA (ZERO = TUDO)....:".
           05  LINE 09 COL 46,         PIC  9(008)
                                       TO WS-JRN-DATA-LIMITE.
           05  LINE 10 COL 10          VALUE
           "JORNAL ATE A HORA (HHMMSS).........:".
           05  LINE 10 COL 46,         PIC  9(006)
                                       TO WS-JRN-HORA-LIMITE.
           05  LINE 11 COL 10          VALUE
           "A RESTAURACAO RECONSTROI OS ARQUIVOS INDEXADOS DE".
           05  LINE 12 COL 10          VALUE
           "CLIENTE E VENDEDOR A PARTIR DO ULTIMO BACKUP GERADO.".
           05  LINE 13 COL 10          VALUE
           "EM SEGUIDA, A OPCAO 3 REAPLICA AS ATUALIZACOES DO".
           05  LINE 14 COL 10          VALUE
           "JORNAL DE RECUPERACAO E CONFERE COM O SEU CONTROLE.".
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A OPERACAO?(S/N):".
           05  LINE 15 COL 37,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  TELA-REATRIBUIR-VENDEDOR.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CARTEIRA DE CLIENTES".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "REATRIBUIR CLIENTES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 09 COL 10          VALUE "CODIGO VENDEDOR ORIGEM: ".
           05  LINE 09 COL 35,         PIC  ZZ9
                                       TO WS-REAT-COD-ORIGEM.
           05  LINE 11 COL 10          VALUE
           "CODIGO VENDEDOR DESTINO: ".
           05  LINE 11 COL 36,         PIC  ZZ9
                                       TO WS-REAT-COD-DESTINO.
           05  LINE 13 COL 10          VALUE
           "DATA EFETIVA (AAAAMMDD): ".
           05  LINE 13 COL 36,         PIC  9(008)
                                       TO WS-REAT-DATA-EFETIVA.
           05  LINE 15 COL 10          VALUE
           "O PEDIDO SERA EXECUTADO PELA CADEIA NOTURNA APOS A".
           05  LINE 16 COL 10          VALUE
           "APROVACAO DE UM SUPERVISOR.".

      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 1500-SIGNON
           PERFORM 2000-PROCESSA
           PERFORM 9000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZAÇÃO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

            PERFORM 3000-LIMPA-CAMPOS-CLI
            PERFORM 4000-LIMPA-CAMPOS-VEN

            .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SIGN-ON DO OPERADOR: VALIDA USUARIO E SENHA NO ARQ-USUARIO    *
      * (HBSIS14P) ANTES DE LIBERAR O MENU - TRES TENTATIVAS           *
      *----------------------------------------------------------------*
       1500-SIGNON                     SECTION.

           MOVE ZEROS                  TO WS-SIGNON-TENTATIVAS

           PERFORM UNTIL WS-USUARIO-LOGADO NOT EQUAL SPACES
                      OR WS-SIGNON-TENTATIVAS EQUAL 3
              MOVE SPACES              TO WS-SIGNON-USUARIO
                                          WS-SIGNON-SENHA

              DISPLAY TELA-SIGNON
              ACCEPT  TELA-SIGNON

              MOVE 7                   TO COD-FUNCAO-HBSIS14
              MOVE WS-SIGNON-USUARIO   TO COD-USUARIO-HBSIS14
              MOVE WS-SIGNON-SENHA     TO SENHA-HBSIS14
              PERFORM 6600-CHAMA-HBSIS14

              IF COD-RETORNO-HBSIS14   EQUAL 2
                 PERFORM 1600-FORCA-TROCA-SENHA
              END-IF

              IF COD-RETORNO-HBSIS14   EQUAL ZEROS
                 MOVE WS-SIGNON-USUARIO
                                       TO WS-USUARIO-LOGADO
                 MOVE NOME-USUARIO-HBSIS14
                                       TO WS-NOME-LOGADO
                 MOVE PERFIL-HBSIS14   TO WS-PERFIL-LOGADO
                 MOVE COD-FILIAL-HBSIS14
                                       TO WS-FILIAL-LOGADA
                 MOVE WS-USUARIO-LOGADO
                                       TO OPERADOR-HBSIS47L
                 MOVE "SIGNON"         TO TIPO-EVENTO-HBSIS47L
                 PERFORM 9500-REGISTRA-SESSAO
                 PERFORM 1700-CENTRAL-ALERTAS
              ELSE
                 ADD 1                 TO WS-SIGNON-TENTATIVAS
                 MOVE WS-SIGNON-USUARIO
                                       TO OPERADOR-HBSIS47L
                 MOVE "FALHA"          TO TIPO-EVENTO-HBSIS47L
                 PERFORM 9500-REGISTRA-SESSAO
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
                 STOP ' '
              END-IF
           END-PERFORM

           IF WS-USUARIO-LOGADO        EQUAL SPACES
              DISPLAY "NUMERO DE TENTATIVAS EXCEDIDO" AT 2010
              STOP RUN
           END-IF

           .
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TROCA OBRIGATORIA DE SENHA NO SIGN-ON (HBSIS14P FUNCAO 8): A   *
      * NOVA SENHA E GRAVADA E O SIGN-ON PROSSEGUE COM O RETORNO DA    *
      * TROCA                                                          *
      *----------------------------------------------------------------*
       1600-FORCA-TROCA-SENHA          SECTION.

           MOVE SPACES                 TO WS-TROCA-SENHA-NOVA
                                          WS-TROCA-SENHA-CONF

           DISPLAY TELA-TROCA-SENHA
           ACCEPT  TELA-TROCA-SENHA

           IF WS-TROCA-SENHA-NOVA      EQUAL SPACES
           OR WS-TROCA-SENHA-NOVA      NOT EQUAL WS-TROCA-SENHA-CONF
              MOVE 1                   TO COD-RETORNO-HBSIS14
              MOVE "SENHAS NAO CONFEREM - TROCA CANCELADA"
                                       TO MSG-RETORNO-HBSIS14
              GO TO 1600-EXIT
           END-IF

           MOVE 8                      TO COD-FUNCAO-HBSIS14
           MOVE WS-SIGNON-USUARIO      TO COD-USUARIO-HBSIS14
           MOVE WS-SIGNON-SENHA        TO SENHA-HBSIS14
           MOVE WS-TROCA-SENHA-NOVA    TO SENHA-NOVA-HBSIS14
           PERFORM 6600-CHAMA-HBSIS14

           .
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CENTRAL DE ALERTAS DO SIGN-ON (HBSIS48P): MOSTRA AS CONDICOES  *
      * ABERTAS E PERMITE RECONHECE-LAS                                *
      *----------------------------------------------------------------*
       1700-CENTRAL-ALERTAS            SECTION.

           INITIALIZE HBSIS48L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS48L

           CALL WS-HBSIS48             USING HBSIS48L

           .
       1700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UM EVENTO DE SESSAO NO JORNAL (HBSIS47P)              *
      *----------------------------------------------------------------*
       9500-REGISTRA-SESSAO            SECTION.

           MOVE 1                      TO COD-FUNCAO-HBSIS47L

           CALL WS-HBSIS47             USING HBSIS47L

           MOVE SPACES                 TO TIPO-EVENTO-HBSIS47L
                                          FUNCAO-MENU-HBSIS47L

           .
       9500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SAIDA DO SISTEMA COM REGISTRO DE SIGN-OFF NO JORNAL            *
      *----------------------------------------------------------------*
       9100-SAIR-DO-SISTEMA            SECTION.

           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS47L
           MOVE "SIGNOFF"              TO TIPO-EVENTO-HBSIS47L
           PERFORM 9500-REGISTRA-SESSAO

           STOP RUN

           .
       9100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCESSAMENTO PRINCIPAL                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           DISPLAY TELA-MENU
           ACCEPT  TELA-MENU

           EVALUATE WS-OPCAO
               WHEN 1
                    PERFORM 9510-STAMPA-CADASTROS
                    PERFORM 2100-CADASTROS
               WHEN 2
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 9520-STAMPA-RELATORIOS
                       PERFORM 2200-RELATORIOS
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 3
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 9530-STAMPA-EXECUTAR
                       PERFORM 2300-EXECUTAR
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 4
                    PERFORM 9540-STAMPA-CONSULTAS
                    PERFORM 2400-CONSULTAS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TELA DE CADASTRAMENTO                                          *
      *----------------------------------------------------------------*
       2100-CADASTROS                  SECTION.

           DISPLAY TELA-CADASTRO
           ACCEPT  TELA-CADASTRO

           EVALUATE WS-CAD-OPCAO
               WHEN 1
                    PERFORM 2110-CAD-CLIENTE
               WHEN 2
                    PERFORM 2120-CAD-VENDEDOR
               WHEN 3
                    PERFORM 2130-CAD-REGIAO
               WHEN 4
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 2140-CAD-USUARIO
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 5
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 2150-CARGA-TAB-CEP
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 6
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 2160-CARGA-VOLUME
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 7
                    PERFORM 2170-REPROCESSA-REJEITADOS
               WHEN 8
                    PERFORM 1000-INICIALIZA
                    PERFORM 2000-PROCESSA
               WHEN 0
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 2190-AUXILIARES
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2100-CADASTROS
           END-EVALUATE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE CLIENTES                            *
      *----------------------------------------------------------------*
       2110-CAD-CLIENTE                SECTION.

           DISPLAY TELA-CLIENTE
           ACCEPT  TELA-CLIENTE

           EVALUATE WS-CLI-OPCAO
               WHEN 1
                    PERFORM 2111-INSERIR-CLIENTE
               WHEN 2
                    PERFORM 2112-ALTERAR-CLIENTE
               WHEN 3
                    PERFORM 2113-EXCLUIR-CLIENTE
               WHEN 4
                    PERFORM 2114-IMPORTAR-CLIENTE
               WHEN 5
                    PERFORM 2116-LISTAR-CLIENTES
               WHEN 6
                    PERFORM 2118-FIXAR-VENDEDOR
               WHEN 8
                    PERFORM 2119-CONTATOS-CLIENTE
               WHEN 7
                    PERFORM 3000-LIMPA-CAMPOS-CLI
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2110-CAD-CLIENTE
           END-EVALUATE

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INSERÇÃO DE CLIENTES                                 *
      *----------------------------------------------------------------*
       2111-INSERIR-CLIENTE            SECTION.

           PERFORM 3000-LIMPA-CAMPOS-CLI

           MOVE WS-FILIAL-LOGADA       TO WS-FILIAL-CLI

           DISPLAY TELA-INSERIR-CLIENTE
           ACCEPT  TELA-INSERIR-CLIENTE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-HBSIS02
              PERFORM 5000-CARREGA-DADOS-CLIENTE
              PERFORM 6000-CHAMA-HBSIS02
              DISPLAY WS-LINHA-BRANCO
                                       AT 1802
              DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
              STOP ' '
              PERFORM 3000-LIMPA-CAMPOS-CLI
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 3000-LIMPA-CAMPOS-CLI
                 PERFORM 2110-CAD-CLIENTE
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 3000-LIMPA-CAMPOS-CLI
                 PERFORM 2110-CAD-CLIENTE
              END-IF
           END-IF

           .
       2111-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERAÇAO DE CLIENTES                                *
      *----------------------------------------------------------------*
       2112-ALTERAR-CLIENTE            SECTION.

           PERFORM 3000-LIMPA-CAMPOS-CLI

           DISPLAY TELA-BUSCAR-CLIENTE
           ACCEPT  TELA-BUSCAR-CLIENTE

           IF WS-CODIGO-CLI           EQUAL ZEROS
           AND WS-CNPJ-CLI            EQUAL ZEROS
           AND WS-NOME-BUSCA          NOT EQUAL SPACES
              PERFORM 2115-BUSCAR-CLIENTE-POR-NOME
           END-IF

           MOVE 0                     TO COD-FUNCAO-HBSIS02
           PERFORM 5000-CARREGA-DADOS-CLIENTE
           PERFORM 6000-CHAMA-HBSIS02

           EVALUATE COD-RETORNO-HBSIS02
               WHEN ZEROS
                    MOVE COD-CLIENTE-HBSIS02
                                      TO WS-CODIGO-CLI
                    MOVE CNPJ-HBSIS02
                                      TO WS-CNPJ-CLI
                    MOVE LOGRADOURO-HBSIS02
                                      TO WS-LOGRADOURO-CLI
                    MOVE NUMERO-END-HBSIS02
                                      TO WS-NUMERO-END-CLI
                    MOVE MUNICIPIO-HBSIS02
                                      TO WS-MUNICIPIO-CLI
                    MOVE UF-HBSIS02   TO WS-UF-CLI
                    MOVE CEP-HBSIS02  TO WS-CEP-CLI
                    MOVE CLASSIF-HBSIS02
                                      TO WS-CLASSIF-CLI
                    MOVE FREQ-VISITA-HBSIS02
                                      TO WS-FREQ-VISITA-CLI
                    MOVE COD-CANAL-HBSIS02
                                      TO WS-CANAL-CLI
                    DISPLAY TELA-ALTERAR-CLIENTE
                    ACCEPT  TELA-ALTERAR-CLIENTE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-HBSIS02
                       PERFORM 5000-CARREGA-DADOS-CLIENTE
                       PERFORM 6000-CHAMA-HBSIS02
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                       STOP ' '
                       PERFORM 3000-LIMPA-CAMPOS-CLI
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 3000-LIMPA-CAMPOS-CLI
                          PERFORM 2110-CAD-CLIENTE
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2110-CAD-CLIENTE
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                    STOP ' '
                    PERFORM 3000-LIMPA-CAMPOS-CLI
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2112-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE CLIENTES                                           *
      *----------------------------------------------------------------*
       2113-EXCLUIR-CLIENTE            SECTION.

           PERFORM 3000-LIMPA-CAMPOS-CLI

           DISPLAY TELA-BUSCAR-CLIENTE
           ACCEPT  TELA-BUSCAR-CLIENTE

           IF WS-CODIGO-CLI            EQUAL ZEROS
           AND WS-CNPJ-CLI             EQUAL ZEROS
           AND WS-NOME-BUSCA           NOT EQUAL SPACES
              PERFORM 2115-BUSCAR-CLIENTE-POR-NOME
           END-IF

           MOVE 0                      TO COD-FUNCAO-HBSIS02
           PERFORM 5000-CARREGA-DADOS-CLIENTE
           PERFORM 6000-CHAMA-HBSIS02

           EVALUATE COD-RETORNO-HBSIS02
               WHEN ZEROS
                    MOVE COD-CLIENTE-HBSIS02
                                       TO WS-CODIGO-CLI
                    MOVE CNPJ-HBSIS02
                                       TO WS-CNPJ-CLI
                    MOVE LATITUDE-CLI-HBSIS02
                                       TO WS-LATITUDE-CLI
                    MOVE LONGITUDE-CLI-HBSIS02
                                       TO WS-LONGITUDE-CLI
                    MOVE RAZAO-SOCIAL-HBSIS02
                                       TO WS-RAZAO-SOCIAL
                    DISPLAY TELA-EXCLUIR-CLIENTE
                    ACCEPT  TELA-EXCLUIR-CLIENTE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-HBSIS02
                       PERFORM 5000-CARREGA-DADOS-CLIENTE
                       PERFORM 6000-CHAMA-HBSIS02
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                       STOP ' '
                       PERFORM 3000-LIMPA-CAMPOS-CLI
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 3000-LIMPA-CAMPOS-CLI
                          PERFORM 2110-CAD-CLIENTE
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2110-CAD-CLIENTE
                       END-IF
                   END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                    STOP ' '
                    PERFORM 3000-LIMPA-CAMPOS-CLI
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2113-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE IMPORTAÇÃO DE CLIENTES                                *
      *----------------------------------------------------------------*
       2114-IMPORTAR-CLIENTE           SECTION.

           PERFORM 3000-LIMPA-CAMPOS-CLI

           DISPLAY TELA-IMPORTAR-CLIENTE
           ACCEPT  TELA-IMPORTAR-CLIENTE

           MOVE 4                     TO COD-FUNCAO-HBSIS02
           PERFORM 5000-CARREGA-DADOS-CLIENTE
           PERFORM 6000-CHAMA-HBSIS02
           DISPLAY WS-LINHA-BRANCO    AT 1802
           DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
           STOP ' '
           PERFORM 3000-LIMPA-CAMPOS-CLI
           PERFORM 2000-PROCESSA

           .
       2114-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA DE CLIENTE POR NOME (RAZAO SOCIAL) PARCIAL - LISTA OS    *
      * CLIENTES ENCONTRADOS NA TELA E DEIXA O USUARIO ESCOLHER O      *
      * CODIGO DESEJADO EM WS-CODIGO-CLI                               *
      *----------------------------------------------------------------*
       2115-BUSCAR-CLIENTE-POR-NOME    SECTION.

           MOVE ZEROS                  TO WS-QTD-MATCH-NOME
                                           WS-ULTIMO-COD-MATCH
                                           WS-CODIGO-CLI

           MOVE WS-NOME-BUSCA           TO RAZAO-SOCIAL-HBSIS02
           MOVE ZEROS                   TO COD-CLIENTE-HBSIS02
           MOVE 5                       TO COD-FUNCAO-HBSIS02
           PERFORM 6000-CHAMA-HBSIS02

           PERFORM UNTIL COD-RETORNO-HBSIS02
                                       NOT EQUAL ZEROS
                      OR WS-QTD-MATCH-NOME
                                       EQUAL 8
              ADD 1                     TO WS-QTD-MATCH-NOME
              MOVE COD-CLIENTE-HBSIS02  TO WS-ULTIMO-COD-MATCH
              COMPUTE WS-LINHA-MATCH = 9 + WS-QTD-MATCH-NOME
              COMPUTE WS-AT-POS-MATCH = WS-LINHA-MATCH * 100 + 10
              MOVE COD-CLIENTE-HBSIS02  TO WS-LISTA-COD
              MOVE RAZAO-SOCIAL-HBSIS02 TO WS-LISTA-NOME
              DISPLAY WS-LINHA-LISTA-TXT
                                       AT WS-AT-POS-MATCH

              MOVE WS-ULTIMO-COD-MATCH  TO COD-CLIENTE-HBSIS02
              MOVE WS-NOME-BUSCA        TO RAZAO-SOCIAL-HBSIS02
              MOVE 5                    TO COD-FUNCAO-HBSIS02
              PERFORM 6000-CHAMA-HBSIS02
           END-PERFORM

           IF WS-QTD-MATCH-NOME         NOT EQUAL ZEROS
              DISPLAY "DIGITE O CODIGO DO CLIENTE DESEJADO:"
                                       AT 1910
              ACCEPT  WS-CODIGO-CLI    AT 1948
           END-IF

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTAGEM DE CLIENTES COM NAVEGACAO (PROXIMA/ANTERIOR) EM TELA  *
      *----------------------------------------------------------------*
       2116-LISTAR-CLIENTES            SECTION.

           MOVE 1                      TO WS-BROWSE-TOPO
           MOVE ZEROS                  TO WS-BROWSE-COD-ANCORA (1)
           MOVE "S"                    TO WS-BROWSE-CONTINUA

           PERFORM UNTIL WS-BROWSE-CONTINUA NOT EQUAL "S"
              PERFORM 2117-EXIBIR-PAGINA-CLIENTES

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY
                "N-PROXIMA  P-ANTERIOR  S-SAIR. OPCAO:"
                                       AT 1810
              ACCEPT  WS-BROWSE-OPCAO  AT 1849

              EVALUATE FUNCTION UPPER-CASE(WS-BROWSE-OPCAO)
                  WHEN "N"
                       IF WS-BROWSE-QTD-PAG EQUAL 8
                          AND WS-BROWSE-TOPO LESS 50
                          ADD 1         TO WS-BROWSE-TOPO
                          MOVE WS-BROWSE-ULT-COD-PAG
                                       TO WS-BROWSE-COD-ANCORA
                                          (WS-BROWSE-TOPO)
                       END-IF
                  WHEN "P"
                       IF WS-BROWSE-TOPO GREATER 1
                          SUBTRACT 1    FROM WS-BROWSE-TOPO
                       END-IF
                  WHEN "S"
                       MOVE "N"         TO WS-BROWSE-CONTINUA
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-PERFORM

           PERFORM 3000-LIMPA-CAMPOS-CLI
           PERFORM 2000-PROCESSA

           .
       2116-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA PAGINA DE ATE 8 CLIENTES A PARTIR DA ANCORA DA       *
      * PAGINA ATUAL (WS-BROWSE-TOPO)                                  *
      *----------------------------------------------------------------*
       2117-EXIBIR-PAGINA-CLIENTES     SECTION.

           DISPLAY WS-LINHA-BRANCO     AT 1802
           MOVE ZEROS                  TO WS-BROWSE-QTD-PAG
           MOVE WS-BROWSE-COD-ANCORA (WS-BROWSE-TOPO)
                                       TO COD-CLIENTE-HBSIS02
           MOVE 6                      TO COD-FUNCAO-HBSIS02
           PERFORM 6000-CHAMA-HBSIS02

           PERFORM UNTIL COD-RETORNO-HBSIS02 NOT EQUAL ZEROS
                      OR WS-BROWSE-QTD-PAG EQUAL 8
              ADD 1                     TO WS-BROWSE-QTD-PAG
              MOVE COD-CLIENTE-HBSIS02  TO WS-BROWSE-ULT-COD-PAG
              COMPUTE WS-LINHA-MATCH = 7 + WS-BROWSE-QTD-PAG
              COMPUTE WS-AT-POS-MATCH = WS-LINHA-MATCH * 100 + 10
              MOVE COD-CLIENTE-HBSIS02  TO WS-LISTA-COD
              MOVE RAZAO-SOCIAL-HBSIS02 TO WS-LISTA-NOME
              DISPLAY WS-LINHA-LISTA-TXT
                                       AT WS-AT-POS-MATCH

              IF WS-BROWSE-QTD-PAG      NOT EQUAL 8
                 MOVE 6                 TO COD-FUNCAO-HBSIS02
                 PERFORM 6000-CHAMA-HBSIS02
              END-IF
           END-PERFORM

           .
       2117-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIXA OU LIBERA O VENDEDOR DE UM CLIENTE (HBSIS02P FUNCAO 7) -  *
      * CLIENTES FIXADOS NAO SAO MOVIDOS PELA DISTRIBUICAO             *
      *----------------------------------------------------------------*
       2118-FIXAR-VENDEDOR             SECTION.

           PERFORM 3000-LIMPA-CAMPOS-CLI

           DISPLAY TELA-BUSCAR-CLIENTE
           ACCEPT  TELA-BUSCAR-CLIENTE

           IF WS-CODIGO-CLI            EQUAL ZEROS
           AND WS-CNPJ-CLI             EQUAL ZEROS
           AND WS-NOME-BUSCA           NOT EQUAL SPACES
              PERFORM 2115-BUSCAR-CLIENTE-POR-NOME
           END-IF

           MOVE 0                      TO COD-FUNCAO-HBSIS02
           PERFORM 5000-CARREGA-DADOS-CLIENTE
           PERFORM 6000-CHAMA-HBSIS02

           EVALUATE COD-RETORNO-HBSIS02
               WHEN ZEROS
                    MOVE COD-CLIENTE-HBSIS02
                                       TO WS-CODIGO-CLI
                    MOVE RAZAO-SOCIAL-HBSIS02
                                       TO WS-RAZAO-SOCIAL
                    MOVE COD-VEND-FIXO-HBSIS02
                                       TO WS-VEND-FIXO-CLI
                    DISPLAY TELA-FIXAR-VENDEDOR
                    ACCEPT  TELA-FIXAR-VENDEDOR
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 7          TO COD-FUNCAO-HBSIS02
                       MOVE WS-CODIGO-CLI
                                       TO COD-CLIENTE-HBSIS02
                       MOVE WS-VEND-FIXO-CLI
                                       TO COD-VEND-FIXO-HBSIS02
                       MOVE WS-USUARIO-LOGADO
                                       TO OPERADOR-HBSIS02
                       PERFORM 6000-CHAMA-HBSIS02
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                       STOP ' '
                    END-IF
                    PERFORM 3000-LIMPA-CAMPOS-CLI
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                    STOP ' '
                    PERFORM 3000-LIMPA-CAMPOS-CLI
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2118-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DOS CONTATOS DO CLIENTE (HBSIS57P)                  *
      *----------------------------------------------------------------*
       2119-CONTATOS-CLIENTE           SECTION.

           MOVE ZEROS                  TO WS-CTT-COD-CLI
                                          WS-CTT-SEQ
           MOVE SPACES                 TO WS-CTT-NOME
                                          WS-CTT-FUNCAO
                                          WS-CTT-TELEFONE
                                          WS-CTT-EMAIL
                                          WS-CTT-JANELA
                                          WS-CTT-PRINCIPAL
                                          WS-CTT-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-CONTATO
           ACCEPT  TELA-CONTATO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS57L

              EVALUATE FUNCTION UPPER-CASE(WS-CTT-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS57L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS57L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS57L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS57L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS57L
              END-EVALUATE

              MOVE WS-CTT-COD-CLI      TO COD-CLIENTE-HBSIS57L
              MOVE WS-CTT-SEQ          TO SEQ-CONTATO-HBSIS57L
              MOVE WS-CTT-NOME         TO NOME-CONTATO-HBSIS57L
              MOVE WS-CTT-FUNCAO       TO FUNCAO-CONTATO-HBSIS57L
              MOVE WS-CTT-TELEFONE     TO TELEFONE-HBSIS57L
              MOVE WS-CTT-EMAIL        TO EMAIL-HBSIS57L
              MOVE WS-CTT-JANELA       TO JANELA-VISITA-HBSIS57L
              MOVE FUNCTION UPPER-CASE(WS-CTT-PRINCIPAL)
                                       TO FLAG-PRINCIPAL-HBSIS57L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS57L

              CALL WS-HBSIS57          USING HBSIS57L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS57L
                                       AT 1820

              IF COD-FUNCAO-HBSIS57L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS57L EQUAL ZEROS
                 DISPLAY NOME-CONTATO-HBSIS57L
                                       AT 1910
                 DISPLAY TELEFONE-HBSIS57L
                                       AT 1955
              END-IF

              STOP ' '
           END-IF

           PERFORM 2110-CAD-CLIENTE

           .
       2119-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE VENDEDORES                          *
      *----------------------------------------------------------------*
       2120-CAD-VENDEDOR               SECTION.

           DISPLAY TELA-VENDEDOR
           ACCEPT  TELA-VENDEDOR

           EVALUATE WS-VEN-OPCAO
               WHEN 1
                    PERFORM 2121-INSERIR-VENDEDOR
               WHEN 2
                    PERFORM 2122-ALTERAR-VENDEDOR
               WHEN 3
                    PERFORM 2123-EXCLUIR-VENDEDOR
               WHEN 4
                    PERFORM 2124-IMPORTAR-VENDEDOR
               WHEN 5
                    PERFORM 2125-LISTAR-VENDEDORES
               WHEN 6
                    PERFORM 2127-AGENDA-VENDEDOR
               WHEN 7
                    PERFORM 4000-LIMPA-CAMPOS-VEN
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2120-CAD-VENDEDOR
           END-EVALUATE

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE VENDEDORES                                         *
      *----------------------------------------------------------------*
       2121-INSERIR-VENDEDOR           SECTION.

           PERFORM 4000-LIMPA-CAMPOS-VEN

           MOVE WS-FILIAL-LOGADA       TO WS-FILIAL-VEND

           DISPLAY TELA-INSERIR-VENDEDOR
           ACCEPT  TELA-INSERIR-VENDEDOR

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-HBSIS04
              PERFORM 7000-CARREGA-DADOS-VENDEDOR
              PERFORM 8000-CHAMA-HBSIS04
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS04
                                       AT 1820
              STOP ' '
              PERFORM 4000-LIMPA-CAMPOS-VEN
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4000-LIMPA-CAMPOS-VEN
                 PERFORM 2120-CAD-VENDEDOR
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4000-LIMPA-CAMPOS-VEN
                 PERFORM 2120-CAD-VENDEDOR
              END-IF
           END-IF

           .
       2121-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE VENDEDORES                                        *
      *----------------------------------------------------------------*
       2122-ALTERAR-VENDEDOR           SECTION.

           PERFORM 4000-LIMPA-CAMPOS-VEN

           DISPLAY TELA-BUSCAR-VENDEDOR
           ACCEPT  TELA-BUSCAR-VENDEDOR

           MOVE 0                     TO COD-FUNCAO-HBSIS04
           PERFORM 7000-CARREGA-DADOS-VENDEDOR
           PERFORM 8000-CHAMA-HBSIS04

           EVALUATE COD-RETORNO-HBSIS04
               WHEN ZEROS
                    MOVE COD-VENDEDOR-HBSIS04
                                       TO WS-CODIGO-VEND
                    MOVE CPF-HBSIS04  TO WS-CPF-VEND
                    MOVE CEP-HBSIS04  TO WS-CEP-VEND
                    MOVE COD-DEPOSITO-HBSIS04
                                      TO WS-DEPOSITO-VEND
                    MOVE COD-FILIAL-HBSIS04
                                      TO WS-FILIAL-VEND
                    MOVE FLAG-SENIOR-HBSIS04
                                      TO WS-SENIOR-VEND
                    MOVE LINHAS-VEND-HBSIS04
                                      TO WS-LINHAS-VEND
                    MOVE CANAIS-VEND-HBSIS04
                                      TO WS-CANAIS-VEND
                    DISPLAY TELA-ALTERAR-VENDEDOR
                    ACCEPT  TELA-ALTERAR-VENDEDOR
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-HBSIS04
                       PERFORM 7000-CARREGA-DADOS-VENDEDOR
                       PERFORM 8000-CHAMA-HBSIS04
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS04
                                       AT 1820
                       STOP ' '
                       PERFORM 4000-LIMPA-CAMPOS-VEN
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4000-LIMPA-CAMPOS-VEN
                          PERFORM 2120-CAD-VENDEDOR
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2120-CAD-VENDEDOR
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS04
                                       AT 1820
                    STOP ' '
                    PERFORM 4000-LIMPA-CAMPOS-VEN
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2122-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE VENDEDORES                                         *
      *----------------------------------------------------------------*
       2123-EXCLUIR-VENDEDOR           SECTION.

           PERFORM 4000-LIMPA-CAMPOS-VEN

           DISPLAY TELA-BUSCAR-VENDEDOR
           ACCEPT  TELA-BUSCAR-VENDEDOR

           MOVE 0                      TO COD-FUNCAO-HBSIS04
           PERFORM 7000-CARREGA-DADOS-VENDEDOR
           PERFORM 8000-CHAMA-HBSIS04

           EVALUATE COD-RETORNO-HBSIS04
               WHEN ZEROS
                    MOVE COD-VENDEDOR-HBSIS04
                                       TO WS-CODIGO-VEND
                    MOVE CPF-HBSIS04
                                       TO WS-CPF-VEND
                    MOVE LATITUDE-VEN-HBSIS04
                                       TO WS-LATITUDE-VEND
                    MOVE LONGITUDE-VEN-HBSIS04
                                       TO WS-LONGITUDE-VEND
                    MOVE NOME-VENDEDOR-HBSIS04
                                       TO WS-NOME-VEND
                    DISPLAY TELA-EXCLUIR-VENDEDOR
                    ACCEPT  TELA-EXCLUIR-VENDEDOR
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-HBSIS04
                       PERFORM 7000-CARREGA-DADOS-VENDEDOR
                       PERFORM 8000-CHAMA-HBSIS04
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS04
                                       AT 1820
                       STOP ' '
                       PERFORM 4000-LIMPA-CAMPOS-VEN
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4000-LIMPA-CAMPOS-VEN
                          PERFORM 2120-CAD-VENDEDOR
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2120-CAD-VENDEDOR
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS04
                                       AT 1820
                    STOP ' '
                    PERFORM 4000-LIMPA-CAMPOS-VEN
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2123-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE IMPORTAÇÃO DE VENDEDORES                              *
      *----------------------------------------------------------------*
       2124-IMPORTAR-VENDEDOR          SECTION.

           PERFORM 4000-LIMPA-CAMPOS-VEN

           DISPLAY TELA-IMPORTAR-VENDEDOR
           ACCEPT  TELA-IMPORTAR-VENDEDOR

           MOVE 4                     TO COD-FUNCAO-HBSIS04
           PERFORM 7000-CARREGA-DADOS-VENDEDOR
           PERFORM 8000-CHAMA-HBSIS04
           DISPLAY WS-LINHA-BRANCO    AT 1802
           DISPLAY MSG-RETORNO-HBSIS04
                                       AT 1820
           STOP ' '
           PERFORM 4000-LIMPA-CAMPOS-VEN
           PERFORM 2000-PROCESSA

           .
       2124-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTAGEM DE VENDEDORES COM NAVEGACAO (PROXIMA/ANTERIOR)      *
      *----------------------------------------------------------------*
       2125-LISTAR-VENDEDORES          SECTION.

           MOVE 1                      TO WS-BROWSE-TOPO-VEN
           MOVE ZEROS                  TO WS-BROWSE-COD-ANCORA-VEN (1)
           MOVE "S"                    TO WS-BROWSE-CONTINUA-VEN

           PERFORM UNTIL WS-BROWSE-CONTINUA-VEN NOT EQUAL "S"
              PERFORM 2126-EXIBIR-PAGINA-VENDEDORES

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY
                "N-PROXIMA  P-ANTERIOR  S-SAIR. OPCAO:"
                                       AT 1810
              ACCEPT  WS-BROWSE-OPCAO-VEN
                                       AT 1849

              EVALUATE FUNCTION UPPER-CASE(WS-BROWSE-OPCAO-VEN)
                  WHEN "N"
                       IF WS-BROWSE-QTD-PAG-VEN EQUAL 8
                          AND WS-BROWSE-TOPO-VEN LESS 50
                          ADD 1         TO WS-BROWSE-TOPO-VEN
                          MOVE WS-BROWSE-ULT-COD-PAG-VEN
                                       TO WS-BROWSE-COD-ANCORA-VEN
                                          (WS-BROWSE-TOPO-VEN)
                       END-IF
                  WHEN "P"
                       IF WS-BROWSE-TOPO-VEN GREATER 1
                          SUBTRACT 1    FROM WS-BROWSE-TOPO-VEN
                       END-IF
                  WHEN "S"
                       MOVE "N"         TO WS-BROWSE-CONTINUA-VEN
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-PERFORM

           PERFORM 4000-LIMPA-CAMPOS-VEN
           PERFORM 2000-PROCESSA

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA PAGINA DE ATE 8 VENDEDORES A PARTIR DA ANCORA DA   *
      * PAGINA ATUAL (WS-BROWSE-TOPO-VEN)                            *
      *----------------------------------------------------------------*
       2126-EXIBIR-PAGINA-VENDEDORES   SECTION.

           DISPLAY WS-LINHA-BRANCO     AT 1802
           MOVE ZEROS                  TO WS-BROWSE-QTD-PAG-VEN
           MOVE WS-BROWSE-COD-ANCORA-VEN (WS-BROWSE-TOPO-VEN)
                                       TO COD-VENDEDOR-HBSIS04
           MOVE 5                      TO COD-FUNCAO-HBSIS04
           PERFORM 8000-CHAMA-HBSIS04

           PERFORM UNTIL COD-RETORNO-HBSIS04 NOT EQUAL ZEROS
                      OR WS-BROWSE-QTD-PAG-VEN EQUAL 8
              ADD 1                     TO WS-BROWSE-QTD-PAG-VEN
              MOVE COD-VENDEDOR-HBSIS04 TO WS-BROWSE-ULT-COD-PAG-VEN
              COMPUTE WS-LINHA-MATCH = 7 + WS-BROWSE-QTD-PAG-VEN
              COMPUTE WS-AT-POS-MATCH = WS-LINHA-MATCH * 100 + 10
              MOVE COD-VENDEDOR-HBSIS04 TO WS-LISTA-COD-VEN
              MOVE NOME-VENDEDOR-HBSIS04
                                       TO WS-LISTA-NOME-VEN
              DISPLAY WS-LINHA-LISTA-VEN-TXT
                                       AT WS-AT-POS-MATCH

              IF WS-BROWSE-QTD-PAG-VEN  NOT EQUAL 8
                 MOVE 5                 TO COD-FUNCAO-HBSIS04
                 PERFORM 8000-CHAMA-HBSIS04
              END-IF
           END-PERFORM

           .
       2126-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AGENDA DE INDISPONIBILIDADE DE VENDEDORES (HBSIS17P) - OS      *
      * PERIODOS REGISTRADOS SAO RESPEITADOS PELA DISTRIBUICAO         *
      *----------------------------------------------------------------*
       2127-AGENDA-VENDEDOR            SECTION.

           PERFORM 4000-LIMPA-CAMPOS-VEN
           MOVE ZEROS                  TO WS-AGE-DATA-INICIO
                                          WS-AGE-DATA-FIM
                                          WS-AGE-SUBSTITUTO
           MOVE SPACES                 TO WS-AGE-MOTIVO
                                          WS-AGE-OPERACAO

           DISPLAY TELA-AGENDA-VENDEDOR
           ACCEPT  TELA-AGENDA-VENDEDOR

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              EVALUATE FUNCTION UPPER-CASE(WS-AGE-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS17
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS17
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS17
              END-EVALUATE

              MOVE WS-CODIGO-VEND      TO COD-VENDEDOR-HBSIS17
              MOVE WS-AGE-DATA-INICIO  TO DATA-INICIO-HBSIS17
              MOVE WS-AGE-DATA-FIM     TO DATA-FIM-HBSIS17
              MOVE WS-AGE-MOTIVO       TO MOTIVO-HBSIS17
              MOVE WS-AGE-SUBSTITUTO   TO COD-SUBSTITUTO-HBSIS17
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS17

              PERFORM 6900-CHAMA-HBSIS17

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS17
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 4000-LIMPA-CAMPOS-VEN
           PERFORM 2000-PROCESSA

           .
       2127-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE REGIOES                             *
      *----------------------------------------------------------------*
       2130-CAD-REGIAO                 SECTION.

           DISPLAY TELA-REGIAO
           ACCEPT  TELA-REGIAO

           EVALUATE WS-REG-OPCAO
               WHEN 1
                    PERFORM 2131-INSERIR-REGIAO
               WHEN 2
                    PERFORM 2132-ALTERAR-REGIAO
               WHEN 3
                    PERFORM 2133-EXCLUIR-REGIAO
               WHEN 4
                    PERFORM 4500-LIMPA-CAMPOS-REG
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2130-CAD-REGIAO
           END-EVALUATE

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE REGIOES                                            *
      *----------------------------------------------------------------*
       2131-INSERIR-REGIAO             SECTION.

           PERFORM 4500-LIMPA-CAMPOS-REG

           DISPLAY TELA-INSERIR-REGIAO
           ACCEPT  TELA-INSERIR-REGIAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-HBSIS13
              PERFORM 5500-CARREGA-DADOS-REGIAO
              PERFORM 6500-CHAMA-HBSIS13
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS13
                                       AT 1820
              STOP ' '
              PERFORM 4500-LIMPA-CAMPOS-REG
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4500-LIMPA-CAMPOS-REG
                 PERFORM 2130-CAD-REGIAO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4500-LIMPA-CAMPOS-REG
                 PERFORM 2130-CAD-REGIAO
              END-IF
           END-IF

           .
       2131-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE REGIOES                                           *
      *----------------------------------------------------------------*
       2132-ALTERAR-REGIAO             SECTION.

           PERFORM 4500-LIMPA-CAMPOS-REG

           DISPLAY TELA-BUSCAR-REGIAO
           ACCEPT  TELA-BUSCAR-REGIAO

           MOVE 0                      TO COD-FUNCAO-HBSIS13
           PERFORM 5500-CARREGA-DADOS-REGIAO
           PERFORM 6500-CHAMA-HBSIS13

           EVALUATE COD-RETORNO-HBSIS13
               WHEN ZEROS
                    MOVE COD-REGIAO-HBSIS13
                                       TO WS-CODIGO-REG
                    MOVE NOME-REGIAO-HBSIS13
                                       TO WS-NOME-REG
                    MOVE SUPERVISOR-HBSIS13
                                       TO WS-SUPERVISOR-REG
                    MOVE MIN-LAT-HBSIS13
                                       TO WS-REG-MIN-LAT
                    MOVE MAX-LAT-HBSIS13
                                       TO WS-REG-MAX-LAT
                    MOVE MIN-LON-HBSIS13
                                       TO WS-REG-MIN-LON
                    MOVE MAX-LON-HBSIS13
                                       TO WS-REG-MAX-LON
                    DISPLAY TELA-ALTERAR-REGIAO
                    ACCEPT  TELA-ALTERAR-REGIAO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-HBSIS13
                       PERFORM 5500-CARREGA-DADOS-REGIAO
                       PERFORM 6500-CHAMA-HBSIS13
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS13
                                       AT 1820
                       STOP ' '
                       PERFORM 4500-LIMPA-CAMPOS-REG
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4500-LIMPA-CAMPOS-REG
                          PERFORM 2130-CAD-REGIAO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2130-CAD-REGIAO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS13
                                       AT 1820
                    STOP ' '
                    PERFORM 4500-LIMPA-CAMPOS-REG
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2132-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE REGIOES                                            *
      *----------------------------------------------------------------*
       2133-EXCLUIR-REGIAO             SECTION.

           PERFORM 4500-LIMPA-CAMPOS-REG

           DISPLAY TELA-BUSCAR-REGIAO
           ACCEPT  TELA-BUSCAR-REGIAO

           MOVE 0                      TO COD-FUNCAO-HBSIS13
           PERFORM 5500-CARREGA-DADOS-REGIAO
           PERFORM 6500-CHAMA-HBSIS13

           EVALUATE COD-RETORNO-HBSIS13
               WHEN ZEROS
                    MOVE COD-REGIAO-HBSIS13
                                       TO WS-CODIGO-REG
                    MOVE NOME-REGIAO-HBSIS13
                                       TO WS-NOME-REG
                    MOVE SUPERVISOR-HBSIS13
                                       TO WS-SUPERVISOR-REG
                    DISPLAY TELA-EXCLUIR-REGIAO
                    ACCEPT  TELA-EXCLUIR-REGIAO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-HBSIS13
                       PERFORM 5500-CARREGA-DADOS-REGIAO
                       PERFORM 6500-CHAMA-HBSIS13
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS13
                                       AT 1820
                       STOP ' '
                       PERFORM 4500-LIMPA-CAMPOS-REG
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4500-LIMPA-CAMPOS-REG
                          PERFORM 2130-CAD-REGIAO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2130-CAD-REGIAO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS13
                                       AT 1820
                    STOP ' '
                    PERFORM 4500-LIMPA-CAMPOS-REG
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2133-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE USUARIOS (SOMENTE SUPERVISORES)     *
      *----------------------------------------------------------------*
       2140-CAD-USUARIO                SECTION.

           DISPLAY TELA-USUARIO
           ACCEPT  TELA-USUARIO

           EVALUATE WS-USU-OPCAO
               WHEN 1
                    PERFORM 2141-INSERIR-USUARIO
               WHEN 2
                    PERFORM 2142-ALTERAR-USUARIO
               WHEN 3
                    PERFORM 2143-EXCLUIR-USUARIO
               WHEN 4
                    PERFORM 4600-LIMPA-CAMPOS-USU
                    PERFORM 2000-PROCESSA
               WHEN 5
                    PERFORM 2144-DESBLOQUEAR-USUARIO
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2140-CAD-USUARIO
           END-EVALUATE

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE USUARIOS                                           *
      *----------------------------------------------------------------*
       2141-INSERIR-USUARIO            SECTION.

           PERFORM 4600-LIMPA-CAMPOS-USU

           DISPLAY TELA-INSERIR-USUARIO
           ACCEPT  TELA-INSERIR-USUARIO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-HBSIS14
              PERFORM 5600-CARREGA-DADOS-USUARIO
              PERFORM 6600-CHAMA-HBSIS14
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
              STOP ' '
              PERFORM 4600-LIMPA-CAMPOS-USU
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4600-LIMPA-CAMPOS-USU
                 PERFORM 2140-CAD-USUARIO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4600-LIMPA-CAMPOS-USU
                 PERFORM 2140-CAD-USUARIO
              END-IF
           END-IF

           .
       2141-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE USUARIOS                                          *
      *----------------------------------------------------------------*
       2142-ALTERAR-USUARIO            SECTION.

           PERFORM 4600-LIMPA-CAMPOS-USU

           DISPLAY TELA-BUSCAR-USUARIO
           ACCEPT  TELA-BUSCAR-USUARIO

           MOVE 0                      TO COD-FUNCAO-HBSIS14
           PERFORM 5600-CARREGA-DADOS-USUARIO
           PERFORM 6600-CHAMA-HBSIS14

           EVALUATE COD-RETORNO-HBSIS14
               WHEN ZEROS
                    MOVE COD-USUARIO-HBSIS14
                                       TO WS-CODIGO-USU
                    MOVE NOME-USUARIO-HBSIS14
                                       TO WS-NOME-USU
                    MOVE PERFIL-HBSIS14
                                       TO WS-PERFIL-USU
                    MOVE COD-FILIAL-HBSIS14
                                       TO WS-FILIAL-USU
                    MOVE SPACES        TO WS-SENHA-USU
                    DISPLAY TELA-ALTERAR-USUARIO
                    ACCEPT  TELA-ALTERAR-USUARIO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-HBSIS14
                       PERFORM 5600-CARREGA-DADOS-USUARIO
                       PERFORM 6600-CHAMA-HBSIS14
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
                       STOP ' '
                       PERFORM 4600-LIMPA-CAMPOS-USU
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4600-LIMPA-CAMPOS-USU
                          PERFORM 2140-CAD-USUARIO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2140-CAD-USUARIO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
                    STOP ' '
                    PERFORM 4600-LIMPA-CAMPOS-USU
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2142-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE USUARIOS                                           *
      *----------------------------------------------------------------*
       2143-EXCLUIR-USUARIO            SECTION.

           PERFORM 4600-LIMPA-CAMPOS-USU

           DISPLAY TELA-BUSCAR-USUARIO
           ACCEPT  TELA-BUSCAR-USUARIO

           MOVE 0                      TO COD-FUNCAO-HBSIS14
           PERFORM 5600-CARREGA-DADOS-USUARIO
           PERFORM 6600-CHAMA-HBSIS14

           EVALUATE COD-RETORNO-HBSIS14
               WHEN ZEROS
                    MOVE COD-USUARIO-HBSIS14
                                       TO WS-CODIGO-USU
                    MOVE NOME-USUARIO-HBSIS14
                                       TO WS-NOME-USU
                    MOVE PERFIL-HBSIS14
                                       TO WS-PERFIL-USU
                    DISPLAY TELA-EXCLUIR-USUARIO
                    ACCEPT  TELA-EXCLUIR-USUARIO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-HBSIS14
                       PERFORM 5600-CARREGA-DADOS-USUARIO
                       PERFORM 6600-CHAMA-HBSIS14
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
                       STOP ' '
                       PERFORM 4600-LIMPA-CAMPOS-USU
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4600-LIMPA-CAMPOS-USU
                          PERFORM 2140-CAD-USUARIO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2140-CAD-USUARIO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
                    STOP ' '
                    PERFORM 4600-LIMPA-CAMPOS-USU
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2143-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESBLOQUEIO DE USUARIO BLOQUEADO POR EXCESSO DE TENTATIVAS     *
      * (HBSIS14P FUNCAO 9)                                            *
      *----------------------------------------------------------------*
       2144-DESBLOQUEAR-USUARIO        SECTION.

           MOVE SPACES                 TO WS-DESB-CODIGO-USU
                                          WS-CONFIRMA

           DISPLAY TELA-DESBLOQ-USUARIO
           ACCEPT  TELA-DESBLOQ-USUARIO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 9                   TO COD-FUNCAO-HBSIS14
              MOVE WS-DESB-CODIGO-USU  TO COD-USUARIO-HBSIS14
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS14
              PERFORM 6600-CHAMA-HBSIS14

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS14
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2140-CAD-USUARIO

           .
       2144-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA DA TABELA DE CEP X COORDENADAS (SOMENTE SUPERVISORES)    *
      *----------------------------------------------------------------*
       2150-CARGA-TAB-CEP              SECTION.

           MOVE SPACES                 TO WS-NOME-ARQ-CEP

           DISPLAY TELA-CARGA-CEP
           ACCEPT  TELA-CARGA-CEP

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE WS-NOME-ARQ-CEP     TO NOME-ARQ-CEP-HBSIS15
              PERFORM 6700-CHAMA-HBSIS15
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS15
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2000-PROCESSA

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA DO HISTORICO DE VOLUME FATURADO (SOMENTE SUPERVISORES)   *
      *----------------------------------------------------------------*
       2160-CARGA-VOLUME               SECTION.

           MOVE SPACES                 TO WS-NOME-ARQ-FAT

           DISPLAY TELA-CARGA-VOLUME
           ACCEPT  TELA-CARGA-VOLUME

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS16L
              MOVE 0                   TO COD-FUNCAO-HBSIS16
              MOVE WS-NOME-ARQ-FAT     TO NOME-ARQ-FAT-HBSIS16
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS16
              PERFORM 6800-CHAMA-HBSIS16

              IF COD-RETORNO-HBSIS16   EQUAL ZEROS
              AND QTD-CATEGORIAS-HBSIS16
                                       GREATER ZEROS
                 PERFORM 2165-MOSTRA-TOTAIS-CATEG
              END-IF

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS16
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2000-PROCESSA

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE OS TOTAIS DE CONTROLE DA CARGA POR CATEGORIA DE PRODUTO  *
      *----------------------------------------------------------------*
       2165-MOSTRA-TOTAIS-CATEG        SECTION.

           DISPLAY SPACE UPON CRT
           DISPLAY "TOTAIS DE CONTROLE DA CARGA POR CATEGORIA"
                                       AT 0210
           DISPLAY "CAT        QTD                VOLUME
      -            "       RECEITA" AT 0405

           PERFORM VARYING WS-IDX-CATVOL FROM 1 BY 1
                   UNTIL WS-IDX-CATVOL GREATER QTD-CATEGORIAS-HBSIS16
              MOVE CAT-COD-HBSIS16 (WS-IDX-CATVOL)
                                       TO WS-CVL-CAT
              MOVE CAT-QTD-HBSIS16 (WS-IDX-CATVOL)
                                       TO WS-CVL-QTD
              MOVE CAT-VOLUME-HBSIS16 (WS-IDX-CATVOL)
                                       TO WS-CVL-VOLUME
              MOVE CAT-RECEITA-HBSIS16 (WS-IDX-CATVOL)
                                       TO WS-CVL-RECEITA
              COMPUTE WS-AT-POS-MATCH =
                      (WS-IDX-CATVOL + 5) * 100 + 5
              DISPLAY WS-LINHA-CATVOL  AT WS-AT-POS-MATCH
           END-PERFORM

           DISPLAY "DEVOLUCOES:"       AT 1705
           DISPLAY QTD-DEVOLUCOES-HBSIS16
                                       AT 1717
           DISPLAY "CREDITOS:"         AT 1726
           DISPLAY QTD-CREDITOS-HBSIS16
                                       AT 1736
           DISPLAY "ACIMA DO LIMITE:"  AT 1745
           DISPLAY QTD-EXCECOES-HBSIS16
                                       AT 1762

           .
       2165-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BANCADA DE REPROCESSAMENTO DOS REJEITADOS DE IMPORTACAO        *
      * (HBSIS19P)                                                     *
      *----------------------------------------------------------------*
       2170-REPROCESSA-REJEITADOS      SECTION.

           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS19

           CALL WS-HBSIS19             USING HBSIS19L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS19 AT 1820
           STOP ' '

           PERFORM 2000-PROCESSA

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BACKUP E RESTAURACAO VERIFICADA DOS CADASTROS (HBSIS40P) E     *
      * REAPLICACAO DO JORNAL DE RECUPERACAO (HBSIS92P)                *
      *----------------------------------------------------------------*
       2180-BACKUP-RESTAURACAO         SECTION.

           MOVE ZEROS                  TO WS-BKP-OPCAO
                                          WS-JRN-DATA-LIMITE
                                          WS-JRN-HORA-LIMITE

           DISPLAY TELA-BACKUP
           ACCEPT  TELA-BACKUP

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
           AND WS-BKP-OPCAO            EQUAL 3
              INITIALIZE HBSIS92L
              MOVE 3                   TO COD-FUNCAO-HBSIS92L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS92L
              MOVE WS-JRN-DATA-LIMITE  TO DATA-LIMITE-HBSIS92L
              MOVE WS-JRN-HORA-LIMITE  TO HORA-LIMITE-HBSIS92L

              CALL WS-HBSIS92          USING HBSIS92L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS92L
                                       AT 1820
              DISPLAY "LIDOS:"         AT 1920
              DISPLAY QTD-LIDOS-HBSIS92L
                                       AT 1927
              DISPLAY "APLICADOS:"     AT 1938
              DISPLAY QTD-APLICADOS-HBSIS92L
                                       AT 1949
              DISPLAY "APOS LIMITE:"   AT 2020
              DISPLAY QTD-IGNORADOS-HBSIS92L
                                       AT 2033
              DISPLAY "ERROS:"         AT 2044
              DISPLAY QTD-ERROS-HBSIS92L
                                       AT 2051
              STOP ' '
           END-IF

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
           AND (WS-BKP-OPCAO           EQUAL 1 OR 2)
              MOVE WS-BKP-OPCAO        TO COD-FUNCAO-HBSIS40
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS40

              CALL WS-HBSIS40          USING HBSIS40L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS40
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2000-PROCESSA

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MENU DE AUXILIARES E UTILITARIOS (BACKUP, CARGAS DE INTERFACE) *
      *----------------------------------------------------------------*
       2190-AUXILIARES                 SECTION.

           DISPLAY TELA-AUXILIAR
           ACCEPT  TELA-AUXILIAR

           EVALUATE WS-AUX-OPCAO
               WHEN 01
                    PERFORM 2180-BACKUP-RESTAURACAO
               WHEN 02
                    PERFORM 2191-IMPORTA-VISITAS
               WHEN 03
                    PERFORM 2192-QUOTAS-VENDA
               WHEN 04
                    PERFORM 2193-TABELA-COMISSAO
               WHEN 05
                    PERFORM 2194-CENARIO-WHATIF
               WHEN 06
                    PERFORM 2195-APROVA-PENDENTES
               WHEN 07
                    PERFORM 2197-LIBERA-BLOQUEIO
               WHEN 08
                    PERFORM 2198-ALTERACOES-PROGRAMADAS
               WHEN 09
                    PERFORM 2199-APROVA-HANDOFFS
               WHEN 10
                    PERFORM 2610-IMPORTA-BLOQUEIO
               WHEN 11
                    PERFORM 2615-RESTATEMENT
               WHEN 12
                    PERFORM 2620-FUSAO-CLIENTES
               WHEN 13
                    PERFORM 2625-TABELA-MUNICIPIOS
               WHEN 14
                    PERFORM 2630-GEOCODIFICACAO
               WHEN 15
                    PERFORM 2635-DEPOSITOS
               WHEN 16
                    PERFORM 2640-PARAMETROS-ROTA
               WHEN 17
                    PERFORM 2645-FERIADOS
               WHEN 18
                    PERFORM 2650-FECHA-PERIODO
               WHEN 19
                    PERFORM 2655-ENTREGA-SAIDAS
               WHEN 21
                    PERFORM 2657-EXTRATOS-ADHOC
               WHEN 22
                    PERFORM 2658-PARAMETROS-EXECUCAO
               WHEN 23
                    PERFORM 2659-TEMPORADA-CLIENTE
               WHEN 20
                    PERFORM 2660-AUXILIARES-2
               WHEN 99
                    PERFORM 2100-CADASTROS
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2190-AUXILIARES
           END-EVALUATE

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO ARQUIVO DE CONFIRMACAO DE VISITAS (HBSIS43P)     *
      *----------------------------------------------------------------*
       2191-IMPORTA-VISITAS            SECTION.

           MOVE SPACES                 TO WS-VIS-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-IMPORTA-VISITA
           ACCEPT  TELA-IMPORTA-VISITA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS43L
              MOVE 1                   TO COD-FUNCAO-HBSIS43L
              MOVE WS-VIS-NOME-ARQ     TO NOME-ARQ-VIS-HBSIS43L

              CALL WS-HBSIS43          USING HBSIS43L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS43L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2191-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS QUOTAS DE VENDA POR VENDEDOR (HBSIS44P)         *
      *----------------------------------------------------------------*
       2192-QUOTAS-VENDA               SECTION.

           MOVE ZEROS                  TO WS-QTA-COD-VEND
                                          WS-QTA-ANO-MES
                                          WS-QTA-META-VOL
                                          WS-QTA-META-REC
           MOVE SPACES                 TO WS-QTA-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-QUOTA
           ACCEPT  TELA-QUOTA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS44L

              EVALUATE FUNCTION UPPER-CASE(WS-QTA-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS44L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS44L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS44L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS44L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS44L
              END-EVALUATE

              MOVE WS-QTA-COD-VEND     TO COD-VENDEDOR-HBSIS44L
              MOVE WS-QTA-ANO-MES      TO ANO-MES-HBSIS44L
              MOVE WS-QTA-META-VOL     TO META-VOLUME-HBSIS44L
              MOVE WS-QTA-META-REC     TO META-RECEITA-HBSIS44L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS44L

              CALL WS-HBSIS44          USING HBSIS44L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS44L
                                       AT 1820

              IF COD-FUNCAO-HBSIS44L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS44L EQUAL ZEROS
                 DISPLAY "META VOLUME: "
                                       AT 1910
                 DISPLAY META-VOLUME-HBSIS44L
                                       AT 1925
                 DISPLAY "META RECEITA: "
                                       AT 2010
                 DISPLAY META-RECEITA-HBSIS44L
                                       AT 2025
              END-IF

              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2192-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DA TABELA DE PERCENTUAIS DE COMISSAO (HBSIS45P)     *
      *----------------------------------------------------------------*
       2193-TABELA-COMISSAO            SECTION.

           MOVE ZEROS                  TO WS-CMS-PCT
           MOVE SPACES                 TO WS-CMS-CLASSIF
                                          WS-CMS-SENIOR
                                          WS-CMS-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-COMISSAO
           ACCEPT  TELA-COMISSAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS45L

              EVALUATE FUNCTION UPPER-CASE(WS-CMS-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS45L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS45L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS45L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS45L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS45L
              END-EVALUATE

              MOVE FUNCTION UPPER-CASE(WS-CMS-CLASSIF)
                                       TO CLASSIF-HBSIS45L
              MOVE FUNCTION UPPER-CASE(WS-CMS-SENIOR)
                                       TO FLAG-SENIOR-HBSIS45L
              MOVE WS-CMS-PCT          TO PCT-COMISSAO-HBSIS45L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS45L

              CALL WS-HBSIS45          USING HBSIS45L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS45L
                                       AT 1820

              IF COD-FUNCAO-HBSIS45L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS45L EQUAL ZEROS
                 DISPLAY "PERCENTUAL: "
                                       AT 1910
                 DISPLAY PCT-COMISSAO-HBSIS45L
                                       AT 1923
              END-IF

              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2193-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BANCADA DE CENARIOS WHAT-IF DA DISTRIBUICAO (HBSIS46P)         *
      *----------------------------------------------------------------*
       2194-CENARIO-WHATIF             SECTION.

           INITIALIZE HBSIS46L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS46L

           CALL WS-HBSIS46             USING HBSIS46L

           PERFORM 2190-AUXILIARES

           .
       2194-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FILA DE APROVACAO DE CLIENTES PENDENTES (INCLUSOES DE PERFIL   *
      * DIGITADOR): O SUPERVISOR REVISA UM A UM E APROVA OU REJEITA    *
      *----------------------------------------------------------------*
       2195-APROVA-PENDENTES           SECTION.

           MOVE ZEROS                  TO WS-APR-ULT-COD
           MOVE "N"                    TO WS-APR-SAIR

           PERFORM 2196-REVISA-UM-PENDENTE
                   UNTIL WS-APR-SAIR EQUAL "S"

           PERFORM 2190-AUXILIARES

           .
       2195-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA E REVISA O PROXIMO CLIENTE PENDENTE                      *
      *----------------------------------------------------------------*
       2196-REVISA-UM-PENDENTE         SECTION.

           INITIALIZE HBSIS02L
           MOVE 8                      TO COD-FUNCAO-HBSIS02
           MOVE WS-APR-ULT-COD         TO COD-CLIENTE-HBSIS02
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS02

           PERFORM 6000-CHAMA-HBSIS02

           IF COD-RETORNO-HBSIS02      NOT EQUAL ZEROS
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
              STOP ' '
              MOVE "S"                 TO WS-APR-SAIR
              GO TO 2196-EXIT
           END-IF

           MOVE COD-CLIENTE-HBSIS02    TO WS-APR-ULT-COD
           MOVE SPACES                 TO WS-APR-ACAO
                                          WS-APR-MOTIVO

           DISPLAY TELA-APROVA-CLIENTE
           DISPLAY COD-CLIENTE-HBSIS02 AT 0626
           DISPLAY CNPJ-HBSIS02        AT 0726
           DISPLAY RAZAO-SOCIAL-HBSIS02
                                       AT 0826
           DISPLAY MUNICIPIO-HBSIS02   AT 0926
           DISPLAY UF-HBSIS02          AT 0957
           DISPLAY LATITUDE-CLI-HBSIS02
                                       AT 1026
           DISPLAY LONGITUDE-CLI-HBSIS02
                                       AT 1126
           DISPLAY COD-REGIAO-HBSIS02  AT 1226
           ACCEPT  TELA-APROVA-CLIENTE

           EVALUATE FUNCTION UPPER-CASE(WS-APR-ACAO)
               WHEN "A"
                    MOVE 9             TO COD-FUNCAO-HBSIS02
                    MOVE WS-APR-ULT-COD
                                       TO COD-CLIENTE-HBSIS02
                    MOVE WS-USUARIO-LOGADO
                                       TO OPERADOR-HBSIS02
                    PERFORM 6000-CHAMA-HBSIS02
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                    IF COD-RETORNO-HBSIS02
                                       EQUAL ZEROS
                       PERFORM 2189-COLOCA-CLIENTE-APROVADO
                    END-IF
                    STOP ' '
               WHEN "R"
                    MOVE 10            TO COD-FUNCAO-HBSIS02
                    MOVE WS-APR-ULT-COD
                                       TO COD-CLIENTE-HBSIS02
                    MOVE WS-APR-MOTIVO TO MOTIVO-REJEICAO-HBSIS02
                    MOVE WS-USUARIO-LOGADO
                                       TO OPERADOR-HBSIS02
                    PERFORM 6000-CHAMA-HBSIS02
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS02
                                       AT 1820
                    STOP ' '
               WHEN "P"
                    CONTINUE
               WHEN OTHER
                    MOVE "S"           TO WS-APR-SAIR
           END-EVALUATE

           .
       2196-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COLOCACAO IMEDIATA DO CLIENTE APROVADO NA ULTIMA EXECUCAO DA   *
      * DISTRIBUICAO (HBSIS07P), COM OS PARAMETROS CENTRAIS, E EXIBE   *
      * AO SUPERVISOR O VENDEDOR ESCOLHIDO E A DISTANCIA               *
      *----------------------------------------------------------------*
       2189-COLOCA-CLIENTE-APROVADO    SECTION.

           INITIALIZE HBSIS07L

           MOVE 0                      TO COD-FUNCAO-HBSIS22
           PERFORM 7100-CHAMA-HBSIS22

           MOVE "N"                    TO FLAG-SIMULACAO-HBSIS07L
                                          FLAG-DELTA-HBSIS07L
                                          FLAG-TROCA-HBSIS07L
                                          FLAG-PARALELO-HBSIS07L
           MOVE NOME-CONJUNTO-HBSIS22  TO NOME-PARAM-HBSIS07L
           MOVE FLAG-RESTRINGE-HBSIS22 TO FLAG-RESTRINGE-REGIAO-HBSIS07L
           MOVE MAX-DISTANCIA-HBSIS22  TO MAX-DISTANCIA-HBSIS07L
           MOVE MAX-CLI-VEND-HBSIS22   TO MAX-CLI-VEND-HBSIS07L
           MOVE MAX-VALOR-VEND-HBSIS22 TO MAX-VALOR-VEND-HBSIS07L
           MOVE FLAG-SCORE-HBSIS22     TO FLAG-SCORE-HBSIS07L
           MOVE PESO-DIST-HBSIS22      TO PESO-DIST-HBSIS07L
           MOVE PESO-SENIOR-HBSIS22    TO PESO-SENIOR-HBSIS07L
           MOVE PESO-VINCULO-HBSIS22   TO PESO-VINCULO-HBSIS07L
           MOVE FLAG-GRUPO-HBSIS22     TO FLAG-GRUPO-HBSIS07L
           MOVE WS-APR-ULT-COD         TO COD-CLIENTE-UNICO-HBSIS07L

           PERFORM 2310-CHAMA-HBSIS07

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS07L
                                       AT 1920

           IF COD-RETORNO-HBSIS07L     EQUAL ZEROS
              MOVE COD-VEND-COLOCADO-HBSIS07L
                                       TO WS-APR-EXI-VEND
              MOVE NOME-VEND-COLOCADO-HBSIS07L
                                       TO WS-APR-EXI-NOME
              MOVE DIST-COLOCADO-HBSIS07L
                                       TO WS-APR-EXI-DIST
              DISPLAY WS-APR-EXIBE     AT 2002
           END-IF

      *    A TELA DE EXECUCAO CONTA COM A AREA LIMPA
           INITIALIZE HBSIS07L

           .
       2189-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERACAO DO BLOQUEIO BATCH QUE FICOU PRESO APOS UM ABEND DA   *
      * CADEIA NOTURNA (HBSIS49P FUNCAO 2)                             *
      *----------------------------------------------------------------*
       2197-LIBERA-BLOQUEIO            SECTION.

           INITIALIZE HBSIS49L
           MOVE 2                      TO COD-FUNCAO-HBSIS49L
           MOVE WS-USUARIO-LOGADO      TO ORIGEM-HBSIS49L

           CALL WS-HBSIS49             USING HBSIS49L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS49L
                                       AT 1820
           STOP ' '

           PERFORM 2190-AUXILIARES

           .
       2197-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS ALTERACOES PROGRAMADAS DE CADASTRO (HBSIS50P)   *
      *----------------------------------------------------------------*
       2198-ALTERACOES-PROGRAMADAS     SECTION.

           MOVE SPACES                 TO WS-ALT-ENTIDADE
                                          WS-ALT-TIPO
                                          WS-ALT-OPERACAO
                                          WS-CONFIRMA
           MOVE ZEROS                  TO WS-ALT-CODIGO
                                          WS-ALT-DATA-EFETIVA
                                          WS-ALT-VALOR

           DISPLAY TELA-ALT-PROGRAMADA
           ACCEPT  TELA-ALT-PROGRAMADA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS50L

              EVALUATE FUNCTION UPPER-CASE(WS-ALT-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS50L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS50L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS50L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS50L
              END-EVALUATE

              IF FUNCTION UPPER-CASE(WS-ALT-ENTIDADE) EQUAL "V"
                 MOVE "VENDEDOR"       TO ENTIDADE-HBSIS50L
              ELSE
                 MOVE "CLIENTE "       TO ENTIDADE-HBSIS50L
              END-IF

              MOVE WS-ALT-CODIGO       TO COD-OBJETO-HBSIS50L
              MOVE WS-ALT-DATA-EFETIVA TO DATA-EFETIVA-HBSIS50L
              MOVE FUNCTION UPPER-CASE(WS-ALT-TIPO)
                                       TO TIPO-ALTER-HBSIS50L
              MOVE WS-ALT-VALOR        TO VALOR-NOVO-HBSIS50L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS50L

              CALL WS-HBSIS50          USING HBSIS50L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS50L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2198-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FILA DE APROVACAO DOS PEDIDOS DE REATRIBUICAO EM MASSA         *
      * (HBSIS51P): O SUPERVISOR REVISA ORIGEM, DESTINO, DATA E A      *
      * CONTAGEM DE CLIENTES ANTES DE APROVAR OU REPROVAR              *
      *----------------------------------------------------------------*
       2199-APROVA-HANDOFFS            SECTION.

           MOVE ZEROS                  TO WS-HOF-ORIGEM
                                          WS-HOF-DESTINO
                                          WS-HOF-DATA
           MOVE "N"                    TO WS-HOF-SAIR

           PERFORM 2600-REVISA-UM-PEDIDO
                   UNTIL WS-HOF-SAIR EQUAL "S"

           PERFORM 2190-AUXILIARES

           .
       2199-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA E REVISA O PROXIMO PEDIDO PENDENTE                       *
      *----------------------------------------------------------------*
       2600-REVISA-UM-PEDIDO           SECTION.

           INITIALIZE HBSIS51L
           MOVE 0                      TO COD-FUNCAO-HBSIS51L
           MOVE WS-HOF-ORIGEM          TO COD-VEND-ORIGEM-HBSIS51L
           MOVE WS-HOF-DESTINO         TO COD-VEND-DESTINO-HBSIS51L
           MOVE WS-HOF-DATA            TO DATA-EFETIVA-HBSIS51L

           CALL WS-HBSIS51             USING HBSIS51L

           IF COD-RETORNO-HBSIS51L     NOT EQUAL ZEROS
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS51L
                                       AT 1820
              STOP ' '
              MOVE "S"                 TO WS-HOF-SAIR
              GO TO 2600-EXIT
           END-IF

           MOVE COD-VEND-ORIGEM-HBSIS51L
                                       TO WS-HOF-ORIGEM
           MOVE COD-VEND-DESTINO-HBSIS51L
                                       TO WS-HOF-DESTINO
           MOVE DATA-EFETIVA-HBSIS51L  TO WS-HOF-DATA
           MOVE SPACES                 TO WS-HOF-ACAO

           DISPLAY TELA-APROVA-HANDOFF
           DISPLAY COD-VEND-ORIGEM-HBSIS51L
                                       AT 0629
           DISPLAY COD-VEND-DESTINO-HBSIS51L
                                       AT 0729
           DISPLAY DATA-EFETIVA-HBSIS51L
                                       AT 0829
           DISPLAY QTD-CLIENTES-HBSIS51L
                                       AT 0932

           MOVE SPACES                 TO WS-HOF-LISTA
           STRING "REVISAOCART"
                  COD-VEND-ORIGEM-HBSIS51L
                  ".TXT"
                  DELIMITED BY SIZE    INTO WS-HOF-LISTA
           DISPLAY WS-HOF-LISTA        AT 1144

           DISPLAY MSG-RETORNO-HBSIS51L
                                       AT 1210
           ACCEPT  TELA-APROVA-HANDOFF

           EVALUATE FUNCTION UPPER-CASE(WS-HOF-ACAO)
               WHEN "A"
                    MOVE 2             TO COD-FUNCAO-HBSIS51L
                    MOVE WS-USUARIO-LOGADO
                                       TO OPERADOR-HBSIS51L
                    CALL WS-HBSIS51    USING HBSIS51L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS51L
                                       AT 1820
                    STOP ' '
               WHEN "R"
                    MOVE 3             TO COD-FUNCAO-HBSIS51L
                    MOVE WS-USUARIO-LOGADO
                                       TO OPERADOR-HBSIS51L
                    CALL WS-HBSIS51    USING HBSIS51L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-HBSIS51L
                                       AT 1820
                    STOP ' '
               WHEN "P"
                    CONTINUE
               WHEN OTHER
                    MOVE "S"           TO WS-HOF-SAIR
           END-EVALUATE

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DA LISTA DE BLOQUEIO DE CREDITO DO FINANCEIRO       *
      * (HBSIS52P)                                                     *
      *----------------------------------------------------------------*
       2610-IMPORTA-BLOQUEIO           SECTION.

           MOVE SPACES                 TO WS-BLQ-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-IMPORTA-BLOQUEIO
           ACCEPT  TELA-IMPORTA-BLOQUEIO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS52L
              MOVE WS-BLQ-NOME-ARQ     TO NOME-ARQ-BLQ-HBSIS52L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS52L

              CALL WS-HBSIS52          USING HBSIS52L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS52L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESTATEMENT DE UM MES DO VOLUME FATURADO (HBSIS16P FUNCAO 2)   *
      *----------------------------------------------------------------*
       2615-RESTATEMENT                SECTION.

           MOVE SPACES                 TO WS-RST-NOME-ARQ
                                          WS-CONFIRMA
           MOVE ZEROS                  TO WS-RST-ANO-MES

           DISPLAY TELA-RESTATEMENT
           ACCEPT  TELA-RESTATEMENT

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS16L
              MOVE 2                   TO COD-FUNCAO-HBSIS16
              MOVE "S"                 TO FLAG-SO-RELAT-HBSIS16
              MOVE WS-RST-NOME-ARQ     TO NOME-ARQ-FAT-HBSIS16
              MOVE WS-RST-ANO-MES      TO ANO-MES-HBSIS16
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS16

              PERFORM 6800-CHAMA-HBSIS16

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS16
                                       AT 1820

              IF COD-RETORNO-HBSIS16   EQUAL ZEROS
                 PERFORM 2617-CONFIRMA-RESTATEMENT
              ELSE
                 STOP ' '
              END-IF
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2615-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APOS A CONFERENCIA DO RELATORIO DE DIFERENCAS, CONFIRMA E      *
      * EFETIVA A SUBSTITUICAO DO MES                                  *
      *----------------------------------------------------------------*
       2617-CONFIRMA-RESTATEMENT       SECTION.

           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY "CONFIRA O RELATORIO RELRESTATEMENT.TXT"
                                       AT 2002
           DISPLAY "SUBSTITUIR O MES?(S/N):"
                                       AT 2102
           ACCEPT  WS-CONFIRMA         AT 2126

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE SPACE               TO FLAG-SO-RELAT-HBSIS16

              PERFORM 6800-CHAMA-HBSIS16

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS16
                                       AT 1820
           END-IF

           STOP ' '

           .
       2617-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUSAO SUPERVISIONADA DE CLIENTES DUPLICADOS (HBSIS56P)         *
      *----------------------------------------------------------------*
       2620-FUSAO-CLIENTES             SECTION.

           MOVE ZEROS                  TO WS-FUS-SOBREVIVENTE
                                          WS-FUS-DUPLICADO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-FUSAO-CLIENTE
           ACCEPT  TELA-FUSAO-CLIENTE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS56L
              MOVE WS-FUS-SOBREVIVENTE TO COD-SOBREVIVE-HBSIS56L
              MOVE WS-FUS-DUPLICADO    TO COD-FUNDIDO-HBSIS56L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS56L

              CALL WS-HBSIS56          USING HBSIS56L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS56L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA DA TABELA DE MUNICIPIOS DO IBGE E RELATORIO DE LIMPEZA   *
      * (HBSIS58P)                                                     *
      *----------------------------------------------------------------*
       2625-TABELA-MUNICIPIOS          SECTION.

           MOVE SPACES                 TO WS-MUN-OPERACAO
                                          WS-MUN-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-MUNICIPIO
           ACCEPT  TELA-MUNICIPIO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS58L

              IF FUNCTION UPPER-CASE(WS-MUN-OPERACAO) EQUAL "R"
                 MOVE 2                TO COD-FUNCAO-HBSIS58L
              ELSE
                 MOVE 1                TO COD-FUNCAO-HBSIS58L
                 MOVE WS-MUN-NOME-ARQ  TO NOME-ARQ-IBGE-HBSIS58L
              END-IF

              CALL WS-HBSIS58          USING HBSIS58L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS58L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2625-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INTERCAMBIO DE GEOCODIFICACAO COM O PROVEDOR (HBSIS60P)        *
      *----------------------------------------------------------------*
       2630-GEOCODIFICACAO             SECTION.

           MOVE SPACES                 TO WS-GEO-OPERACAO
                                          WS-GEO-NOME-ARQ
                                          WS-GEO-ORIGEM
                                          WS-CONFIRMA

           DISPLAY TELA-GEOCODIFICACAO
           ACCEPT  TELA-GEOCODIFICACAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS60L

              IF FUNCTION UPPER-CASE(WS-GEO-OPERACAO) EQUAL "I"
                 MOVE 2                TO COD-FUNCAO-HBSIS60L
                 MOVE WS-GEO-NOME-ARQ  TO NOME-ARQ-RET-HBSIS60L
                 MOVE FUNCTION UPPER-CASE(WS-GEO-ORIGEM)
                                       TO ORIGEM-ARQ-HBSIS60L
              ELSE
                 MOVE 1                TO COD-FUNCAO-HBSIS60L
              END-IF

              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS60L

              CALL WS-HBSIS60          USING HBSIS60L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS60L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DO CADASTRO DE DEPOSITOS (HBSIS61P)                 *
      *----------------------------------------------------------------*
       2635-DEPOSITOS                  SECTION.

           MOVE ZEROS                  TO WS-DEP-CODIGO
                                          WS-DEP-LATITUDE
                                          WS-DEP-LONGITUDE
           MOVE SPACES                 TO WS-DEP-NOME
                                          WS-DEP-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-DEPOSITO
           ACCEPT  TELA-DEPOSITO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS61L

              EVALUATE FUNCTION UPPER-CASE(WS-DEP-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS61L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS61L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS61L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS61L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS61L
              END-EVALUATE

              MOVE WS-DEP-CODIGO       TO COD-DEPOSITO-HBSIS61L
              MOVE WS-DEP-NOME         TO NOME-DEPOSITO-HBSIS61L
              MOVE WS-DEP-LATITUDE     TO LATITUDE-DEP-HBSIS61L
              MOVE WS-DEP-LONGITUDE    TO LONGITUDE-DEP-HBSIS61L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS61L

              CALL WS-HBSIS61          USING HBSIS61L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS61L
                                       AT 1820

              IF COD-FUNCAO-HBSIS61L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS61L EQUAL ZEROS
                 DISPLAY NOME-DEPOSITO-HBSIS61L
                                       AT 1910
              END-IF

              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2635-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DOS PARAMETROS DE ROTA (HBSIS62P)                   *
      *----------------------------------------------------------------*
       2640-PARAMETROS-ROTA            SECTION.

           INITIALIZE HBSIS62L
           MOVE 0                      TO COD-FUNCAO-HBSIS62L
           CALL WS-HBSIS62             USING HBSIS62L

           MOVE MIN-VISITA-A-HBSIS62L  TO WS-ROT-MIN-A
           MOVE MIN-VISITA-B-HBSIS62L  TO WS-ROT-MIN-B
           MOVE MIN-VISITA-C-HBSIS62L  TO WS-ROT-MIN-C
           MOVE VEL-KM-HORA-HBSIS62L   TO WS-ROT-VEL
           MOVE MIN-JORNADA-HBSIS62L   TO WS-ROT-JORNADA
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-PARAM-ROTA
           ACCEPT  TELA-PARAM-ROTA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 2                   TO COD-FUNCAO-HBSIS62L
              MOVE WS-ROT-MIN-A        TO MIN-VISITA-A-HBSIS62L
              MOVE WS-ROT-MIN-B        TO MIN-VISITA-B-HBSIS62L
              MOVE WS-ROT-MIN-C        TO MIN-VISITA-C-HBSIS62L
              MOVE WS-ROT-VEL          TO VEL-KM-HORA-HBSIS62L
              MOVE WS-ROT-JORNADA      TO MIN-JORNADA-HBSIS62L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS62L

              CALL WS-HBSIS62          USING HBSIS62L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS62L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DO CALENDARIO DE FERIADOS (HBSIS63P)                *
      *----------------------------------------------------------------*
       2645-FERIADOS                   SECTION.

           MOVE ZEROS                  TO WS-FER-DATA
           MOVE SPACES                 TO WS-FER-UF
                                          WS-FER-DESCRICAO
                                          WS-FER-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-FERIADO
           ACCEPT  TELA-FERIADO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS63L

              EVALUATE FUNCTION UPPER-CASE(WS-FER-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS63L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS63L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS63L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS63L
              END-EVALUATE

              MOVE WS-FER-DATA         TO DATA-FERIADO-HBSIS63L
              MOVE FUNCTION UPPER-CASE(WS-FER-UF)
                                       TO UF-FERIADO-HBSIS63L
              MOVE WS-FER-DESCRICAO    TO DESCRICAO-HBSIS63L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS63L

              CALL WS-HBSIS63          USING HBSIS63L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS63L
                                       AT 1820

              IF COD-FUNCAO-HBSIS63L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS63L EQUAL ZEROS
                 DISPLAY DESCRICAO-HBSIS63L
                                       AT 1910
              END-IF

              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2645-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE PERIODO (HBSIS66P)                               *
      *----------------------------------------------------------------*
       2650-FECHA-PERIODO              SECTION.

           MOVE ZEROS                  TO WS-FEC-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-FECHAMENTO
           ACCEPT  TELA-FECHAMENTO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS66L
              MOVE 1                   TO COD-FUNCAO-HBSIS66L
              MOVE WS-FEC-ANO-MES      TO ANO-MES-HBSIS66L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS66L

              CALL WS-HBSIS66          USING HBSIS66L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS66L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTREGA MANUAL DAS SAIDAS REGISTRADAS HOJE (HBSIS67P)          *
      *----------------------------------------------------------------*
       2655-ENTREGA-SAIDAS             SECTION.

           INITIALIZE HBSIS67L

           CALL WS-HBSIS67             USING HBSIS67L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS67L
                                       AT 1820
           STOP ' '

           PERFORM 2190-AUXILIARES

           .
       2655-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXTRATOS AD-HOC DO CADASTRO DE CLIENTES (HBSIS98P): A TELA     *
      * GUARDA A DEFINICAO ENTRE AS OPERACOES PARA TESTAR, AJUSTAR E   *
      * GRAVAR; SEM CONFIRMAR, VOLTA AO MENU                           *
      *----------------------------------------------------------------*
       2657-EXTRATOS-ADHOC             SECTION.

           IF WS-EXT-MANTEM            NOT EQUAL "S"
              INITIALIZE WS-EXT-DEFINICAO
           END-IF

           MOVE "N"                    TO WS-EXT-MANTEM
           MOVE SPACES                 TO WS-EXT-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-EXTRATO-ADHOC
           ACCEPT  TELA-EXTRATO-ADHOC

           IF FUNCTION UPPER-CASE(WS-EXT-OPERACAO)
                                       EQUAL 'L'
              DISPLAY TELA-CAMPOS-EXTRATO
              STOP ' '
              MOVE "S"                 TO WS-EXT-MANTEM
              PERFORM 2657-EXTRATOS-ADHOC
              GO TO 2657-EXIT
           END-IF

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       NOT EQUAL 'S'
              PERFORM 2190-AUXILIARES
              GO TO 2657-EXIT
           END-IF

           INITIALIZE HBSIS98L

           EVALUATE FUNCTION UPPER-CASE(WS-EXT-OPERACAO)
               WHEN "I"
                    MOVE 1             TO COD-FUNCAO-HBSIS98L
               WHEN "A"
                    MOVE 2             TO COD-FUNCAO-HBSIS98L
               WHEN "E"
                    MOVE 3             TO COD-FUNCAO-HBSIS98L
               WHEN "C"
                    MOVE 0             TO COD-FUNCAO-HBSIS98L
               WHEN "T"
                    MOVE 4             TO COD-FUNCAO-HBSIS98L
               WHEN "X"
                    MOVE 5             TO COD-FUNCAO-HBSIS98L
               WHEN OTHER
                    MOVE 9             TO COD-FUNCAO-HBSIS98L
           END-EVALUATE

           MOVE WS-EXT-DEFINICAO       TO DEFINICAO-HBSIS98L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS98L

           CALL WS-HBSIS98             USING HBSIS98L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS98L
                                       AT 1820

           IF COD-RETORNO-HBSIS98L     EQUAL ZEROS
              MOVE DEFINICAO-HBSIS98L  TO WS-EXT-DEFINICAO
              IF COD-FUNCAO-HBSIS98L   EQUAL ZEROS
                 MOVE DATA-ULT-EXEC-HBSIS98L
                                       TO WS-EXT-EXI-DATA
                 MOVE QTD-ULT-EXEC-HBSIS98L
                                       TO WS-EXT-EXI-QTD
                 DISPLAY WS-EXT-EXIBE  AT 1910
              END-IF
              IF NOME-ARQ-HBSIS98L     NOT EQUAL SPACES
                 DISPLAY NOME-ARQ-HBSIS98L
                                       AT 2010
              END-IF
           END-IF

           STOP ' '

           IF COD-FUNCAO-HBSIS98L      NOT EQUAL 3 OR
              COD-RETORNO-HBSIS98L     NOT EQUAL ZEROS
              MOVE "S"                 TO WS-EXT-MANTEM
           END-IF

           PERFORM 2657-EXTRATOS-ADHOC

           .
       2657-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DOS PARAMETROS EM VIGOR NUMA EXECUCAO DA DISTRIBUICAO *
      * (HBSIS99P); SEM CONFIRMAR, VOLTA AO MENU                       *
      *----------------------------------------------------------------*
       2658-PARAMETROS-EXECUCAO        SECTION.

           MOVE ZEROS                  TO WS-PEX-DATA
                                          WS-PEX-HORA
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-PARAM-EXECUCAO
           ACCEPT  TELA-PARAM-EXECUCAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       NOT EQUAL 'S'
              PERFORM 2190-AUXILIARES
              GO TO 2658-EXIT
           END-IF

           INITIALIZE HBSIS99L
           MOVE 1                      TO COD-FUNCAO-HBSIS99L
           MOVE WS-PEX-DATA            TO DATA-EXEC-HBSIS99L (1)
           MOVE WS-PEX-HORA            TO HORA-EXEC-HBSIS99L (1)

           CALL WS-HBSIS99             USING HBSIS99L

           IF COD-RETORNO-HBSIS99L     EQUAL ZEROS
              MOVE EXECUCAO-HBSIS99L (1)
                                       TO WS-PEX-PARAM
              IF WS-PEX-P-ORIGEM       EQUAL "E"
                 MOVE "GRAVADOS NA EXECUCAO"
                                       TO WS-PEX-ORIGEM
              ELSE
                 MOVE "HISTORICO DE VERSOES"
                                       TO WS-PEX-ORIGEM
              END-IF
              MOVE SPACES              TO WS-PEX-VERSAO
              IF WS-PEX-P-DATA-VERSAO  EQUAL ZEROS
                 MOVE "AVULSO (SEM VERSAO)"
                                       TO WS-PEX-VERSAO
              ELSE
                 STRING WS-PEX-P-DATA-VERSAO "-"
                        WS-PEX-P-HORA-VERSAO
                        DELIMITED BY SIZE INTO WS-PEX-VERSAO
              END-IF
              DISPLAY TELA-PARAM-EXEC-RESULT
           END-IF

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS99L
                                       AT 1820
           STOP ' '

           PERFORM 2658-PARAMETROS-EXECUCAO

           .
       2658-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DA TEMPORADA DO CLIENTE SAZONAL (HBSIS101P)         *
      *----------------------------------------------------------------*
       2659-TEMPORADA-CLIENTE          SECTION.

           MOVE ZEROS                  TO WS-TPR-CLIENTE
                                          WS-TPR-TEMPORADAS
           MOVE SPACES                 TO WS-TPR-OPERACAO
                                          WS-TPR-SAZONAL
                                          WS-CONFIRMA

           DISPLAY TELA-TEMPORADA
           ACCEPT  TELA-TEMPORADA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS101L

              EVALUATE FUNCTION UPPER-CASE(WS-TPR-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS101L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS101L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS101L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS101L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS101L
              END-EVALUATE

              MOVE WS-TPR-CLIENTE      TO COD-CLIENTE-HBSIS101L
              MOVE FUNCTION UPPER-CASE(WS-TPR-SAZONAL)
                                       TO FLAG-SAZONAL-HBSIS101L
              PERFORM VARYING WS-TPR-IDX FROM 1 BY 1
                      UNTIL WS-TPR-IDX GREATER 4
                 MOVE WS-TPR-TEMP (WS-TPR-IDX)
                                 TO TEMPORADA-HBSIS101L (WS-TPR-IDX)
              END-PERFORM
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS101L

              CALL WS-HBSIS101         USING HBSIS101L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS101L
                                       AT 1820

              IF COD-FUNCAO-HBSIS101L  EQUAL ZEROS
              AND COD-RETORNO-HBSIS101L EQUAL ZEROS
                 PERFORM VARYING WS-TPR-IDX FROM 1 BY 1
                         UNTIL WS-TPR-IDX GREATER 4
                    MOVE DIA-INI-HBSIS101L (WS-TPR-IDX)
                                 TO WS-TPR-EXI-DIA-INI (WS-TPR-IDX)
                    MOVE MES-INI-HBSIS101L (WS-TPR-IDX)
                                 TO WS-TPR-EXI-MES-INI (WS-TPR-IDX)
                    MOVE DIA-FIM-HBSIS101L (WS-TPR-IDX)
                                 TO WS-TPR-EXI-DIA-FIM (WS-TPR-IDX)
                    MOVE MES-FIM-HBSIS101L (WS-TPR-IDX)
                                 TO WS-TPR-EXI-MES-FIM (WS-TPR-IDX)
                    MOVE "/"     TO WS-TPR-EXI-BARRA-1 (WS-TPR-IDX)
                                    WS-TPR-EXI-BARRA-2 (WS-TPR-IDX)
                    MOVE "-"     TO WS-TPR-EXI-TRACO (WS-TPR-IDX)
                 END-PERFORM
                 IF FLAG-EM-TEMPORADA-HBSIS101L
                                       EQUAL "S"
                    MOVE "EM TEMPORADA HOJE"
                                       TO WS-TPR-EXI-SITUACAO
                 ELSE
                    MOVE "FORA DA TEMPORADA"
                                       TO WS-TPR-EXI-SITUACAO
                 END-IF
                 MOVE DATA-ABERTURA-HBSIS101L
                                       TO WS-TPR-EXI-ABERTURA
                 MOVE COD-VEND-ANTERIOR-HBSIS101L
                                       TO WS-TPR-EXI-VEND
                 MOVE DATA-ULT-ATRIB-HBSIS101L
                                       TO WS-TPR-EXI-DATA-ATRIB
                 DISPLAY WS-TPR-EXIBE  AT 1910
                 DISPLAY WS-TPR-EXIBE-2
                                       AT 2010
              END-IF

              STOP ' '
           END-IF

           PERFORM 2190-AUXILIARES

           .
       2659-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PAGINA DO MENU DE AUXILIARES E UTILITARIOS             *
      *----------------------------------------------------------------*
       2660-AUXILIARES-2               SECTION.

           DISPLAY TELA-AUXILIAR-2
           ACCEPT  TELA-AUXILIAR-2

           EVALUATE WS-AX2-OPCAO
               WHEN 01
                    PERFORM 2665-LINHAS-PRODUTO
               WHEN 02
                    PERFORM 2670-EQUIPAMENTOS
               WHEN 03
                    PERFORM 2675-PROSPECTS
               WHEN 04
                    PERFORM 2680-CANAIS
               WHEN 05
                    PERFORM 2685-JANELAS-VISITA
               WHEN 06
                    PERFORM 2690-IMPORTA-PEDIDOS
               WHEN 07
                    PERFORM 2692-CAMPANHAS
               WHEN 08
                    PERFORM 2694-LISTA-CAMPANHA
               WHEN 09
                    PERFORM 2696-IMPORTA-CENSO
               WHEN 10
                    PERFORM 2698-PROSPECTS-CENSO
               WHEN 11
                    PERFORM 2700-GERA-QUOTA-PROPOSTA
               WHEN 12
                    PERFORM 2702-APROVA-QUOTA-PROPOSTA
               WHEN 13
                    PERFORM 2704-AJUSTES-COMISSAO
               WHEN 14
                    PERFORM 2706-FECHA-COMISSAO
               WHEN 15
                    PERFORM 2708-TARIFAS-KM
               WHEN 16
                    PERFORM 2710-HIERARQUIA-VENDAS
               WHEN 17
                    PERFORM 2712-IMPORTA-RH
               WHEN 18
                    PERFORM 2714-PRE-CADASTRO-VEND
               WHEN 19
                    PERFORM 2716-CASOS-CLIENTE
               WHEN 20
                    PERFORM 2718-DADOS-PESSOAIS
               WHEN 21
                    PERFORM 2720-INTEGRIDADE
               WHEN 22
                    PERFORM 2722-TENDENCIA-CADEIA
               WHEN 23
                    PERFORM 2724-COPIA-MASCARADA
               WHEN 24
                    PERFORM 2726-IMPORTA-PESQUISAS
               WHEN 99
                    PERFORM 2190-AUXILIARES
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2660-AUXILIARES-2
           END-EVALUATE

           .
       2660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS LINHAS DE PRODUTO (HBSIS68P)                    *
      *----------------------------------------------------------------*
       2665-LINHAS-PRODUTO             SECTION.

           MOVE ZEROS                  TO WS-LIN-CODIGO
           MOVE SPACES                 TO WS-LIN-NOME
                                          WS-LIN-CATEGORIAS
                                          WS-LIN-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-LINHA-PRODUTO
           ACCEPT  TELA-LINHA-PRODUTO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS68L

              EVALUATE FUNCTION UPPER-CASE(WS-LIN-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS68L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS68L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS68L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS68L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS68L
              END-EVALUATE

              MOVE WS-LIN-CODIGO       TO COD-LINHA-HBSIS68L
              MOVE WS-LIN-NOME         TO NOME-LINHA-HBSIS68L
              MOVE FUNCTION UPPER-CASE(WS-LIN-CATEGORIAS)
                                       TO CATEGORIAS-HBSIS68L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS68L

              CALL WS-HBSIS68          USING HBSIS68L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS68L
                                       AT 1820

              IF COD-FUNCAO-HBSIS68L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS68L EQUAL ZEROS
                 DISPLAY NOME-LINHA-HBSIS68L
                                       AT 1910
                 DISPLAY CATEGORIAS-HBSIS68L
                                       AT 2010
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2665-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DOS EQUIPAMENTOS EM COMODATO (HBSIS70P)             *
      *----------------------------------------------------------------*
       2670-EQUIPAMENTOS               SECTION.

           MOVE ZEROS                  TO WS-EQP-CLIENTE
                                          WS-EQP-DATA-COL
           MOVE SPACES                 TO WS-EQP-SERIE
                                          WS-EQP-TIPO
                                          WS-EQP-DESCRICAO
                                          WS-EQP-CONTRATO
                                          WS-EQP-SITUACAO
                                          WS-EQP-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-EQUIPAMENTO
           ACCEPT  TELA-EQUIPAMENTO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS70L

              EVALUATE FUNCTION UPPER-CASE(WS-EQP-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS70L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS70L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS70L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS70L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS70L
              END-EVALUATE

              MOVE FUNCTION UPPER-CASE(WS-EQP-SERIE)
                                       TO NUM-SERIE-HBSIS70L
              MOVE FUNCTION UPPER-CASE(WS-EQP-TIPO)
                                       TO TIPO-EQUIP-HBSIS70L
              MOVE WS-EQP-DESCRICAO    TO DESCRICAO-EQUIP-HBSIS70L
              MOVE WS-EQP-CLIENTE      TO COD-CLIENTE-HBSIS70L
              MOVE WS-EQP-DATA-COL     TO DATA-COLOCACAO-HBSIS70L
              MOVE WS-EQP-CONTRATO     TO NUM-CONTRATO-HBSIS70L
              MOVE FUNCTION UPPER-CASE(WS-EQP-SITUACAO)
                                       TO SITUACAO-EQUIP-HBSIS70L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS70L

              CALL WS-HBSIS70          USING HBSIS70L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS70L
                                       AT 1820

              IF COD-FUNCAO-HBSIS70L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS70L EQUAL ZEROS
                 MOVE COD-CLIENTE-HBSIS70L
                                       TO WS-EQP-CLIENTE
                 DISPLAY TIPO-EQUIP-HBSIS70L
                                       AT 0727
                 DISPLAY DESCRICAO-EQUIP-HBSIS70L
                                       AT 0827
                 DISPLAY WS-EQP-CLIENTE
                                       AT 0927
                 DISPLAY DATA-COLOCACAO-HBSIS70L
                                       AT 1027
                 DISPLAY NUM-CONTRATO-HBSIS70L
                                       AT 1127
                 DISPLAY SITUACAO-EQUIP-HBSIS70L
                                       AT 1227
                 IF MOTIVO-TAREFA-HBSIS70L NOT EQUAL SPACES
                    MOVE MOTIVO-TAREFA-HBSIS70L
                                       TO WS-EQP-TAR-MOTIVO
                    MOVE DATA-TAREFA-HBSIS70L
                                       TO WS-EQP-TAR-DATA
                    MOVE COD-VEND-TAREFA-HBSIS70L
                                       TO WS-EQP-TAR-VEND
                    DISPLAY WS-EQP-TAREFA
                                       AT 1910
                 END-IF
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DE PROSPECTS E CONVERSAO EM CLIENTE (HBSIS71P)      *
      *----------------------------------------------------------------*
       2675-PROSPECTS                  SECTION.

           MOVE ZEROS                  TO WS-PRP-CODIGO
                                          WS-PRP-CEP
                                          WS-PRP-LATITUDE
                                          WS-PRP-LONGITUDE
                                          WS-PRP-REGIAO
                                          WS-PRP-VEND-ORIGEM
                                          WS-PRP-CNPJ
           MOVE SPACES                 TO WS-PRP-NOME
                                          WS-PRP-LOGRADOURO
                                          WS-PRP-NUMERO
                                          WS-PRP-MUNICIPIO
                                          WS-PRP-UF
                                          WS-PRP-FONTE
                                          WS-PRP-SITUACAO
                                          WS-PRP-MOTIVO
                                          WS-PRP-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-PROSPECT
           ACCEPT  TELA-PROSPECT

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS71L

              EVALUATE FUNCTION UPPER-CASE(WS-PRP-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS71L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS71L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS71L
                  WHEN "V"
                       MOVE 4          TO COD-FUNCAO-HBSIS71L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS71L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS71L
              END-EVALUATE

              MOVE WS-PRP-CODIGO       TO COD-PROSPECT-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-NOME)
                                       TO NOME-PROSPECT-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-LOGRADOURO)
                                       TO LOGRADOURO-HBSIS71L
              MOVE WS-PRP-NUMERO       TO NUMERO-END-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-MUNICIPIO)
                                       TO MUNICIPIO-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-UF)
                                       TO UF-HBSIS71L
              MOVE WS-PRP-CEP          TO CEP-HBSIS71L
              MOVE WS-PRP-LATITUDE     TO LATITUDE-HBSIS71L
              MOVE WS-PRP-LONGITUDE    TO LONGITUDE-HBSIS71L
              MOVE WS-PRP-REGIAO       TO COD-REGIAO-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-FONTE)
                                       TO FONTE-HBSIS71L
              MOVE WS-PRP-VEND-ORIGEM  TO COD-VEND-ORIGEM-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-SITUACAO)
                                       TO SITUACAO-HBSIS71L
              MOVE WS-PRP-CNPJ         TO CNPJ-CONVERSAO-HBSIS71L
              MOVE FUNCTION UPPER-CASE(WS-PRP-MOTIVO)
                                       TO MOTIVO-DESCARTE-HBSIS71L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS71L
              MOVE WS-FILIAL-LOGADA    TO FILIAL-OPERADOR-HBSIS71L

              CALL WS-HBSIS71          USING HBSIS71L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS71L
                                       AT 1820

              IF COD-FUNCAO-HBSIS71L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS71L EQUAL ZEROS
                 MOVE LATITUDE-HBSIS71L
                                       TO WS-PRP-LAT-ED
                 MOVE LONGITUDE-HBSIS71L
                                       TO WS-PRP-LON-ED
                 DISPLAY NOME-PROSPECT-HBSIS71L
                                       AT 0727
                 DISPLAY LOGRADOURO-HBSIS71L
                                       AT 0827
                 DISPLAY NUMERO-END-HBSIS71L
                                       AT 0927
                 DISPLAY CEP-HBSIS71L  AT 0945
                 DISPLAY MUNICIPIO-HBSIS71L
                                       AT 1027
                 DISPLAY UF-HBSIS71L   AT 1064
                 DISPLAY WS-PRP-LAT-ED AT 1127
                 DISPLAY WS-PRP-LON-ED AT 1153
                 DISPLAY COD-REGIAO-HBSIS71L
                                       AT 1227
                 DISPLAY FONTE-HBSIS71L
                                       AT 1239
                 DISPLAY COD-VEND-ORIGEM-HBSIS71L
                                       AT 1327
                 DISPLAY SITUACAO-HBSIS71L
                                       AT 1355
                 MOVE SITUACAO-HBSIS71L
                                       TO WS-PRP-ATR-SITUACAO
                 MOVE COD-VEND-ATRIB-HBSIS71L
                                       TO WS-PRP-ATR-VEND
                 MOVE DISTANCIA-ATRIB-HBSIS71L
                                       TO WS-PRP-ATR-DIST
                 MOVE COD-CLIENTE-GERADO-HBSIS71L
                                       TO WS-PRP-ATR-CLIENTE
                 DISPLAY WS-PRP-ATRIBUICAO
                                       AT 1910
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2675-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DOS CANAIS DE VENDA (HBSIS72P)                      *
      *----------------------------------------------------------------*
       2680-CANAIS                     SECTION.

           MOVE ZEROS                  TO WS-CAN-CODIGO
           MOVE SPACES                 TO WS-CAN-NOME
                                          WS-CAN-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-CANAL
           ACCEPT  TELA-CANAL

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS72L

              EVALUATE FUNCTION UPPER-CASE(WS-CAN-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS72L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS72L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS72L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS72L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS72L
              END-EVALUATE

              MOVE WS-CAN-CODIGO       TO COD-CANAL-HBSIS72L
              MOVE WS-CAN-NOME         TO NOME-CANAL-HBSIS72L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS72L

              CALL WS-HBSIS72          USING HBSIS72L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS72L
                                       AT 1820

              IF COD-FUNCAO-HBSIS72L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS72L EQUAL ZEROS
                 DISPLAY NOME-CANAL-HBSIS72L
                                       AT 1910
                 MOVE FLAG-ATIVO-HBSIS72L
                                       TO WS-CAN-ATIVO
                 DISPLAY WS-CAN-SITUACAO
                                       AT 2010
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2680-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS JANELAS DE VISITA DO CLIENTE (HBSIS73P)         *
      *----------------------------------------------------------------*
       2685-JANELAS-VISITA             SECTION.

           MOVE ZEROS                  TO WS-JAN-CLIENTE
                                          WS-JAN-DIA
                                          WS-JAN-INI-1
                                          WS-JAN-FIM-1
                                          WS-JAN-INI-2
                                          WS-JAN-FIM-2
           MOVE SPACES                 TO WS-JAN-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-JANELA
           ACCEPT  TELA-JANELA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS73L

              EVALUATE FUNCTION UPPER-CASE(WS-JAN-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS73L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS73L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS73L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS73L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS73L
              END-EVALUATE

              MOVE WS-JAN-CLIENTE      TO COD-CLIENTE-HBSIS73L
              MOVE WS-JAN-DIA          TO DIA-SEMANA-HBSIS73L
              MOVE WS-JAN-INI-1        TO HORA-INI-HBSIS73L (1)
              MOVE WS-JAN-FIM-1        TO HORA-FIM-HBSIS73L (1)
              MOVE WS-JAN-INI-2        TO HORA-INI-HBSIS73L (2)
              MOVE WS-JAN-FIM-2        TO HORA-FIM-HBSIS73L (2)
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS73L

              CALL WS-HBSIS73          USING HBSIS73L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS73L
                                       AT 1820

              IF COD-FUNCAO-HBSIS73L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS73L EQUAL ZEROS
                 MOVE HORA-INI-HBSIS73L (1)
                                       TO WS-JAN-EXI-INI-1
                 MOVE HORA-FIM-HBSIS73L (1)
                                       TO WS-JAN-EXI-FIM-1
                 MOVE HORA-INI-HBSIS73L (2)
                                       TO WS-JAN-EXI-INI-2
                 MOVE HORA-FIM-HBSIS73L (2)
                                       TO WS-JAN-EXI-FIM-2
                 DISPLAY WS-JAN-EXIBE  AT 1910
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2685-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO ARQUIVO DE PEDIDOS DE CAMPO (HBSIS77P)           *
      *----------------------------------------------------------------*
       2690-IMPORTA-PEDIDOS            SECTION.

           MOVE SPACES                 TO WS-PED-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-IMPORTA-PEDIDO
           ACCEPT  TELA-IMPORTA-PEDIDO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS77L
              MOVE 1                   TO COD-FUNCAO-HBSIS77L
              MOVE WS-PED-NOME-ARQ     TO NOME-ARQ-PED-HBSIS77L

              CALL WS-HBSIS77          USING HBSIS77L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS77L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2690-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS CAMPANHAS DE TRADE (HBSIS78P)                   *
      *----------------------------------------------------------------*
       2692-CAMPANHAS                  SECTION.

           MOVE ZEROS                  TO WS-CAM-CODIGO
                                          WS-CAM-DATA-INI
                                          WS-CAM-DATA-FIM
                                          WS-CAM-REGIAO
                                          WS-CAM-FILIAL
           MOVE SPACES                 TO WS-CAM-DESCRICAO
                                          WS-CAM-CLASSIF
                                          WS-CAM-CATEGORIA
                                          WS-CAM-SITUACAO
                                          WS-CAM-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-CAMPANHA
           ACCEPT  TELA-CAMPANHA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS78L

              EVALUATE FUNCTION UPPER-CASE(WS-CAM-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS78L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS78L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS78L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS78L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS78L
              END-EVALUATE

              MOVE WS-CAM-CODIGO       TO COD-CAMPANHA-HBSIS78L
              MOVE WS-CAM-DESCRICAO    TO DESCRICAO-HBSIS78L
              MOVE WS-CAM-DATA-INI     TO DATA-INI-HBSIS78L
              MOVE WS-CAM-DATA-FIM     TO DATA-FIM-HBSIS78L
              MOVE WS-CAM-CLASSIF      TO CLASSIF-ALVO-HBSIS78L
              MOVE WS-CAM-REGIAO       TO COD-REGIAO-ALVO-HBSIS78L
              MOVE WS-CAM-FILIAL       TO COD-FILIAL-ALVO-HBSIS78L
              MOVE WS-CAM-CATEGORIA    TO CATEGORIA-ALVO-HBSIS78L
              MOVE WS-CAM-SITUACAO     TO SITUACAO-HBSIS78L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS78L

              CALL WS-HBSIS78          USING HBSIS78L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS78L
                                       AT 1820

              IF COD-FUNCAO-HBSIS78L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS78L EQUAL ZEROS
                 DISPLAY DESCRICAO-HBSIS78L
                                       AT 1910
                 MOVE DATA-INI-HBSIS78L
                                       TO WS-CAM-EXI-DATA-INI
                 MOVE DATA-FIM-HBSIS78L
                                       TO WS-CAM-EXI-DATA-FIM
                 MOVE SITUACAO-HBSIS78L
                                       TO WS-CAM-EXI-SITUACAO
                 MOVE QTD-ALVO-HBSIS78L
                                       TO WS-CAM-EXI-QTD-ALVO
                 DISPLAY WS-CAM-EXIBE  AT 2010
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2692-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA EXPLICITA DE INCLUSAO/EXCLUSAO DE CLIENTES DA CAMPANHA   *
      * (HBSIS78P)                                                     *
      *----------------------------------------------------------------*
       2694-LISTA-CAMPANHA             SECTION.

           MOVE ZEROS                  TO WS-CAM-CODIGO
                                          WS-CAM-CLIENTE
           MOVE SPACES                 TO WS-CAM-TIPO-LISTA
                                          WS-CAM-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-LISTA-CAMPANHA
           ACCEPT  TELA-LISTA-CAMPANHA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS78L

              EVALUATE FUNCTION UPPER-CASE(WS-CAM-OPERACAO)
                  WHEN "I"
                       MOVE 4          TO COD-FUNCAO-HBSIS78L
                  WHEN "R"
                       MOVE 5          TO COD-FUNCAO-HBSIS78L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS78L
              END-EVALUATE

              MOVE WS-CAM-CODIGO       TO COD-CAMPANHA-HBSIS78L
              MOVE WS-CAM-CLIENTE      TO COD-CLIENTE-HBSIS78L
              MOVE WS-CAM-TIPO-LISTA   TO TIPO-LISTA-HBSIS78L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS78L

              CALL WS-HBSIS78          USING HBSIS78L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS78L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2694-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO CENSO ANUAL DE PONTOS DE VENDA (HBSIS80P)        *
      *----------------------------------------------------------------*
       2696-IMPORTA-CENSO              SECTION.

           MOVE SPACES                 TO WS-CEN-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-IMPORTA-CENSO
           ACCEPT  TELA-IMPORTA-CENSO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS80L
              MOVE 1                   TO COD-FUNCAO-HBSIS80L
              MOVE WS-CEN-NOME-ARQ     TO NOME-ARQ-HBSIS80L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS80L

              CALL WS-HBSIS80          USING HBSIS80L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS80L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2696-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA DOS PONTOS DO CENSO QUE NAO SAO CLIENTES COMO PROSPECTS  *
      * (HBSIS80P)                                                     *
      *----------------------------------------------------------------*
       2698-PROSPECTS-CENSO            SECTION.

           MOVE ZEROS                  TO WS-CEN-COD-VEND
                                          WS-CEN-POTENCIAL-MIN
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-PROSPECT-CENSO
           ACCEPT  TELA-PROSPECT-CENSO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS80L
              MOVE 3                   TO COD-FUNCAO-HBSIS80L
              MOVE WS-CEN-COD-VEND     TO COD-VENDEDOR-HBSIS80L
              MOVE WS-CEN-POTENCIAL-MIN
                                       TO POTENCIAL-MIN-HBSIS80L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS80L

              CALL WS-HBSIS80          USING HBSIS80L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS80L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2698-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREVISAO DE VOLUME E GERACAO DAS QUOTAS PROPOSTAS (HBSIS81P)   *
      *----------------------------------------------------------------*
       2700-GERA-QUOTA-PROPOSTA        SECTION.

           MOVE ZEROS                  TO WS-QPR-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-GERA-PROPOSTA
           ACCEPT  TELA-GERA-PROPOSTA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS81L
              MOVE 1                   TO COD-FUNCAO-HBSIS81L
              MOVE WS-QPR-ANO-MES      TO ANO-MES-HBSIS81L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS81L

              CALL WS-HBSIS81          USING HBSIS81L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS81L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA E APROVACAO DA QUOTA PROPOSTA COM AJUSTE, GRAVANDO A  *
      * META EM ARQ-QUOTA (HBSIS81P)                                   *
      *----------------------------------------------------------------*
       2702-APROVA-QUOTA-PROPOSTA      SECTION.

           MOVE ZEROS                  TO WS-QPR-COD-VEND
                                          WS-QPR-ANO-MES
                                          WS-QPR-PCT
           MOVE SPACES                 TO WS-QPR-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-APROVA-QUOTA
           ACCEPT  TELA-APROVA-QUOTA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS81L

              EVALUATE FUNCTION UPPER-CASE(WS-QPR-OPERACAO)
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS81L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS81L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS81L
              END-EVALUATE

              MOVE WS-QPR-COD-VEND     TO COD-VENDEDOR-HBSIS81L
              MOVE WS-QPR-ANO-MES      TO ANO-MES-HBSIS81L
              MOVE WS-QPR-PCT          TO PCT-UPLIFT-HBSIS81L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS81L

              CALL WS-HBSIS81          USING HBSIS81L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS81L
                                       AT 1820

              IF COD-RETORNO-HBSIS81L  EQUAL ZEROS
                 DISPLAY "PROPOSTA VOL/REC: "
                                       AT 1910
                 DISPLAY META-VOLUME-PROP-HBSIS81L
                                       AT 1929
                 DISPLAY META-RECEITA-PROP-HBSIS81L
                                       AT 1945
                 DISPLAY "APROVADA VOL/REC: "
                                       AT 2010
                 DISPLAY META-VOLUME-APROV-HBSIS81L
                                       AT 2029
                 DISPLAY META-RECEITA-APROV-HBSIS81L
                                       AT 2045
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2702-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO E APROVACAO DOS AJUSTES DE COMISSAO (HBSIS82P)      *
      *----------------------------------------------------------------*
       2704-AJUSTES-COMISSAO           SECTION.

           MOVE ZEROS                  TO WS-AJC-COD-VEND
                                          WS-AJC-ANO-MES
                                          WS-AJC-SEQUENCIA
                                          WS-AJC-VALOR
           MOVE SPACES                 TO WS-AJC-OPERACAO
                                          WS-AJC-TIPO
                                          WS-AJC-MOTIVO
                                          WS-CONFIRMA

           DISPLAY TELA-AJUSTE-COMISSAO
           ACCEPT  TELA-AJUSTE-COMISSAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS82L

              EVALUATE FUNCTION UPPER-CASE(WS-AJC-OPERACAO)
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS82L
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS82L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS82L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS82L
                  WHEN "P"
                       MOVE 4          TO COD-FUNCAO-HBSIS82L
                  WHEN "R"
                       MOVE 5          TO COD-FUNCAO-HBSIS82L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS82L
              END-EVALUATE

              MOVE WS-AJC-COD-VEND     TO COD-VENDEDOR-HBSIS82L
              MOVE WS-AJC-ANO-MES      TO ANO-MES-HBSIS82L
              MOVE WS-AJC-SEQUENCIA    TO SEQUENCIA-HBSIS82L
              MOVE FUNCTION UPPER-CASE(WS-AJC-TIPO)
                                       TO TIPO-AJUSTE-HBSIS82L
              MOVE WS-AJC-VALOR        TO VALOR-AJUSTE-HBSIS82L
              MOVE WS-AJC-MOTIVO       TO MOTIVO-AJUSTE-HBSIS82L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS82L

              CALL WS-HBSIS82          USING HBSIS82L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS82L
                                       AT 1820

              IF COD-RETORNO-HBSIS82L  EQUAL ZEROS
                 DISPLAY "SEQ/SITUACAO/VALOR: "
                                       AT 1910
                 DISPLAY SEQUENCIA-HBSIS82L
                                       AT 1930
                 DISPLAY SITUACAO-HBSIS82L
                                       AT 1935
                 MOVE VALOR-AJUSTE-HBSIS82L
                                       TO WS-AJC-VALOR-EXIBE
                 DISPLAY WS-AJC-VALOR-EXIBE
                                       AT 1938
                 DISPLAY "SOLICIT./APROVADOR: "
                                       AT 2010
                 DISPLAY OPERADOR-SOLIC-HBSIS82L
                                       AT 2030
                 DISPLAY OPERADOR-APROV-HBSIS82L
                                       AT 2042
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2704-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DA COMISSAO DO MES COM AS INTERFACES DA FOLHA E DA  *
      * CONTABILIDADE (HBSIS45P)                                       *
      *----------------------------------------------------------------*
       2706-FECHA-COMISSAO             SECTION.

           MOVE ZEROS                  TO WS-FCM-ANO-MES
                                          WS-FCM-COD-EVENTO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-FECHA-COMISSAO
           ACCEPT  TELA-FECHA-COMISSAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS45L
              MOVE 6                   TO COD-FUNCAO-HBSIS45L
              MOVE WS-FCM-ANO-MES      TO ANO-MES-HBSIS45L
              MOVE WS-FCM-COD-EVENTO   TO COD-EVENTO-HBSIS45L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS45L

              CALL WS-HBSIS45          USING HBSIS45L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS45L
                                       AT 1820

              IF COD-RETORNO-HBSIS45L  EQUAL ZEROS
                 DISPLAY "VENDEDORES NA FOLHA/FILIAIS: "
                                       AT 1910
                 DISPLAY QTD-FOLHA-HBSIS45L
                                       AT 1940
                 DISPLAY QTD-CONTABIL-HBSIS45L
                                       AT 1947
                 DISPLAY "TOTAL A PAGAR: "
                                       AT 2010
                 MOVE TOT-A-PAGAR-HBSIS45L
                                       TO WS-AJC-VALOR-EXIBE
                 DISPLAY WS-AJC-VALOR-EXIBE
                                       AT 2026
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2706-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS TARIFAS DE REEMBOLSO DE KM POR FILIAL           *
      * (HBSIS84P)                                                     *
      *----------------------------------------------------------------*
       2708-TARIFAS-KM                 SECTION.

           MOVE ZEROS                  TO WS-TKM-COD-FILIAL
                                          WS-TKM-VALOR-KM
           MOVE SPACES                 TO WS-TKM-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-TARIFA-KM
           ACCEPT  TELA-TARIFA-KM

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS84L

              EVALUATE FUNCTION UPPER-CASE(WS-TKM-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS84L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS84L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS84L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS84L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS84L
              END-EVALUATE

              MOVE WS-TKM-COD-FILIAL   TO COD-FILIAL-HBSIS84L
              MOVE WS-TKM-VALOR-KM     TO VALOR-KM-HBSIS84L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS84L

              CALL WS-HBSIS84          USING HBSIS84L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS84L
                                       AT 1820

              IF COD-FUNCAO-HBSIS84L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS84L EQUAL ZEROS
                 DISPLAY "VALOR POR KM: "
                                       AT 1910
                 DISPLAY VALOR-KM-HBSIS84L
                                       AT 1925
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2708-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    HIERARQUIA DE VENDAS DATADA (HBSIS86P): PERIODOS DE         *
      *    VENDEDOR, SUPERVISOR, GERENTE E DIRETOR DA FILIAL           *
      *----------------------------------------------------------------*
       2710-HIERARQUIA-VENDAS          SECTION.

           MOVE ZEROS                  TO WS-HIE-COD-MEMBRO
                                          WS-HIE-DATA-INICIO
                                          WS-HIE-DATA-FIM
                                          WS-HIE-COD-SUPERIOR
           MOVE SPACES                 TO WS-HIE-OPERACAO
                                          WS-HIE-NIVEL
                                          WS-HIE-NOME-MEMBRO
                                          WS-CONFIRMA

           DISPLAY TELA-HIERARQUIA
           ACCEPT  TELA-HIERARQUIA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS86L

              EVALUATE FUNCTION UPPER-CASE(WS-HIE-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS86L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS86L
                  WHEN "E"
                       MOVE 3          TO COD-FUNCAO-HBSIS86L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS86L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS86L
              END-EVALUATE

              MOVE FUNCTION UPPER-CASE(WS-HIE-NIVEL)
                                       TO NIVEL-HBSIS86L
              MOVE WS-HIE-COD-MEMBRO   TO COD-MEMBRO-HBSIS86L
              MOVE WS-HIE-DATA-INICIO  TO DATA-INICIO-HBSIS86L
              MOVE WS-HIE-DATA-FIM     TO DATA-FIM-HBSIS86L
              MOVE WS-HIE-COD-SUPERIOR TO COD-SUPERIOR-HBSIS86L
              MOVE WS-HIE-NOME-MEMBRO  TO NOME-MEMBRO-HBSIS86L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS86L

              CALL WS-HBSIS86          USING HBSIS86L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS86L
                                       AT 1820

              IF COD-FUNCAO-HBSIS86L   EQUAL ZEROS
              AND COD-RETORNO-HBSIS86L EQUAL ZEROS
                 DISPLAY "VIGENCIA: "  AT 1910
                 DISPLAY DATA-INICIO-HBSIS86L
                                       AT 1920
                 DISPLAY "A"           AT 1929
                 DISPLAY DATA-FIM-HBSIS86L
                                       AT 1931
                 DISPLAY "SUPERIOR: "  AT 2010
                 DISPLAY COD-SUPERIOR-HBSIS86L
                                       AT 2020
                 DISPLAY NOME-MEMBRO-HBSIS86L
                                       AT 2026
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DO ARQUIVO DIARIO DO RH (HBSIS87P): DESLIGAMENTOS,  *
      * LICENCAS E ADMISSOES DE VENDEDORES                             *
      *----------------------------------------------------------------*
       2712-IMPORTA-RH                 SECTION.

           MOVE SPACES                 TO WS-RH-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-IMPORTA-RH
           ACCEPT  TELA-IMPORTA-RH

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS87L
              MOVE 1                   TO COD-FUNCAO-HBSIS87L
              MOVE WS-RH-NOME-ARQ      TO NOME-ARQ-RH-HBSIS87L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS87L

              CALL WS-HBSIS87          USING HBSIS87L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS87L
                                       AT 1820

              IF COD-RETORNO-HBSIS87L  EQUAL ZEROS
                 DISPLAY "REJEITADOS EM IMPRHREJ.TXT - PRE-CADASTROS"
                                       AT 1910
                 DISPLAY " PENDENTES: "
                                       AT 1952
                 DISPLAY QTD-PRE-PENDENTES-HBSIS87L
                                       AT 1964
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2712-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA DOS PRE-CADASTROS DE VENDEDOR AGUARDANDO COORDENADAS E   *
      * REGIAO (HBSIS87P)                                              *
      *----------------------------------------------------------------*
       2714-PRE-CADASTRO-VEND          SECTION.

           INITIALIZE HBSIS87L
           MOVE 2                      TO COD-FUNCAO-HBSIS87L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS87L

           CALL WS-HBSIS87             USING HBSIS87L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS87L
                                       AT 1820

           IF COD-RETORNO-HBSIS87L     EQUAL ZEROS
              DISPLAY "LISTA GERADA EM PRECADVEND.TXT"
                                       AT 1910
           END-IF

           STOP ' '

           PERFORM 2660-AUXILIARES-2

           .
       2714-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA, ATUALIZACAO E CONSULTA DE CASOS E RECLAMACOES DE     *
      * CLIENTES (HBSIS89P)                                            *
      *----------------------------------------------------------------*
       2716-CASOS-CLIENTE              SECTION.

           MOVE ZEROS                  TO WS-CSO-NUMERO
                                          WS-CSO-CLIENTE
                                          WS-CSO-VENDEDOR
           MOVE SPACES                 TO WS-CSO-TIPO
                                          WS-CSO-DESCRICAO
                                          WS-CSO-SITUACAO
                                          WS-CSO-OBSERVACAO
                                          WS-CSO-OPERACAO
                                          WS-CONFIRMA

           DISPLAY TELA-CASO-CLIENTE
           ACCEPT  TELA-CASO-CLIENTE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS89L

              EVALUATE FUNCTION UPPER-CASE(WS-CSO-OPERACAO)
                  WHEN "I"
                       MOVE 1          TO COD-FUNCAO-HBSIS89L
                  WHEN "A"
                       MOVE 2          TO COD-FUNCAO-HBSIS89L
                  WHEN "C"
                       MOVE 0          TO COD-FUNCAO-HBSIS89L
                  WHEN OTHER
                       MOVE 9          TO COD-FUNCAO-HBSIS89L
              END-EVALUATE

              MOVE WS-CSO-NUMERO       TO NUM-CASO-HBSIS89L
              MOVE WS-CSO-CLIENTE      TO COD-CLIENTE-HBSIS89L
              MOVE FUNCTION UPPER-CASE(WS-CSO-TIPO)
                                       TO TIPO-CASO-HBSIS89L
              MOVE WS-CSO-DESCRICAO    TO DESCRICAO-CASO-HBSIS89L
              MOVE WS-CSO-VENDEDOR     TO COD-VENDEDOR-HBSIS89L
              MOVE FUNCTION UPPER-CASE(WS-CSO-SITUACAO)
                                       TO SITUACAO-CASO-HBSIS89L
              MOVE WS-CSO-OBSERVACAO   TO OBSERVACAO-HBSIS89L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS89L

              CALL WS-HBSIS89          USING HBSIS89L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS89L
                                       AT 1820

              IF COD-RETORNO-HBSIS89L  EQUAL ZEROS
                 MOVE NUM-CASO-HBSIS89L
                                       TO WS-CSO-NUMERO
                 MOVE COD-CLIENTE-HBSIS89L
                                       TO WS-CSO-CLIENTE
                 MOVE COD-VENDEDOR-HBSIS89L
                                       TO WS-CSO-VENDEDOR
                 DISPLAY WS-CSO-NUMERO AT 0627
                 DISPLAY WS-CSO-CLIENTE
                                       AT 0727
                 DISPLAY TIPO-CASO-HBSIS89L
                                       AT 0827
                 DISPLAY DESCRICAO-CASO-HBSIS89L
                                       AT 1010
                 DISPLAY WS-CSO-VENDEDOR
                                       AT 1127
                 DISPLAY SITUACAO-CASO-HBSIS89L
                                       AT 1227
                 DISPLAY "ABERTURA: "  AT 1702
                 DISPLAY DATA-ABERTURA-HBSIS89L
                                       AT 1712
                 IF DATA-FECHAMENTO-HBSIS89L GREATER ZEROS
                    DISPLAY "FECHAMENTO: "
                                       AT 1724
                    DISPLAY DATA-FECHAMENTO-HBSIS89L
                                       AT 1736
                 END-IF
                 PERFORM 2717-EXIBE-HISTORICO-CASO
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2716-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE AS TRES ULTIMAS ENTRADAS DO HISTORICO DO CASO            *
      *----------------------------------------------------------------*
       2717-EXIBE-HISTORICO-CASO       SECTION.

           MOVE 1902                   TO WS-CSO-LINHA

           IF QTD-HIST-HBSIS89L        GREATER 3
              COMPUTE WS-CSO-IDX = QTD-HIST-HBSIS89L - 2
           ELSE
              MOVE 1                   TO WS-CSO-IDX
           END-IF

           PERFORM UNTIL WS-CSO-IDX GREATER QTD-HIST-HBSIS89L
              MOVE DATA-HIST-HBSIS89L (WS-CSO-IDX)
                                       TO WS-CSO-HIS-DATA
              MOVE SIT-HIST-HBSIS89L (WS-CSO-IDX)
                                       TO WS-CSO-HIS-SIT
              MOVE VEND-HIST-HBSIS89L (WS-CSO-IDX)
                                       TO WS-CSO-HIS-VEND
              MOVE OBS-HIST-HBSIS89L (WS-CSO-IDX)
                                       TO WS-CSO-HIS-OBS
              DISPLAY WS-CSO-HIST-EXIBE
                                       AT WS-CSO-LINHA
              ADD 100                  TO WS-CSO-LINHA
              ADD 1                    TO WS-CSO-IDX
           END-PERFORM

           .
       2717-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DADOS PESSOAIS (LGPD): RELATORIO DE ACESSO DO TITULAR E        *
      * ANONIMIZACAO DOS INATIVOS (HBSIS90P)                           *
      *----------------------------------------------------------------*
       2718-DADOS-PESSOAIS             SECTION.

           MOVE ZEROS                  TO WS-LGP-FUNCAO
                                          WS-LGP-MESES
           MOVE SPACES                 TO WS-LGP-TIPO
                                          WS-LGP-TERMO
                                          WS-CONFIRMA

           DISPLAY TELA-LGPD
           ACCEPT  TELA-LGPD

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS90L
              MOVE WS-LGP-FUNCAO       TO COD-FUNCAO-HBSIS90L
              MOVE FUNCTION UPPER-CASE(WS-LGP-TIPO)
                                       TO TIPO-BUSCA-HBSIS90L
              MOVE WS-LGP-TERMO        TO TERMO-BUSCA-HBSIS90L
              MOVE WS-LGP-MESES        TO MESES-RETENCAO-HBSIS90L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS90L

              CALL WS-HBSIS90          USING HBSIS90L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS90L
                                       AT 1802

              IF COD-RETORNO-HBSIS90L  EQUAL ZEROS
                 IF WS-LGP-FUNCAO      EQUAL 1
                    DISPLAY "RELATORIO: RELLGPDTITULAR.TXT"
                                       AT 1902
                 ELSE
                    DISPLAY "PRE-CADASTROS EXCLUIDOS: "
                                       AT 1902
                    DISPLAY QTD-PRE-ANONIM-HBSIS90L
                                       AT 1927
                    DISPLAY "IMAGENS DE AUDITORIA: "
                                       AT 1935
                    DISPLAY QTD-AUD-ANONIM-HBSIS90L
                                       AT 1957
                    DISPLAY "LOG: ANONIMIZACAOLOG.TXT"
                                       AT 2002
                 END-IF
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2718-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VARREDURA DE INTEGRIDADE REFERENCIAL DOS ARQUIVOS SATELITES    *
      * (HBSIS93P)                                                     *
      *----------------------------------------------------------------*
       2720-INTEGRIDADE                SECTION.

           MOVE ZEROS                  TO WS-INT-FUNCAO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-INTEGRIDADE
           ACCEPT  TELA-INTEGRIDADE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS93L
              MOVE WS-INT-FUNCAO       TO COD-FUNCAO-HBSIS93L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS93L

              CALL WS-HBSIS93          USING HBSIS93L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS93L
                                       AT 1802

              IF COD-RETORNO-HBSIS93L  EQUAL ZEROS
                 DISPLAY "LIDOS: "     AT 1902
                 DISPLAY QTD-LIDOS-HBSIS93L
                                       AT 1909
                 DISPLAY "REAPONTADOS: "
                                       AT 1920
                 DISPLAY QTD-REAPONTADOS-HBSIS93L
                                       AT 1933
                 DISPLAY "QUARENTENA: "
                                       AT 1942
                 DISPLAY QTD-QUARENTENA-HBSIS93L
                                       AT 1954
                 DISPLAY "RELATORIO: RELINTEGRIDADE.TXT"
                                       AT 2002
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE TENDENCIA DAS DURACOES DA CADEIA NOTURNA          *
      * (HBSIS95P)                                                     *
      *----------------------------------------------------------------*
       2722-TENDENCIA-CADEIA           SECTION.

           MOVE ZEROS                  TO WS-TND-NOITES
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-TENDENCIA-CADEIA
           ACCEPT  TELA-TENDENCIA-CADEIA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS95L
              MOVE 2                   TO COD-FUNCAO-HBSIS95L
              MOVE WS-TND-NOITES       TO QTD-NOITES-HBSIS95L

              CALL WS-HBSIS95          USING HBSIS95L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS95L
                                       AT 1802

              IF COD-RETORNO-HBSIS95L  EQUAL ZEROS
                 DISPLAY "LINHAS: "    AT 1902
                 DISPLAY QTD-LINHAS-HBSIS95L
                                       AT 1910
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2722-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA MASCARADA DOS CADASTROS E CARGA NO TREINAMENTO           *
      * (HBSIS97P)                                                     *
      *----------------------------------------------------------------*
       2724-COPIA-MASCARADA            SECTION.

           MOVE ZEROS                  TO WS-MSC-FUNCAO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-COPIA-MASCARADA
           ACCEPT  TELA-COPIA-MASCARADA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS97L
              MOVE WS-MSC-FUNCAO       TO COD-FUNCAO-HBSIS97L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS97L

              CALL WS-HBSIS97          USING HBSIS97L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS97L
                                       AT 1802

              IF COD-RETORNO-HBSIS97L  EQUAL ZEROS
              OR COD-RETORNO-HBSIS97L  EQUAL 8
                 DISPLAY "CLI: "       AT 1902
                 DISPLAY QTD-CLIENTES-HBSIS97L
                                       AT 1907
                 DISPLAY "VEND: "      AT 1916
                 DISPLAY QTD-VENDEDORES-HBSIS97L
                                       AT 1922
                 DISPLAY "CONT: "      AT 1931
                 DISPLAY QTD-CONTATOS-HBSIS97L
                                       AT 1937
                 DISPLAY "VOL: "       AT 1946
                 DISPLAY QTD-VOLUMES-HBSIS97L
                                       AT 1951
                 IF WS-MSC-FUNCAO      EQUAL 1
                    DISPLAY "SOBREVIVENTES: "
                                       AT 2002
                    DISPLAY QTD-SOBREVIVENTES-HBSIS97L
                                       AT 2017
                    DISPLAY NOME-REL-HBSIS97L
                                       AT 2027
                 END-IF
              END-IF

              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2724-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPORTACAO DA PLANILHA DE PESQUISAS DE SATISFACAO DA CENTRAL   *
      * DE ATENDIMENTO (HBSIS102P)                                     *
      *----------------------------------------------------------------*
       2726-IMPORTA-PESQUISAS          SECTION.

           MOVE SPACES                 TO WS-PSQ-NOME-ARQ
                                          WS-CONFIRMA

           DISPLAY TELA-IMPORTA-PESQUISA
           ACCEPT  TELA-IMPORTA-PESQUISA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS102L
              MOVE 1                   TO COD-FUNCAO-HBSIS102L
              MOVE WS-PSQ-NOME-ARQ     TO NOME-ARQ-PES-HBSIS102L

              CALL WS-HBSIS102         USING HBSIS102L

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-HBSIS102L
                                       AT 1820
              STOP ' '
           END-IF

           PERFORM 2660-AUXILIARES-2

           .
       2726-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVISA QUE O PERFIL DO OPERADOR NAO TEM ACESSO A OPCAO          *
      *----------------------------------------------------------------*
       2900-AVISA-SEM-ACESSO           SECTION.

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY WS-MSG-SEM-ACESSO   AT 1820
           STOP ' '
           PERFORM 2000-PROCESSA

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE RELATORIOS                                           *
      *----------------------------------------------------------------*
       2200-RELATORIOS                 SECTION.

           DISPLAY TELA-RELATORIO
           ACCEPT  TELA-RELATORIO

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2210-RELAT-CLIENTE
               WHEN 2
                    PERFORM 2220-RELAT-VENDEDOR
               WHEN 3
                    PERFORM 2230-RELAT-COORD-DUPLICADA
               WHEN 4
                    PERFORM 2240-RELAT-CLI-SEM-DIST
               WHEN 5
                    PERFORM 2250-RELAT-TENDENCIA
               WHEN 6
                    PERFORM 2260-RELAT-MUDANCAS
               WHEN 7
                    PERFORM 2270-RELAT-TEMPO-CARTEIRA
               WHEN 8
                    PERFORM 2285-QUALIDADE-DADOS
               WHEN 0
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE CLIENTES                             *
      *----------------------------------------------------------------*
       2210-RELAT-CLIENTE              SECTION.

           MOVE ZEROS                  TO WS-RELC-COD-CLI
                                          WS-RELC-COD-VEND
           MOVE SPACES                 TO WS-RELC-TIPO-ORD
                                          WS-RELC-TIPO-CLA
                                          WS-RELC-RAZ-SOC

           DISPLAY TELA-RELAT-CLIENTES
           ACCEPT  TELA-RELAT-CLIENTES

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2211-CHAMA-HBSIS05
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-HBSIS05L
                                       AT 1920
                    STOP ' '
                    PERFORM 2210-RELAT-CLIENTE
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2210-RELAT-CLIENTE
           END-EVALUATE

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE CLIENTES                            *
      *----------------------------------------------------------------*
       2211-CHAMA-HBSIS05              SECTION.

           MOVE WS-RELC-TIPO-ORD       TO TIPO-ORD-HBSIS05L
           MOVE WS-RELC-TIPO-CLA       TO TIPO-CLA-HBSIS05L
           MOVE WS-RELC-COD-CLI        TO COD-CLI-HBSIS05L
           MOVE WS-RELC-RAZ-SOC        TO RAZ-SOC-HBSIS05L
           MOVE WS-RELC-COD-VEND       TO COD-VEND-HBSIS05L
      *    OPERADOR DE FILIAL SO ENXERGA A PROPRIA UNIDADE
           MOVE WS-FILIAL-LOGADA       TO COD-FILIAL-HBSIS05L

           CALL WS-HBSIS05             USING HBSIS05L

           .
       2211-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE VENDEDORES                           *
      *----------------------------------------------------------------*
       2220-RELAT-VENDEDOR             SECTION.

           MOVE ZEROS                  TO WS-RELV-COD-VEND
                                          WS-RELV-COD-VEND-FIM
           MOVE SPACES                 TO WS-RELV-TIPO-ORD
                                          WS-RELV-TIPO-CLA
                                          WS-RELV-NOME-VEND

           DISPLAY TELA-RELAT-VENDEDORES
           ACCEPT  TELA-RELAT-VENDEDORES

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2211-CHAMA-HBSIS06
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-HBSIS06L
                                       AT 1920
                    STOP ' '
                    PERFORM 2220-RELAT-VENDEDOR
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2220-RELAT-VENDEDOR
           END-EVALUATE

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO GERACAO DO RELATORIO DE VENDEDORES                *
      *----------------------------------------------------------------*
       2211-CHAMA-HBSIS06              SECTION.

           MOVE WS-RELV-TIPO-ORD       TO TIPO-ORD-HBSIS06L
           MOVE WS-RELV-TIPO-CLA       TO TIPO-CLA-HBSIS06L
           MOVE WS-RELV-COD-VEND       TO COD-VEND-HBSIS06L
           MOVE WS-RELV-COD-VEND-FIM   TO COD-VEND-FIM-HBSIS06L
           MOVE WS-RELV-NOME-VEND      TO NOME-VEND-HBSIS06L
      *    OPERADOR DE FILIAL SO ENXERGA A PROPRIA UNIDADE
           MOVE WS-FILIAL-LOGADA       TO COD-FILIAL-HBSIS06L

           CALL WS-HBSIS06             USING HBSIS06L

           .
       2221-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE COORDENADAS DUPLICADAS               *
      *----------------------------------------------------------------*
       2230-RELAT-COORD-DUPLICADA      SECTION.

           PERFORM 2231-CHAMA-HBSIS09

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS09L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE COORDENADAS DUPLICADAS              *
      *----------------------------------------------------------------*
       2231-CHAMA-HBSIS09              SECTION.

           CALL WS-HBSIS09              USING HBSIS09L

           .
       2231-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE CLIENTES SEM DISTRIBUICAO            *
      *----------------------------------------------------------------*
       2240-RELAT-CLI-SEM-DIST         SECTION.

           PERFORM 2241-CHAMA-HBSIS11

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS11L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE CLIENTES SEM DISTRIBUICAO           *
      *----------------------------------------------------------------*
       2241-CHAMA-HBSIS11              SECTION.

           CALL WS-HBSIS11              USING HBSIS11L

           .
       2241-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE TENDENCIA DAS EXECUCOES              *
      *----------------------------------------------------------------*
       2250-RELAT-TENDENCIA            SECTION.

           CALL WS-HBSIS23             USING HBSIS23L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS23L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE MUDANCAS ENTRE DUAS EXECUCOES, COM   *
      *    A COMPARACAO DOS PARAMETROS USADOS EM CADA UMA (HBSIS99P)   *
      *----------------------------------------------------------------*
       2260-RELAT-MUDANCAS             SECTION.

           MOVE ZEROS                  TO WS-CHURN-DATA-ANT
                                          WS-CHURN-HORA-ANT
                                          WS-CHURN-DATA-NOVA
                                          WS-CHURN-HORA-NOVA

           DISPLAY TELA-REL-MUDANCAS
           ACCEPT  TELA-REL-MUDANCAS

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS99L
              MOVE 2                   TO COD-FUNCAO-HBSIS99L
              MOVE WS-CHURN-DATA-ANT   TO DATA-EXEC-HBSIS99L (1)
              MOVE WS-CHURN-HORA-ANT   TO HORA-EXEC-HBSIS99L (1)
              MOVE WS-CHURN-DATA-NOVA  TO DATA-EXEC-HBSIS99L (2)
              MOVE WS-CHURN-HORA-NOVA  TO HORA-EXEC-HBSIS99L (2)

              CALL WS-HBSIS99          USING HBSIS99L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS99L
                                       AT 1920
              IF NOME-RELATORIO-HBSIS99L NOT EQUAL SPACES
                 MOVE QTD-MUDANCAS-HBSIS99L
                                       TO WS-PEX-EXI-MUDANCAS
                 MOVE QTD-DIFERENCAS-HBSIS99L
                                       TO WS-PEX-EXI-DIFERENCAS
                 DISPLAY WS-PEX-EXIBE  AT 2010
              END-IF
              STOP ' '
           END-IF

           PERFORM 2200-RELATORIOS

           .
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE TEMPO DE CARTEIRA                    *
      *----------------------------------------------------------------*
       2270-RELAT-TEMPO-CARTEIRA       SECTION.

           CALL WS-HBSIS25             USING HBSIS25L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS25L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SUBMENU DE QUALIDADE DE DADOS                               *
      *----------------------------------------------------------------*
       2285-QUALIDADE-DADOS            SECTION.

           DISPLAY TELA-QUALIDADE
           ACCEPT  TELA-QUALIDADE

           EVALUATE WS-QUA-OPCAO
               WHEN 1
                    PERFORM 2280-RELAT-CONCILIACAO
               WHEN 2
                    PERFORM 2290-RELAT-QUALIDADE
               WHEN 3
                    PERFORM 2292-EXPORTA-ERP
               WHEN 4
                    PERFORM 2294-COMPARA-ERP
               WHEN 5
                    PERFORM 2296-EXPORTA-MAPA
               WHEN 6
                    PERFORM 2298-FOLHAS-DE-ROTA
               WHEN 7
                    PERFORM 2299-AGENDA-VISITAS
               WHEN 8
                    PERFORM 2295-RELAT-CUMPR-VISITAS
               WHEN 9
                    PERFORM 2550-REL-COMERCIAL
               WHEN OTHER
                    PERFORM 2200-RELATORIOS
           END-EVALUATE

           .
       2285-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE AUDITORIA DE QUALIDADE DOS CADASTROS *
      *----------------------------------------------------------------*
       2290-RELAT-QUALIDADE            SECTION.

           CALL WS-HBSIS30             USING HBSIS30L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS30L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPORTACAO DE CLIENTES PARA O ERP (HBSIS31P)                *
      *----------------------------------------------------------------*
       2292-EXPORTA-ERP                SECTION.

      *    OPERADOR DE FILIAL SO EXPORTA A PROPRIA UNIDADE
           MOVE WS-FILIAL-LOGADA       TO COD-FILIAL-HBSIS31L

           CALL WS-HBSIS31             USING HBSIS31L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS31L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2292-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    COMPARACAO COM O EXTRATO DO ERP (HBSIS32P)                  *
      *----------------------------------------------------------------*
       2294-COMPARA-ERP                SECTION.

           MOVE SPACES                 TO WS-NOME-ARQ-ERP

           DISPLAY TELA-COMPARA-ERP
           ACCEPT  TELA-COMPARA-ERP

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE WS-NOME-ARQ-ERP     TO NOME-ARQ-ERP-HBSIS32L
      *       OPERADOR DE FILIAL SO COMPARA A PROPRIA UNIDADE
              MOVE WS-FILIAL-LOGADA    TO COD-FILIAL-HBSIS32L

              CALL WS-HBSIS32          USING HBSIS32L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS32L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2200-RELATORIOS

           .
       2294-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPORTACAO DO MAPA DA DISTRIBUICAO EM KML (HBSIS33P)        *
      *----------------------------------------------------------------*
       2296-EXPORTA-MAPA               SECTION.

           CALL WS-HBSIS33             USING HBSIS33L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS33L
                                       AT 1920
           STOP ' '

           PERFORM 2200-RELATORIOS

           .
       2296-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DAS FOLHAS DE ROTA POR VENDEDOR (HBSIS34P)          *
      *----------------------------------------------------------------*
       2298-FOLHAS-DE-ROTA             SECTION.

           MOVE SPACES                 TO WS-ROTA-DESPACHO
                                          WS-TRATA-BLOQUEIO
                                          WS-CONFIRMA

           DISPLAY TELA-FOLHAS-ROTA
           ACCEPT  TELA-FOLHAS-ROTA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS34L
              MOVE FUNCTION UPPER-CASE(WS-ROTA-DESPACHO)
                                       TO FLAG-DESPACHO-HBSIS34L
              MOVE FUNCTION UPPER-CASE(WS-TRATA-BLOQUEIO)
                                       TO TRATA-BLOQUEIO-HBSIS34L

              CALL WS-HBSIS34          USING HBSIS34L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS34L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2200-RELATORIOS

           .
       2298-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DA AGENDA SEMANAL DE VISITAS (HBSIS35P)             *
      *----------------------------------------------------------------*
       2299-AGENDA-VISITAS             SECTION.

           MOVE SPACES                 TO WS-TRATA-BLOQUEIO
                                          WS-CONFIRMA

           DISPLAY TELA-AGENDA-VIS
           ACCEPT  TELA-AGENDA-VIS

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS35L
              MOVE FUNCTION UPPER-CASE(WS-TRATA-BLOQUEIO)
                                       TO TRATA-BLOQUEIO-HBSIS35L

              CALL WS-HBSIS35          USING HBSIS35L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS35L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2200-RELATORIOS

           .
       2299-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RELATORIO DE CUMPRIMENTO DE VISITAS (HBSIS43P)              *
      *----------------------------------------------------------------*
       2295-RELAT-CUMPR-VISITAS        SECTION.

           MOVE ZEROS                  TO WS-VIS-DATA-INI
                                          WS-VIS-DATA-FIM
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-CUMPR-VISITA
           ACCEPT  TELA-CUMPR-VISITA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS43L
              MOVE 2                   TO COD-FUNCAO-HBSIS43L
              MOVE WS-VIS-DATA-INI     TO DATA-INI-HBSIS43L
              MOVE WS-VIS-DATA-FIM     TO DATA-FIM-HBSIS43L

              CALL WS-HBSIS43          USING HBSIS43L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS43L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2200-RELATORIOS

           .
       2295-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MENU DE RELATORIOS COMERCIAIS                                  *
      *----------------------------------------------------------------*
       2550-REL-COMERCIAL              SECTION.

           DISPLAY TELA-REL-COMERCIAL
           ACCEPT  TELA-REL-COMERCIAL

           EVALUATE WS-COM-OPCAO
               WHEN 01
                    PERFORM 2551-RELAT-ATINGIMENTO
               WHEN 02
                    PERFORM 2552-APURA-COMISSAO
               WHEN 03
                    PERFORM 2553-RELAT-QUEDA
               WHEN 04
                    PERFORM 2554-RECLASS-ABC
               WHEN 05
                    PERFORM 2555-RELAT-GRUPOS
               WHEN 06
                    PERFORM 2556-RELAT-EXC-REGIAO
               WHEN 07
                    PERFORM 2557-RELAT-SCORECARD
               WHEN 08
                    PERFORM 2558-RELAT-LACUNAS
               WHEN 09
                    PERFORM 2559-RELAT-EQUIPAMENTOS
               WHEN 10
                    PERFORM 2560-RELAT-FUNIL-PROSPECT
               WHEN 11
                    PERFORM 2570-REL-COMERCIAL-2
               WHEN 99
                    PERFORM 2200-RELATORIOS
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2550-REL-COMERCIAL
           END-EVALUATE

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RELATORIO DE ATINGIMENTO DE QUOTAS (HBSIS44P FUNCAO 5)      *
      *----------------------------------------------------------------*
       2551-RELAT-ATINGIMENTO          SECTION.

           MOVE ZEROS                  TO WS-ATI-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA
                                          WS-HIE-CONSOLIDADO

           DISPLAY TELA-ATINGIMENTO
           ACCEPT  TELA-ATINGIMENTO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS44L
              MOVE 5                   TO COD-FUNCAO-HBSIS44L
              MOVE WS-ATI-ANO-MES      TO ANO-MES-HBSIS44L
              MOVE FUNCTION UPPER-CASE(WS-HIE-CONSOLIDADO)
                                       TO FLAG-CONSOLIDADO-HBSIS44L

              CALL WS-HBSIS44          USING HBSIS44L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS44L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2551-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    APURACAO MENSAL DE COMISSAO (HBSIS45P FUNCAO 5)             *
      *----------------------------------------------------------------*
       2552-APURA-COMISSAO             SECTION.

           MOVE ZEROS                  TO WS-CMS-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA
                                          WS-HIE-CONSOLIDADO

           DISPLAY TELA-APURA-COMISSAO
           ACCEPT  TELA-APURA-COMISSAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS45L
              MOVE 5                   TO COD-FUNCAO-HBSIS45L
              MOVE WS-CMS-ANO-MES      TO ANO-MES-HBSIS45L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS45L
              MOVE FUNCTION UPPER-CASE(WS-HIE-CONSOLIDADO)
                                       TO FLAG-CONSOLIDADO-HBSIS45L

              CALL WS-HBSIS45          USING HBSIS45L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS45L
                                       AT 1920

              IF COD-RETORNO-HBSIS45L  EQUAL ZEROS
                 DISPLAY "AJUSTES APLICADOS/SALDO TRANSP.: "
                                       AT 2002
                 DISPLAY QTD-AJUSTES-HBSIS45L
                                       AT 2036
                 MOVE TOT-SALDO-TRANSP-HBSIS45L
                                       TO WS-AJC-VALOR-EXIBE
                 DISPLAY WS-AJC-VALOR-EXIBE
                                       AT 2043
              END-IF

              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2552-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ALERTA DE QUEDA DE RECEITA (HBSIS53P)                       *
      *----------------------------------------------------------------*
       2553-RELAT-QUEDA                SECTION.

           MOVE ZEROS                  TO WS-QUEDA-PCT
           MOVE SPACES                 TO WS-CONFIRMA
                                          WS-HIE-CONSOLIDADO

           DISPLAY TELA-QUEDA-RECEITA
           ACCEPT  TELA-QUEDA-RECEITA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS53L
              MOVE WS-QUEDA-PCT        TO PCT-QUEDA-HBSIS53L
              MOVE FUNCTION UPPER-CASE(WS-HIE-CONSOLIDADO)
                                       TO FLAG-CONSOLIDADO-HBSIS53L

              CALL WS-HBSIS53          USING HBSIS53L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS53L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2553-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RECLASSIFICACAO ABC DOS CLIENTES (HBSIS54P)                 *
      *----------------------------------------------------------------*
       2554-RECLASS-ABC                SECTION.

           MOVE ZEROS                  TO WS-RCL-PCT-A
                                          WS-RCL-PCT-B
           MOVE SPACES                 TO WS-RCL-SO-RELATORIO
                                          WS-CONFIRMA

           DISPLAY TELA-RECLASS-ABC
           ACCEPT  TELA-RECLASS-ABC

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS54L
              MOVE WS-RCL-PCT-A        TO PCT-TIER-A-HBSIS54L
              MOVE WS-RCL-PCT-B        TO PCT-TIER-B-HBSIS54L
              MOVE FUNCTION UPPER-CASE(WS-RCL-SO-RELATORIO)
                                       TO FLAG-SO-RELAT-HBSIS54L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS54L

              CALL WS-HBSIS54          USING HBSIS54L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS54L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2554-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RELATORIO DE GRUPOS ECONOMICOS (HBSIS55P)                   *
      *----------------------------------------------------------------*
       2555-RELAT-GRUPOS               SECTION.

           MOVE ZEROS                  TO WS-GRP-RAIZ-CNPJ
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-GRUPO-ECON
           ACCEPT  TELA-GRUPO-ECON

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS55L
              MOVE WS-GRP-RAIZ-CNPJ    TO RAIZ-CNPJ-HBSIS55L

              CALL WS-HBSIS55          USING HBSIS55L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS55L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2555-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXCECOES DE COERENCIA COORDENADA X REGIAO (HBSIS59P)        *
      *----------------------------------------------------------------*
       2556-RELAT-EXC-REGIAO           SECTION.

           INITIALIZE HBSIS59L

           CALL WS-HBSIS59             USING HBSIS59L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS59L
                                       AT 1920
           STOP ' '

           PERFORM 2550-REL-COMERCIAL

           .
       2556-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SCORECARD DE DESEMPENHO POR VENDEDOR (HBSIS64P)             *
      *----------------------------------------------------------------*
       2557-RELAT-SCORECARD            SECTION.

           MOVE ZEROS                  TO WS-SCO-VEND-INI
                                          WS-SCO-VEND-FIM
                                          WS-SCO-REGIAO
           MOVE SPACES                 TO WS-CONFIRMA
                                          WS-HIE-CONSOLIDADO

           DISPLAY TELA-SCORECARD
           ACCEPT  TELA-SCORECARD

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS64L
              MOVE WS-SCO-VEND-INI     TO COD-VEND-INI-HBSIS64L
              MOVE WS-SCO-VEND-FIM     TO COD-VEND-FIM-HBSIS64L
              MOVE WS-SCO-REGIAO       TO COD-REGIAO-HBSIS64L
              MOVE FUNCTION UPPER-CASE(WS-HIE-CONSOLIDADO)
                                       TO FLAG-CONSOLIDADO-HBSIS64L
              IF WS-FILIAL-LOGADA      GREATER ZEROS
      *          OPERADOR DE FILIAL SO ENXERGA A PROPRIA UNIDADE
                 MOVE WS-FILIAL-LOGADA TO COD-FILIAL-HBSIS64L
              ELSE
                 MOVE WS-SCO-FILIAL    TO COD-FILIAL-HBSIS64L
              END-IF

              CALL WS-HBSIS64          USING HBSIS64L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS64L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2557-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ANALISE DE LACUNAS DE COBERTURA (HBSIS65P)                  *
      *----------------------------------------------------------------*
       2558-RELAT-LACUNAS              SECTION.

           MOVE ZEROS                  TO WS-LAC-RAIO-KM
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-LACUNA
           ACCEPT  TELA-LACUNA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS65L
              MOVE WS-LAC-RAIO-KM      TO RAIO-KM-HBSIS65L

              CALL WS-HBSIS65          USING HBSIS65L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS65L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2558-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EQUIPAMENTOS EM COMODATO POR SITUACAO E IDADE (HBSIS70P)    *
      *----------------------------------------------------------------*
       2559-RELAT-EQUIPAMENTOS         SECTION.

           INITIALIZE HBSIS70L
           MOVE 5                      TO COD-FUNCAO-HBSIS70L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS70L

           CALL WS-HBSIS70             USING HBSIS70L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS70L
                                       AT 1920
           STOP ' '

           PERFORM 2550-REL-COMERCIAL

           .
       2559-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    FUNIL MENSAL DE PROSPECTS POR VENDEDOR E REGIAO (HBSIS71P)  *
      *----------------------------------------------------------------*
       2560-RELAT-FUNIL-PROSPECT       SECTION.

           MOVE ZEROS                  TO WS-PRP-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-FUNIL-PROSPECT
           ACCEPT  TELA-FUNIL-PROSPECT

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS71L
              MOVE 5                   TO COD-FUNCAO-HBSIS71L
              MOVE WS-PRP-ANO-MES      TO ANO-MES-HBSIS71L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS71L

              CALL WS-HBSIS71          USING HBSIS71L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS71L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2550-REL-COMERCIAL

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PAGINA DO MENU DE RELATORIOS COMERCIAIS                *
      *----------------------------------------------------------------*
       2570-REL-COMERCIAL-2            SECTION.

           DISPLAY TELA-REL-COMERCIAL-2
           ACCEPT  TELA-REL-COMERCIAL-2

           EVALUATE WS-CM2-OPCAO
               WHEN 01
                    PERFORM 2571-RELAT-SEM-PEDIDO
               WHEN 02
                    PERFORM 2572-CONCILIA-PEDIDO
               WHEN 03
                    PERFORM 2573-VISITAS-SUSPEITAS
               WHEN 04
                    PERFORM 2574-PROPOSTA-COORD
               WHEN 05
                    PERFORM 2575-PUBLICO-CAMPANHA
               WHEN 06
                    PERFORM 2576-EXECUCAO-CAMPANHA
               WHEN 07
                    PERFORM 2577-NAO-CLIENTES-CENSO
               WHEN 08
                    PERFORM 2578-SHARE-WALLET
               WHEN 09
                    PERFORM 2579-QUOTA-PROPOSTA-REAL
               WHEN 10
                    PERFORM 2580-DEVOLUCOES-LIMITE
               WHEN 11
                    PERFORM 2581-EXTRATO-KM
               WHEN 12
                    PERFORM 2582-AGING-CASOS
               WHEN 13
                    PERFORM 2583-VENDA-CRUZADA
               WHEN 14
                    PERFORM 2584-PRE-TEMPORADA
               WHEN 15
                    PERFORM 2585-SATISFACAO
               WHEN 99
                    PERFORM 2550-REL-COMERCIAL
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2570-REL-COMERCIAL-2
           END-EVALUATE

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    VISITAS REALIZADAS SEM PEDIDO POR VENDEDOR (HBSIS77P)       *
      *----------------------------------------------------------------*
       2571-RELAT-SEM-PEDIDO           SECTION.

           MOVE ZEROS                  TO WS-PED-DATA-REF
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-VISITA-SEM-PEDIDO
           ACCEPT  TELA-VISITA-SEM-PEDIDO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS77L
              MOVE 2                   TO COD-FUNCAO-HBSIS77L
              MOVE WS-PED-DATA-REF     TO DATA-REF-HBSIS77L

              CALL WS-HBSIS77          USING HBSIS77L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS77L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2571-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CONCILIACAO MENSAL PEDIDO X FATURADO POR CLIENTE (HBSIS77P) *
      *----------------------------------------------------------------*
       2572-CONCILIA-PEDIDO            SECTION.

           MOVE ZEROS                  TO WS-PED-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-CONCILIA-PEDIDO
           ACCEPT  TELA-CONCILIA-PEDIDO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS77L
              MOVE 3                   TO COD-FUNCAO-HBSIS77L
              MOVE WS-PED-ANO-MES      TO ANO-MES-HBSIS77L

              CALL WS-HBSIS77          USING HBSIS77L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS77L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2572-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    VISITAS COM CHECK-IN GPS FORA DA TOLERANCIA (HBSIS43P)      *
      *----------------------------------------------------------------*
       2573-VISITAS-SUSPEITAS          SECTION.

           MOVE ZEROS                  TO WS-VIS-DATA-INI
                                          WS-VIS-DATA-FIM
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-VISITA-GPS
           ACCEPT  TELA-VISITA-GPS

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS43L
              MOVE 3                   TO COD-FUNCAO-HBSIS43L
              MOVE WS-VIS-DATA-INI     TO DATA-INI-HBSIS43L
              MOVE WS-VIS-DATA-FIM     TO DATA-FIM-HBSIS43L

              CALL WS-HBSIS43          USING HBSIS43L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS43L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2573-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROPOSTAS DE CORRECAO DE COORDENADAS POR CHECK-IN (HBSIS43P)*
      *----------------------------------------------------------------*
       2574-PROPOSTA-COORD             SECTION.

           MOVE ZEROS                  TO WS-VIS-DATA-INI
                                          WS-VIS-DATA-FIM
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-VISITA-GPS
           ACCEPT  TELA-VISITA-GPS

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS43L
              MOVE 4                   TO COD-FUNCAO-HBSIS43L
              MOVE WS-VIS-DATA-INI     TO DATA-INI-HBSIS43L
              MOVE WS-VIS-DATA-FIM     TO DATA-FIM-HBSIS43L

              CALL WS-HBSIS43          USING HBSIS43L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS43L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2574-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO PUBLICO-ALVO DA CAMPANHA E LISTA POR VENDEDOR    *
      *    (HBSIS78P)                                                  *
      *----------------------------------------------------------------*
       2575-PUBLICO-CAMPANHA           SECTION.

           MOVE ZEROS                  TO WS-CAM-CODIGO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-REL-CAMPANHA
           ACCEPT  TELA-REL-CAMPANHA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS78L
              MOVE 6                   TO COD-FUNCAO-HBSIS78L
              MOVE WS-CAM-CODIGO       TO COD-CAMPANHA-HBSIS78L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS78L

              CALL WS-HBSIS78          USING HBSIS78L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS78L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2575-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUCAO E GANHO DE RECEITA DA CAMPANHA (HBSIS78P)          *
      *----------------------------------------------------------------*
       2576-EXECUCAO-CAMPANHA          SECTION.

           MOVE ZEROS                  TO WS-CAM-CODIGO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-REL-CAMPANHA
           ACCEPT  TELA-REL-CAMPANHA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS78L
              MOVE 8                   TO COD-FUNCAO-HBSIS78L
              MOVE WS-CAM-CODIGO       TO COD-CAMPANHA-HBSIS78L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS78L

              CALL WS-HBSIS78          USING HBSIS78L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS78L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2576-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PONTOS DO CENSO QUE AINDA NAO SAO CLIENTES (HBSIS80P)       *
      *----------------------------------------------------------------*
       2577-NAO-CLIENTES-CENSO         SECTION.

           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-REL-CENSO
           ACCEPT  TELA-REL-CENSO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS80L
              MOVE 2                   TO COD-FUNCAO-HBSIS80L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS80L

              CALL WS-HBSIS80          USING HBSIS80L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS80L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2577-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SHARE OF WALLET - RECEITA X POTENCIAL DO CENSO (HBSIS80P)   *
      *----------------------------------------------------------------*
       2578-SHARE-WALLET               SECTION.

           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-REL-CENSO
           ACCEPT  TELA-REL-CENSO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS80L
              MOVE 4                   TO COD-FUNCAO-HBSIS80L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS80L

              CALL WS-HBSIS80          USING HBSIS80L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS80L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2578-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    QUOTA PROPOSTA X APROVADA X REALIZADA (HBSIS81P)            *
      *----------------------------------------------------------------*
       2579-QUOTA-PROPOSTA-REAL        SECTION.

           MOVE ZEROS                  TO WS-QPR-AM-INI
                                          WS-QPR-AM-FIM
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-REL-QUOTA-PROPOSTA
           ACCEPT  TELA-REL-QUOTA-PROPOSTA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS81L
              MOVE 3                   TO COD-FUNCAO-HBSIS81L
              MOVE WS-QPR-AM-INI       TO ANO-MES-INI-HBSIS81L
              MOVE WS-QPR-AM-FIM       TO ANO-MES-FIM-HBSIS81L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS81L

              CALL WS-HBSIS81          USING HBSIS81L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS81L
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2579-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CLIENTES COM DEVOLUCOES ACIMA DO LIMITE NO MES (HBSIS16P)   *
      *----------------------------------------------------------------*
       2580-DEVOLUCOES-LIMITE          SECTION.

           MOVE ZEROS                  TO WS-DEV-ANO-MES
                                          WS-DEV-PCT
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-REL-DEVOLUCOES
           ACCEPT  TELA-REL-DEVOLUCOES

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS16L
              MOVE 3                   TO COD-FUNCAO-HBSIS16
              MOVE WS-DEV-ANO-MES      TO ANO-MES-HBSIS16
              MOVE WS-DEV-PCT          TO PCT-DEVOL-MAX-HBSIS16
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS16
              PERFORM 6800-CHAMA-HBSIS16

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS16
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2580-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXTRATO MENSAL DE QUILOMETRAGEM E REEMBOLSO (HBSIS84P)      *
      *----------------------------------------------------------------*
       2581-EXTRATO-KM                 SECTION.

           MOVE ZEROS                  TO WS-EKM-ANO-MES
                                          WS-EKM-COD-EVENTO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-EXTRATO-KM
           ACCEPT  TELA-EXTRATO-KM

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS84L
              MOVE 5                   TO COD-FUNCAO-HBSIS84L
              MOVE WS-EKM-ANO-MES      TO ANO-MES-HBSIS84L
              MOVE WS-EKM-COD-EVENTO   TO COD-EVENTO-HBSIS84L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS84L

              CALL WS-HBSIS84          USING HBSIS84L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS84L
                                       AT 1920

              IF COD-RETORNO-HBSIS84L  EQUAL ZEROS
                 DISPLAY "VENDEDORES/VISITAS: "
                                       AT 2002
                 DISPLAY QTD-VENDEDORES-HBSIS84L
                                       AT 2022
                 DISPLAY QTD-VISITAS-HBSIS84L
                                       AT 2029
                 DISPLAY "REEMBOLSO: "
                                       AT 2040
                 MOVE TOT-REEMBOLSO-HBSIS84L
                                       TO WS-AJC-VALOR-EXIBE
                 DISPLAY WS-AJC-VALOR-EXIBE
                                       AT 2051
              END-IF

              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2581-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RELATORIO DE AGING DOS CASOS EM ABERTO POR VENDEDOR E       *
      *    REGIAO (HBSIS89P)                                           *
      *----------------------------------------------------------------*
       2582-AGING-CASOS                SECTION.

           INITIALIZE HBSIS89L
           MOVE 4                      TO COD-FUNCAO-HBSIS89L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS89L

           CALL WS-HBSIS89             USING HBSIS89L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS89L
                                       AT 1920

           IF COD-RETORNO-HBSIS89L     EQUAL ZEROS
              DISPLAY "RELATORIO GERADO EM RELAGINGCASOS.TXT"
                                       AT 2002
           END-IF

           STOP ' '

           PERFORM 2570-REL-COMERCIAL-2

           .
       2582-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    OPORTUNIDADES DE VENDA CRUZADA POR CATEGORIA CONTRA O       *
      *    GRUPO DE PARES, POR VENDEDOR (HBSIS100P)                    *
      *----------------------------------------------------------------*
       2583-VENDA-CRUZADA              SECTION.

           INITIALIZE HBSIS100L
           MOVE 1                      TO COD-FUNCAO-HBSIS100L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS100L

           CALL WS-HBSIS100            USING HBSIS100L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS100L
                                       AT 1920

           IF COD-RETORNO-HBSIS100L    EQUAL ZEROS
              DISPLAY "RELATORIO GERADO EM RELCROSSSELL.TXT E "
                                       AT 2002
              DISPLAY NOME-CSV-HBSIS100L
                                       AT 2041
           END-IF

           STOP ' '

           PERFORM 2570-REL-COMERCIAL-2

           .
       2583-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CLIENTES SAZONAIS QUE REABREM NOS PROXIMOS 30 DIAS, COM O   *
      *    VENDEDOR ANTERIOR (HBSIS101P)                               *
      *----------------------------------------------------------------*
       2584-PRE-TEMPORADA              SECTION.

           INITIALIZE HBSIS101L
           MOVE 5                      TO COD-FUNCAO-HBSIS101L
           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS101L

           CALL WS-HBSIS101            USING HBSIS101L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-HBSIS101L
                                       AT 1920

           IF COD-RETORNO-HBSIS101L    EQUAL ZEROS
              DISPLAY "RELATORIO GERADO EM RELPRETEMPORADA.TXT"
                                       AT 2002
           END-IF

           STOP ' '

           PERFORM 2570-REL-COMERCIAL-2

           .
       2584-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SATISFACAO POS-VISITA DO MES POR VENDEDOR, REGIAO DO        *
      *    SUPERVISOR E CLASSIFICACAO DO CLIENTE (HBSIS102P)           *
      *----------------------------------------------------------------*
       2585-SATISFACAO                 SECTION.

           MOVE ZEROS                  TO WS-PSQ-ANO-MES
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY TELA-SATISFACAO
           ACCEPT  TELA-SATISFACAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS102L
              MOVE 2                   TO COD-FUNCAO-HBSIS102L
              MOVE WS-PSQ-ANO-MES      TO ANO-MES-HBSIS102L

              CALL WS-HBSIS102         USING HBSIS102L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS102L
                                       AT 1920

              IF COD-RETORNO-HBSIS102L EQUAL ZEROS
                 DISPLAY "RELATORIO GERADO EM RELSATISFACAO.TXT"
                                       AT 2002
              END-IF

              STOP ' '
           END-IF

           PERFORM 2570-REL-COMERCIAL-2

           .
       2585-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE CONCILIACAO COM OS CADASTROS         *
           MOVE MAX-DISTANCIA-HBSIS22  TO WS-EXE-MAX-DISTANCIA
           MOVE MAX-CLI-VEND-HBSIS22   TO WS-EXE-MAX-CLIENTES
           MOVE MAX-VALOR-VEND-HBSIS22 TO WS-EXE-MAX-VALOR
           MOVE FLAG-TROCA-HBSIS22     TO WS-EXE-TROCA

           DISPLAY TELA-EXECUTAR
           ACCEPT  TELA-EXECUTAR
                                       TO COD-FILIAL-HBSIS07L
                    MOVE FUNCTION UPPER-CASE(WS-EXE-DELTA)
                                       TO FLAG-DELTA-HBSIS07L
                    MOVE FUNCTION UPPER-CASE(WS-EXE-TROCA)
                                       TO FLAG-TROCA-HBSIS07L
                    MOVE FLAG-RASTREIO-HBSIS22
                                       TO FLAG-RASTREIO-HBSIS07L
                    PERFORM 2305-STAMPA-PARAMETROS
                    PERFORM 2310-CHAMA-HBSIS07
                    DISPLAY WS-LINHA-BRANCO
                                       TO COD-FILIAL-HBSIS07L
                    MOVE FUNCTION UPPER-CASE(WS-EXE-DELTA)
                                       TO FLAG-DELTA-HBSIS07L
                    MOVE FUNCTION UPPER-CASE(WS-EXE-TROCA)
                                       TO FLAG-TROCA-HBSIS07L
                    MOVE FLAG-RASTREIO-HBSIS22
                                       TO FLAG-RASTREIO-HBSIS07L
                    PERFORM 2305-STAMPA-PARAMETROS
                    PERFORM 2310-CHAMA-HBSIS07
                    DISPLAY WS-LINHA-BRANCO
           AND MAX-DISTANCIA-HBSIS07L  EQUAL MAX-DISTANCIA-HBSIS22
           AND MAX-CLI-VEND-HBSIS07L   EQUAL MAX-CLI-VEND-HBSIS22
           AND MAX-VALOR-VEND-HBSIS07L EQUAL MAX-VALOR-VEND-HBSIS22
           AND FLAG-TROCA-HBSIS07L     EQUAL FLAG-TROCA-HBSIS22
              MOVE WS-EXE-NOME-PARAM   TO NOME-PARAM-HBSIS07L
           ELSE
              MOVE "MANUAL"            TO NOME-PARAM-HBSIS07L
           MOVE PESO-SENIOR-HBSIS22    TO WS-PAR-PESO-SENIOR
           MOVE PESO-VINCULO-HBSIS22   TO WS-PAR-PESO-VINCULO
           MOVE FLAG-GRUPO-HBSIS22     TO WS-PAR-FLAG-GRUPO
           MOVE FLAG-TROCA-HBSIS22     TO WS-PAR-FLAG-TROCA
           MOVE FLAG-RASTREIO-HBSIS22  TO WS-PAR-FLAG-RASTREIO
           MOVE TOLER-CHECKIN-HBSIS22  TO WS-PAR-TOLER-CHECKIN

           DISPLAY TELA-PARAM-DIST
           ACCEPT  TELA-PARAM-DIST
              MOVE WS-PAR-PESO-VINCULO TO PESO-VINCULO-HBSIS22
              MOVE FUNCTION UPPER-CASE(WS-PAR-FLAG-GRUPO)
                                       TO FLAG-GRUPO-HBSIS22
              MOVE FUNCTION UPPER-CASE(WS-PAR-FLAG-TROCA)
                                       TO FLAG-TROCA-HBSIS22
              MOVE FUNCTION UPPER-CASE(WS-PAR-FLAG-RASTREIO)
                                       TO FLAG-RASTREIO-HBSIS22
              MOVE WS-PAR-TOLER-CHECKIN
                                       TO TOLER-CHECKIN-HBSIS22
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS22
              PERFORM 7100-CHAMA-HBSIS22
              DISPLAY WS-LINHA-BRANCO  AT 1902
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN 6
                    IF WS-PERFIL-LOGADO EQUAL "S"
                       PERFORM 2460-POSICAO-CADASTRO
                    ELSE
                       PERFORM 2900-AVISA-SEM-ACESSO
                    END-IF
               WHEN OTHER
                    PERFORM 2000-PROCESSA
           END-EVALUATE
      *----------------------------------------------------------------*
       2420-CONSULTA-360               SECTION.

           MOVE WS-USUARIO-LOGADO      TO OPERADOR-HBSIS38L

           CALL WS-HBSIS38             USING HBSIS38L

           DISPLAY WS-LINHA-BRANCO     AT 1902
                                          WS-CLASSIF-CLI
                                          WS-FREQ-VISITA-CLI
           MOVE ZEROS                  TO WS-CEP-CLI
                                          WS-CANAL-CLI

           .
       3000-EXIT.
                                          WS-CEP-VEND
                                          WS-DEPOSITO-VEND
                                          WS-FILIAL-VEND
                                          WS-LINHA-VEND-1
                                          WS-LINHA-VEND-2
                                          WS-LINHA-VEND-3
                                          WS-LINHA-VEND-4
                                          WS-LINHA-VEND-5
                                          WS-CANAL-VEND-1
                                          WS-CANAL-VEND-2
                                          WS-CANAL-VEND-3
                                          WS-CANAL-VEND-4
                                          WS-CANAL-VEND-5
           MOVE SPACES                 TO WS-NOME-VEND
           MOVE SPACES                 TO WS-OPERADOR-VEND
           MOVE SPACES                 TO WS-SENIOR-VEND
                                       TO CLASSIF-HBSIS02
           MOVE FUNCTION UPPER-CASE(WS-FREQ-VISITA-CLI)
                                       TO FREQ-VISITA-HBSIS02
           MOVE WS-CANAL-CLI           TO COD-CANAL-HBSIS02

           .
       5000-EXIT.
           MOVE WS-FILIAL-VEND         TO COD-FILIAL-HBSIS04
           MOVE FUNCTION UPPER-CASE(WS-SENIOR-VEND)
                                       TO FLAG-SENIOR-HBSIS04
           MOVE WS-LINHAS-VEND         TO LINHAS-VEND-HBSIS04
           MOVE WS-CANAIS-VEND         TO CANAIS-VEND-HBSIS04

           .
       7000-EXIT.
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICAO DO CADASTRO DE CLIENTES OU VENDEDORES EM UMA DATA,     *
      * REMONTADA PELA AUDITORIA (HBSIS91P)                            *
      *----------------------------------------------------------------*
       2460-POSICAO-CADASTRO           SECTION.

           MOVE ZEROS                  TO WS-PCD-FUNCAO
                                          WS-PCD-DATA
                                          WS-PCD-CODIGO
           MOVE SPACES                 TO WS-PCD-ENTIDADE
                                          WS-CONFIRMA

           DISPLAY TELA-POSICAO-CADASTRO
           ACCEPT  TELA-POSICAO-CADASTRO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE HBSIS91L
              MOVE WS-PCD-FUNCAO       TO COD-FUNCAO-HBSIS91L
              MOVE FUNCTION UPPER-CASE(WS-PCD-ENTIDADE)
                                       TO ENTIDADE-HBSIS91L
              MOVE WS-PCD-DATA         TO DATA-POSICAO-HBSIS91L
              MOVE WS-PCD-CODIGO       TO CODIGO-HBSIS91L
              MOVE WS-USUARIO-LOGADO   TO OPERADOR-HBSIS91L

              CALL WS-HBSIS91          USING HBSIS91L

              DISPLAY WS-LINHA-BRANCO  AT 1902
              DISPLAY MSG-RETORNO-HBSIS91L
                                       AT 1902

              IF WS-PCD-FUNCAO         EQUAL 1
              AND EXISTIA-HBSIS91L     EQUAL "S"
                 MOVE LATITUDE-HBSIS91L
                                       TO WS-PCD-LATITUDE
                 MOVE LONGITUDE-HBSIS91L
                                       TO WS-PCD-LONGITUDE
                 DISPLAY "CNPJ/CPF: "  AT 1702
                 DISPLAY IDENT-HBSIS91L
                                       AT 1712
                 DISPLAY NOME-HBSIS91L AT 1728
                 DISPLAY "ATIVO: "     AT 1802
                 DISPLAY FLAG-ATIVO-HBSIS91L
                                       AT 1809
                 DISPLAY "REGIAO: "    AT 1812
                 DISPLAY COD-REGIAO-HBSIS91L
                                       AT 1820
                 DISPLAY "COORD: "     AT 1825
                 DISPLAY WS-PCD-LATITUDE
                                       AT 1832
                 DISPLAY WS-PCD-LONGITUDE
                                       AT 1846
                 IF ENTIDADE-HBSIS91L  EQUAL "C"
                    DISPLAY "CLASSIF: "
                                       AT 1861
                    DISPLAY CLASSIF-HBSIS91L
                                       AT 1870
                 END-IF
              END-IF

              STOP ' '
           END-IF

           PERFORM 2400-CONSULTAS

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARIMBO DE ENTRADA NO MENU DE CADASTROS                        *
      *----------------------------------------------------------------*
       9510-STAMPA-CADASTROS           SECTION.
