      *                DA ULTIMA EXECUCAO DA DISTRIBUICAO: SEQUENCIA   *
      *                SUGERIDA DE VISITAS PELO VIZINHO MAIS PROXIMO   *
      *                PARTINDO DAS COORDENADAS DO PROPRIO VENDEDOR,   *
      *                COM DISTANCIA DE CADA TRECHO E TOTAL DA ROTA.   *
      *                AS PARADAS DE CADA DIA FICAM GRAVADAS NA ROTA   *
      *                PLANEJADA (ARQ-ROTA-PLANEJADA) PARA O EXTRATO   *
      *                DE QUILOMETRAGEM (HBSIS84P)                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                RECORD  KEY IS COD-DEPOSITO-HBSIS61C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DEP.

           SELECT ARQ-DISTRIB-LINHA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS69C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS69C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DLN.

           SELECT ARQ-EQUIPAMENTO    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-SERIE-HBSIS70C
                       ALTERNATE RECORD KEY IS COD-CLIENTE-HBSIS70C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-EQP.

           SELECT ARQ-JANELA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS73C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-JAN.

           SELECT ARQ-ROTA-PLANEJADA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS84C
                       ALTERNATE RECORD KEY IS CHAVE-CLI-HBSIS84C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RPL.

           SELECT ARQ-TEMPORADA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS101C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TMP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqDeposito'.
       COPY "HBSIS61C.CPY".

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".

       FD  ARQ-EQUIPAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEquipamento'.
       COPY "HBSIS70C.CPY".

       FD  ARQ-JANELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJanela'.
       COPY "HBSIS73C.CPY".

       FD  ARQ-ROTA-PLANEJADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRotaPlanejada'.
       COPY "HBSIS84C.CPY".

       FD  ARQ-TEMPORADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTemporada'.
       COPY "HBSIS101C.CPY".

       FD  ARQ-MANIFESTO
           LABEL RECORD IS STANDARD.
       01  REG-MANIFESTO.
       77  WS-FL-STATUS-MAN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AGE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EQP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-JAN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RPL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TMP            PIC  X(002)         VALUE "00".

       01  WS-NOME-ROTA                PIC  X(030)         VALUE SPACES.
       01  WS-NOME-DESPACHO            PIC  X(030)         VALUE SPACES.
       01  WS-QTD-DESP-FALHA           PIC  9(003)         VALUE ZEROS.
       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
       01  WS-EQUIP-ABERTO             PIC  X(001)         VALUE "N".
       01  WS-PARADA-EQUIP             PIC  X(001)         VALUE "N".
       01  WS-CLI-JA-PARADA            PIC  X(001)         VALUE "N".
       01  WS-QTD-PAR-ANTES            PIC  9(005)         VALUE ZEROS.
       01  WS-JANELA-ABERTO            PIC  X(001)         VALUE "N".
       01  WS-PLANO-ABERTO             PIC  X(001)         VALUE "N".
       01  WS-DATA-HOJE-PLANO          PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CLIENTE SAZONAL (ARQ-TEMPORADA): FORA DAS JANELAS DE           *
      * FUNCIONAMENTO (DIA/MES, A JANELA PODE VIRAR O ANO) NA DATA DA  *
      * GERACAO, NAO ENTRA NA FOLHA DE ROTA                            *
      *----------------------------------------------------------------*
       01  WS-TEMPORADA-ABERTO         PIC  X(001)         VALUE "N".
       01  WS-FORA-TEMPORADA           PIC  X(001)         VALUE "N".
       01  WS-IDX-TMP                  PIC  9(001)         VALUE ZEROS.
       01  WS-DATA-TESTE               PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO            PIC  9(004).
           05  WS-TESTE-MMDD           PIC  9(004).
       01  WS-MMDD-INI                 PIC  9(004)         VALUE ZEROS.
       01  WS-MMDD-FIM                 PIC  9(004)         VALUE ZEROS.
       01  WS-HORA-PLANO               PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CLIENTES DA ULTIMA EXECUCAO COM AS COORDENADAS DO CADASTRO     *
               10  WS-PAR-CONTATO      PIC  X(020).
               10  WS-PAR-FONE         PIC  X(015).
               10  WS-PAR-CLASSIF      PIC  X(001).
               10  WS-PAR-TEM-JANELA   PIC  X(001).

      *----------------------------------------------------------------*
      * VENDEDORES PRESENTES NA EXECUCAO E SUAS COORDENADAS            *
       01  WS-DIA-INDISPONIVEL         PIC  X(001)         VALUE "N".
       01  WS-COBERTURA-DIA            PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * JANELAS DE VISITA (ARQ-JANELA): A JORNADA COMECA AS 08:00; A   *
      * CHEGADA A UM CLIENTE COM JANELAS DEVE CAIR DENTRO DE UMA DAS   *
      * JANELAS DO DIA DA SEMANA (CHEGANDO ANTES, O VENDEDOR ESPERA A  *
      * ABERTURA). PARADA QUE NAO CABE EM NENHUM DIA DE UMA SEMANA     *
      * INTEIRA VAI PARA A PAGINA DE CONFLITOS DE JANELA               *
      *----------------------------------------------------------------*
       01  WS-MIN-INICIO-JORNADA       PIC  9(004)         VALUE 480.
       01  WS-DIA-SEMANA-ROTA          PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-JAN                  PIC  9(001)         VALUE ZEROS.
       01  WS-JAN-CABE                 PIC  X(001)         VALUE "N".
       01  WS-MIN-ESPERA               PIC  9(005)V9(002)  VALUE ZEROS.
       01  WS-MIN-CHEGADA              PIC  9(005)V9(002)  VALUE ZEROS.
       01  WS-MIN-TRECHO-CAND          PIC  9(005)V9(002)  VALUE ZEROS.
       01  WS-MIN-JAN-INI              PIC  9(004)         VALUE ZEROS.
       01  WS-MIN-JAN-FIM              PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-INI-CAND             PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-FIM-CAND             PIC  9(004)         VALUE ZEROS.
       01  WS-CUSTO-TRECHO             PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-MENOR-CUSTO              PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-ESPERA-ESCOLHIDA         PIC  9(005)V9(002)  VALUE ZEROS.
       01  WS-JAN-INI-ESCOLHIDA        PIC  9(004)         VALUE ZEROS.
       01  WS-JAN-FIM-ESCOLHIDA        PIC  9(004)         VALUE ZEROS.
       01  WS-QTD-RESTANTES            PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-DIAS-VAZIOS          PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-CONFLITOS            PIC  9(005)         VALUE ZEROS.

       01  WS-HHMM                     PIC  9(004)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-HHMM.
           05  WS-HHMM-HH              PIC  9(002).
           05  WS-HHMM-MM              PIC  9(002).

       01  WS-MIN-RELOGIO              PIC  9(005)         VALUE ZEROS.
       01  WS-HORA-ED.
           05  WS-HORA-ED-HH           PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-HORA-ED-MM           PIC  9(002)         VALUE ZEROS.

       01  WS-TAB-INDISP-ROTA.
           05  WS-TAB-IND-QTD          PIC  9(003)         VALUE ZEROS.
           05  WS-TAB-IND-ITEM         OCCURS 500 TIMES
           03 RODAPE-ROTA-TOTAL        PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER                   PIC  X(059)         VALUE SPACES.

       01  LINHA-EQUIP-PARADA.
           03 FILLER                   PIC  X(009)         VALUE SPACES.
           03 FILLER                   PIC  X(015)         VALUE
              ">> EQUIPAMENTO ".
           03 LEQ-ACAO                 PIC  X(014)         VALUE SPACES.
           03 FILLER                   PIC  X(007)         VALUE
              " SERIE ".
           03 LEQ-SERIE                PIC  X(020)         VALUE SPACES.
           03 FILLER                   PIC  X(006)         VALUE
              " TIPO ".
           03 LEQ-TIPO                 PIC  X(001)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 LEQ-DESCRICAO            PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(010)         VALUE
              " CONTRATO ".
           03 LEQ-CONTRATO             PIC  X(015)         VALUE SPACES.

       01  LINHA-JANELA-PARADA.
           03 FILLER                   PIC  X(009)         VALUE SPACES.
           03 FILLER                   PIC  X(020)         VALUE
              ">> CHEGADA PREVISTA ".
           03 LJA-CHEGADA              PIC  X(005)         VALUE SPACES.
           03 FILLER                   PIC  X(009)         VALUE
              "  JANELA ".
           03 LJA-INICIO               PIC  X(005)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE
              " A ".
           03 LJA-FIM                  PIC  X(005)         VALUE SPACES.
           03 FILLER                   PIC  X(079)         VALUE SPACES.

       01  CAB-CONFLITO-JANELA.
           03 FILLER                   PIC  X(032)         VALUE
              "  CONFLITOS DE JANELA DE VISITA".
           03 FILLER                   PIC  X(027)         VALUE
              " - PARADAS NAO PROGRAMADAS".
           03 FILLER                   PIC  X(076)         VALUE SPACES.

       01  DET-CONFLITO-JANELA.
           03 FILLER                   PIC  X(007)         VALUE SPACES.
           03 DCJ-COD-CLI              PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DCJ-RAZAO                PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 FILLER                   PIC  X(050)         VALUE
              "NENHUMA JANELA VIAVEL NOS PROXIMOS 7 DIAS DA ROTA".
           03 FILLER                   PIC  X(027)         VALUE SPACES.

       01  ROD-CONFLITO-JANELA.
           03 FILLER                   PIC  X(030)         VALUE
              "  TOTAL DE PARADAS EM CONFLITO".
           03 FILLER                   PIC  X(002)         VALUE ": ".
           03 RCJ-QTD                  PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(098)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(135)         VALUE
              ALL "-".
           PERFORM 2075-CARREGA-AGENDA
           PERFORM 2080-CARREGA-DEPOSITOS
           PERFORM 2100-CARREGA-VENDEDORES

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-TESTE
           OPEN INPUT ARQ-TEMPORADA

           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE "S"                 TO WS-TEMPORADA-ABERTO
           END-IF

           PERFORM 2200-CARREGA-PARADAS

           CLOSE ARQ-DISTRIBUICAO

           OPEN INPUT ARQ-EQUIPAMENTO

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              MOVE "S"                 TO WS-EQUIP-ABERTO
              PERFORM 2230-CARREGA-PARADAS-EQUIP
           END-IF

           OPEN INPUT ARQ-JANELA

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE "S"                 TO WS-JANELA-ABERTO
           END-IF

           PERFORM 2090-ABRE-ROTA-PLANEJADA

           IF FLAG-DESPACHO-HBSIS34L   EQUAL "S"
              OPEN OUTPUT ARQ-MANIFESTO


           PERFORM 2300-GERA-ROTAS

           IF WS-JANELA-ABERTO         EQUAL "S"
              CLOSE ARQ-JANELA
              MOVE "N"                 TO WS-JANELA-ABERTO
           END-IF

           IF WS-TEMPORADA-ABERTO      EQUAL "S"
              CLOSE ARQ-TEMPORADA
              MOVE "N"                 TO WS-TEMPORADA-ABERTO
           END-IF

           IF WS-PLANO-ABERTO          EQUAL "S"
              CLOSE ARQ-ROTA-PLANEJADA
              MOVE "N"                 TO WS-PLANO-ABERTO
           END-IF

           IF WS-EQUIP-ABERTO          EQUAL "S"
              CLOSE ARQ-EQUIPAMENTO
              MOVE "N"                 TO WS-EQUIP-ABERTO
           END-IF

           IF FLAG-DESPACHO-HBSIS34L   EQUAL "S"
              CLOSE ARQ-MANIFESTO

           END-IF

           PERFORM UNTIL WS-FL-STATUS-DIS NOT EQUAL "00"
              PERFORM 2205-INCLUI-PARADA
              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           PERFORM 2220-CARREGA-PARADAS-LINHAS

           CLOSE ARQ-CLIENTE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI NA TABELA DE PARADAS O CLIENTE DO REGISTRO CORRENTE DA  *
      * DISTRIBUICAO                                                   *
      *----------------------------------------------------------------*
       2205-INCLUI-PARADA              SECTION.

           IF FLAG-NAO-ATRIB-HBSIS07C NOT EQUAL "S"
           AND COD-VENDEDOR-HBSIS07C GREATER ZEROS
           AND WS-TAB-PAR-QTD          LESS 99999
              MOVE COD-CLIENTE-HBSIS07C
                                       TO COD-CLIENTE-HBSIS02C
              READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
      *       CLIENTE COM CREDITO BLOQUEADO SAI DA ROTA QUANDO O
      *       TRATAMENTO ESCOLHIDO E SUPRIMIR
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
              AND FLAG-CREDITO-HBSIS02C EQUAL "B"
              AND TRATA-BLOQUEIO-HBSIS34L EQUAL "S"
              AND WS-PARADA-EQUIP      NOT EQUAL "S"
                 MOVE "23"             TO WS-FL-STATUS-CLI
              END-IF
      *       CLIENTE SAZONAL FORA DA TEMPORADA TAMBEM SAI DA ROTA
      *       (A RETIRADA DE EQUIPAMENTO CONTINUA PROGRAMADA)
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
              AND WS-TEMPORADA-ABERTO  EQUAL "S"
              AND WS-PARADA-EQUIP      NOT EQUAL "S"
                 PERFORM 2207-VERIFICA-TEMPORADA
                 IF WS-FORA-TEMPORADA  EQUAL "S"
                    MOVE "23"          TO WS-FL-STATUS-CLI
                 END-IF
              END-IF
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 ADD 1                 TO WS-TAB-PAR-QTD
                 SET WS-IDX-PAR        TO WS-TAB-PAR-QTD
                 MOVE COD-VENDEDOR-HBSIS07C
                                       TO WS-PAR-COD-VEND (WS-IDX-PAR)
                 MOVE COD-CLIENTE-HBSIS07C
                                       TO WS-PAR-COD-CLI (WS-IDX-PAR)
                 MOVE RAZAO-SOCIAL-HBSIS07C
                                       TO WS-PAR-RAZAO (WS-IDX-PAR)
                 MOVE LATITUDE-CLI-HBSIS02C
                                       TO WS-PAR-LAT (WS-IDX-PAR)
                 MOVE LONGITUDE-CLI-HBSIS02C
                                       TO WS-PAR-LON (WS-IDX-PAR)
                 MOVE "N"              TO WS-PAR-VISITADO (WS-IDX-PAR)
                 MOVE LOGRADOURO-HBSIS02C
                                       TO WS-PAR-LOGRADOURO
                                          (WS-IDX-PAR)
                 MOVE NUMERO-END-HBSIS02C
                                       TO WS-PAR-NUMERO-END
                                          (WS-IDX-PAR)
                 MOVE MUNICIPIO-HBSIS02C
                                       TO WS-PAR-MUNICIPIO (WS-IDX-PAR)
                 MOVE UF-HBSIS02C      TO WS-PAR-UF (WS-IDX-PAR)
                 MOVE CEP-HBSIS02C     TO WS-PAR-CEP (WS-IDX-PAR)
                 MOVE FLAG-CREDITO-HBSIS02C
                                       TO WS-PAR-CREDITO (WS-IDX-PAR)
                 MOVE CLASSIF-HBSIS02C
                                       TO WS-PAR-CLASSIF (WS-IDX-PAR)
                 PERFORM 2210-BUSCA-CONTATO-PARADA
                 MOVE "S"              TO WS-VROTA-TEM-CLI
                                       (COD-VENDEDOR-HBSIS07C)
              END-IF
           END-IF

           .
       2205-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTA SE O CLIENTE SAZONAL ESTA FORA DA TEMPORADA NA DATA DE   *
      * TESTE (NENHUMA JANELA DIA/MES CONTEM A DATA)                   *
      *----------------------------------------------------------------*
       2207-VERIFICA-TEMPORADA         SECTION.

           MOVE "N"                    TO WS-FORA-TEMPORADA

           MOVE COD-CLIENTE-HBSIS02C   TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         NOT EQUAL ZEROS
           OR FLAG-SAZONAL-HBSIS101C   NOT EQUAL "S"
              GO TO 2207-EXIT
           END-IF

           MOVE "S"                    TO WS-FORA-TEMPORADA

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

           .
       2207-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHAS DE PRODUTO ADICIONAIS: O CLIENTE ENTRA TAMBEM NA ROTA   *
      * DO VENDEDOR DE CADA LINHA QUANDO ELE NAO E O MESMO DA LINHA    *
      * PRINCIPAL                                                      *
      *----------------------------------------------------------------*
       2220-CARREGA-PARADAS-LINHAS     SECTION.

           OPEN INPUT ARQ-DISTRIB-LINHA

           IF WS-FL-STATUS-DLN         NOT EQUAL ZEROS
              GO TO 2220-EXIT
           END-IF

           MOVE WS-ULT-DATA-EXEC       TO DATA-EXECUCAO-HBSIS69C
           MOVE WS-ULT-HORA-EXEC       TO HORA-EXECUCAO-HBSIS69C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS69C
                                          COD-LINHA-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS CHAVE-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              READ ARQ-DISTRIB-LINHA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              OR DATA-EXECUCAO-HBSIS69C NOT EQUAL WS-ULT-DATA-EXEC
              OR HORA-EXECUCAO-HBSIS69C NOT EQUAL WS-ULT-HORA-EXEC
              IF FLAG-CONTA-CARGA-HBSIS69C EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS69C
                                       TO COD-VENDEDOR-HBSIS07C
                 MOVE COD-CLIENTE-HBSIS69C
                                       TO COD-CLIENTE-HBSIS07C
                 MOVE RAZAO-SOCIAL-HBSIS69C
                                       TO RAZAO-SOCIAL-HBSIS07C
                 MOVE FLAG-NAO-ATRIB-HBSIS69C
                                       TO FLAG-NAO-ATRIB-HBSIS07C
                 PERFORM 2205-INCLUI-PARADA
              END-IF
              READ ARQ-DISTRIB-LINHA NEXT
           END-PERFORM

           CLOSE ARQ-DISTRIB-LINHA

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EQUIPAMENTOS EM COMODATO COM TAREFA DE INSPECAO/RECOLHIMENTO:  *
      * O CLIENTE QUE NAO ESTA NA ROTA (INATIVADO, FUNDIDO OU          *
      * SUPRIMIDO POR BLOQUEIO DE CREDITO) ENTRA COMO PARADA DO        *
      * VENDEDOR DA TAREFA                                             *
      *----------------------------------------------------------------*
       2230-CARREGA-PARADAS-EQUIP      SECTION.

           OPEN INPUT ARQ-CLIENTE

           MOVE "S"                    TO WS-PARADA-EQUIP

           READ ARQ-EQUIPAMENTO NEXT

           PERFORM UNTIL WS-FL-STATUS-EQP NOT EQUAL "00"
              IF (SITUACAO-EQUIP-HBSIS70C EQUAL "I" OR "R")
              AND COD-VEND-TAREFA-HBSIS70C GREATER ZEROS
              AND COD-CLIENTE-HBSIS70C GREATER ZEROS
                 MOVE "N"              TO WS-CLI-JA-PARADA
                 PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                         UNTIL WS-IDX-PAR GREATER WS-TAB-PAR-QTD
                            OR WS-CLI-JA-PARADA EQUAL "S"
                    IF WS-PAR-COD-CLI (WS-IDX-PAR)
                                       EQUAL COD-CLIENTE-HBSIS70C
                       MOVE "S"        TO WS-CLI-JA-PARADA
                    END-IF
                 END-PERFORM
                 IF WS-CLI-JA-PARADA   EQUAL "N"
                    MOVE WS-TAB-PAR-QTD
                                       TO WS-QTD-PAR-ANTES
                    MOVE COD-VEND-TAREFA-HBSIS70C
                                       TO COD-VENDEDOR-HBSIS07C
                    MOVE COD-CLIENTE-HBSIS70C
                                       TO COD-CLIENTE-HBSIS07C
                    MOVE SPACES        TO RAZAO-SOCIAL-HBSIS07C
                    MOVE "N"           TO FLAG-NAO-ATRIB-HBSIS07C
                    PERFORM 2205-INCLUI-PARADA
                    IF WS-TAB-PAR-QTD  GREATER WS-QTD-PAR-ANTES
                       MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO WS-PAR-RAZAO (WS-IDX-PAR)
                    END-IF
                 END-IF
              END-IF
              READ ARQ-EQUIPAMENTO NEXT
           END-PERFORM

           MOVE "N"                    TO WS-PARADA-EQUIP

           CLOSE ARQ-CLIENTE

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA O CONTATO PRINCIPAL DO CLIENTE DA PARADA (HBSIS57P)      *

           MOVE WS-POS-LAT             TO WS-INI-LAT
           MOVE WS-POS-LON             TO WS-INI-LON

           IF WS-PLANO-ABERTO          EQUAL "S"
              PERFORM 2317-LIMPA-ROTA-PLANEJADA
           END-IF
           MOVE ZEROS                  TO WS-DIA-NUM
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-DIA

           PERFORM 2320-CONTA-PARADAS

      *    SEM PARADA QUE CAIBA NO DIA (JANELAS), O DIA E FECHADO E A
      *    ROTA SEGUE NO DIA SEGUINTE; UMA SEMANA SEM NENHUMA PARADA
      *    PROGRAMADA MANDA AS RESTANTES PARA OS CONFLITOS
           MOVE WS-QTD-PARADAS-VEND    TO WS-QTD-RESTANTES
           MOVE ZEROS                  TO WS-QTD-DIAS-VAZIOS
                                          WS-QTD-CONFLITOS

           PERFORM UNTIL WS-QTD-RESTANTES EQUAL ZEROS
              PERFORM 2330-ESCOLHE-PROXIMA-PARADA
              IF WS-IDX-ESCOLHIDO      GREATER ZEROS
                 PERFORM 2340-GRAVA-PARADA
              ELSE
                 PERFORM 2335-AVANCA-DIA-SEM-PARADA
              END-IF
           END-PERFORM

           IF WS-DIA-QTD-PARADAS       GREATER ZEROS
           WRITE REG-ROTA              FROM RODAPE-ROTA
           WRITE REG-ROTA              FROM LINHA-TRACO

           IF WS-QTD-CONFLITOS         GREATER ZEROS
              PERFORM 2338-GRAVA-CONFLITOS-JANELA
           END-IF

           CLOSE ARQ-ROTA

           ADD 1                       TO QTD-ROTAS-HBSIS34L
       2345-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * A NOVA FOLHA SUBSTITUI O PLANO DO VENDEDOR A PARTIR DE AMANHA: *
      * AS PARADAS PLANEJADAS DE DIAS FUTUROS SAO EXCLUIDAS            *
      *----------------------------------------------------------------*
       2317-LIMPA-ROTA-PLANEJADA       SECTION.

           MOVE WS-COD-VEND-ROTA       TO COD-VENDEDOR-HBSIS84C
           MOVE WS-DATA-HOJE-PLANO     TO DATA-ROTA-HBSIS84C
           MOVE 99999                  TO SEQUENCIA-HBSIS84C

           START ARQ-ROTA-PLANEJADA KEY IS GREATER CHAVE-HBSIS84C

           IF WS-FL-STATUS-RPL         EQUAL ZEROS
              READ ARQ-ROTA-PLANEJADA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-RPL NOT EQUAL "00"
              OR COD-VENDEDOR-HBSIS84C NOT EQUAL WS-COD-VEND-ROTA
              DELETE ARQ-ROTA-PLANEJADA
              READ ARQ-ROTA-PLANEJADA NEXT
           END-PERFORM

           MOVE "00"                   TO WS-FL-STATUS-RPL

           .
       2317-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A PARADA NA ROTA PLANEJADA DO DIA, NA ORDEM DA FOLHA     *
      *----------------------------------------------------------------*
       2318-GRAVA-ROTA-PLANEJADA       SECTION.

           INITIALIZE ARQ-HBSIS84C
           MOVE WS-COD-VEND-ROTA       TO COD-VENDEDOR-HBSIS84C
                                          COD-VEND-CLI-HBSIS84C
           MOVE WS-DATA-DIA            TO DATA-ROTA-HBSIS84C
                                          DATA-ROTA-CLI-HBSIS84C
           MOVE WS-SEQ-PARADA          TO SEQUENCIA-HBSIS84C
           MOVE WS-PAR-COD-CLI (WS-IDX-PAR)
                                       TO COD-CLIENTE-HBSIS84C
           MOVE WS-PAR-LAT (WS-IDX-PAR)
                                       TO LATITUDE-HBSIS84C
           MOVE WS-PAR-LON (WS-IDX-PAR)
                                       TO LONGITUDE-HBSIS84C
           MOVE WS-MENOR-TRECHO        TO DIST-TRECHO-HBSIS84C
           MOVE WS-DEPOSITO-ROTA       TO COD-DEPOSITO-HBSIS84C
           MOVE WS-DATA-HOJE-PLANO     TO DATA-GERACAO-HBSIS84C
           MOVE WS-HORA-PLANO          TO HORA-GERACAO-HBSIS84C

           WRITE ARQ-HBSIS84C

           IF WS-FL-STATUS-RPL         EQUAL "22"
              REWRITE ARQ-HBSIS84C
           END-IF

           .
       2318-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE A ROTA PLANEJADA (CRIA NA PRIMEIRA VEZ)                   *
      *----------------------------------------------------------------*
       2090-ABRE-ROTA-PLANEJADA        SECTION.

           MOVE "N"                    TO WS-PLANO-ABERTO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE-PLANO
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-HORA-PLANO

           OPEN I-O ARQ-ROTA-PLANEJADA

           IF WS-FL-STATUS-RPL         EQUAL "35"
              OPEN OUTPUT ARQ-ROTA-PLANEJADA

              IF WS-FL-STATUS-RPL      EQUAL ZEROS
                 CLOSE ARQ-ROTA-PLANEJADA
                 OPEN I-O ARQ-ROTA-PLANEJADA
              END-IF
           END-IF

           IF WS-FL-STATUS-RPL         EQUAL ZEROS OR '05'
              MOVE "S"                 TO WS-PLANO-ABERTO
           END-IF

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA AS PARADAS DO VENDEDOR CORRENTE E REABRE TODAS COMO NAO  *
      * VISITADAS                                                      *
      *----------------------------------------------------------------*
                                       EQUAL WS-COD-VEND-ROTA
                 ADD 1                 TO WS-QTD-PARADAS-VEND
                 MOVE "N"              TO WS-PAR-VISITADO (WS-IDX-PAR)
                 PERFORM 2325-VERIFICA-JANELAS-PARADA
              END-IF
           END-PERFORM

       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA SE O CLIENTE DA PARADA TEM JANELAS DE VISITA CADASTRADAS *
      *----------------------------------------------------------------*
       2325-VERIFICA-JANELAS-PARADA    SECTION.

           MOVE "N"                    TO WS-PAR-TEM-JANELA (WS-IDX-PAR)

           IF WS-JANELA-ABERTO         NOT EQUAL "S"
              GO TO 2325-EXIT
           END-IF

           MOVE WS-PAR-COD-CLI (WS-IDX-PAR)
                                       TO COD-CLIENTE-HBSIS73C
           MOVE ZEROS                  TO DIA-SEMANA-HBSIS73C

           START ARQ-JANELA KEY IS NOT LESS CHAVE-HBSIS73C

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              READ ARQ-JANELA NEXT
              IF WS-FL-STATUS-JAN      EQUAL ZEROS
              AND COD-CLIENTE-HBSIS73C EQUAL
                                       WS-PAR-COD-CLI (WS-IDX-PAR)
                 MOVE "S"              TO WS-PAR-TEM-JANELA
                                          (WS-IDX-PAR)
              END-IF
           END-IF

           .
       2325-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHE A PARADA NAO VISITADA MAIS PROXIMA DA POSICAO ATUAL    *
      *----------------------------------------------------------------*
       2330-ESCOLHE-PROXIMA-PARADA     SECTION.

           MOVE 999999999              TO WS-MENOR-TRECHO
                                          WS-MENOR-CUSTO
           MOVE ZEROS                  TO WS-IDX-ESCOLHIDO
                                          WS-ESPERA-ESCOLHIDA
                                          WS-JAN-INI-ESCOLHIDA
                                          WS-JAN-FIM-ESCOLHIDA

      *    CLIENTE COM JANELAS SO E CANDIDATO SE A CHEGADA CABE EM UMA
      *    JANELA DO DIA; A ESPERA ATE A ABERTURA ENTRA NO CUSTO COMO
      *    A DISTANCIA EQUIVALENTE NA VELOCIDADE MEDIA (SEM ESPERA O
      *    CUSTO E A PROPRIA DISTANCIA, COMO ANTES)
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER WS-TAB-PAR-QTD
              IF WS-PAR-COD-VEND (WS-IDX-PAR)
                                       EQUAL WS-COD-VEND-ROTA
              AND WS-PAR-VISITADO (WS-IDX-PAR) EQUAL "N"
                 MOVE WS-POS-LAT       TO WS-LAT-A
                 MOVE WS-POS-LON       TO WS-LON-A
                 MOVE WS-PAR-LAT (WS-IDX-PAR)
                 MOVE WS-PAR-LON (WS-IDX-PAR)
                                       TO WS-LON-B
                 PERFORM 2350-CALCULA-DISTANCIA
                 MOVE "S"              TO WS-JAN-CABE
                 MOVE ZEROS            TO WS-MIN-ESPERA
                                          WS-JAN-INI-CAND
                                          WS-JAN-FIM-CAND
                 IF WS-PAR-TEM-JANELA (WS-IDX-PAR) EQUAL "S"
                    PERFORM 2375-TESTA-JANELA
                 END-IF
                 IF WS-JAN-CABE        EQUAL "S"
                    COMPUTE WS-CUSTO-TRECHO = WS-CALC-DISTANCIA
                          + WS-MIN-ESPERA * WS-VEL-KMH * 1000 / 60
                    IF WS-CUSTO-TRECHO LESS WS-MENOR-CUSTO
                       MOVE WS-CUSTO-TRECHO
                                       TO WS-MENOR-CUSTO
                       MOVE WS-CALC-DISTANCIA
                                       TO WS-MENOR-TRECHO
                       MOVE WS-MIN-ESPERA
                                       TO WS-ESPERA-ESCOLHIDA
                       MOVE WS-JAN-INI-CAND
                                       TO WS-JAN-INI-ESCOLHIDA
                       MOVE WS-JAN-FIM-CAND
                                       TO WS-JAN-FIM-ESCOLHIDA
                       SET WS-IDX-ESCOLHIDO
                                       TO WS-IDX-PAR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NENHUMA PARADA CABE NO DIA CORRENTE: FECHA O DIA E ABRE O      *
      * SEGUINTE; DEPOIS DE 7 DIAS SEGUIDOS SEM PARADA, AS RESTANTES   *
      * SAO CONFLITOS DE JANELA E NAO SAO PROGRAMADAS                  *
      *----------------------------------------------------------------*
       2335-AVANCA-DIA-SEM-PARADA      SECTION.

           IF WS-DIA-QTD-PARADAS       GREATER ZEROS
              PERFORM 2365-FECHA-DIA
              PERFORM 2360-ABRE-DIA
              GO TO 2335-EXIT
           END-IF

           ADD 1                       TO WS-QTD-DIAS-VAZIOS

           IF WS-QTD-DIAS-VAZIOS       LESS 7
              PERFORM 2360-ABRE-DIA
              GO TO 2335-EXIT
           END-IF

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER WS-TAB-PAR-QTD
              IF WS-PAR-COD-VEND (WS-IDX-PAR)
                                       EQUAL WS-COD-VEND-ROTA
              AND WS-PAR-VISITADO (WS-IDX-PAR) EQUAL "N"
                 MOVE "J"              TO WS-PAR-VISITADO (WS-IDX-PAR)
                 ADD 1                 TO WS-QTD-CONFLITOS
              END-IF
           END-PERFORM

           MOVE ZEROS                  TO WS-QTD-RESTANTES

           .
       2335-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PAGINA DE CONFLITOS DE JANELA: PARADAS DO VENDEDOR QUE NAO     *
      * PUDERAM SER PROGRAMADAS DENTRO DAS JANELAS DE VISITA           *
      *----------------------------------------------------------------*
       2338-GRAVA-CONFLITOS-JANELA     SECTION.

           WRITE REG-ROTA              FROM CAB-CONFLITO-JANELA
           WRITE REG-ROTA              FROM LINHA-TRACO

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR GREATER WS-TAB-PAR-QTD
              IF WS-PAR-COD-VEND (WS-IDX-PAR)
                                       EQUAL WS-COD-VEND-ROTA
              AND WS-PAR-VISITADO (WS-IDX-PAR) EQUAL "J"
                 MOVE WS-PAR-COD-CLI (WS-IDX-PAR)
                                       TO DCJ-COD-CLI
                 MOVE WS-PAR-RAZAO (WS-IDX-PAR)
                                       TO DCJ-RAZAO
                 WRITE REG-ROTA        FROM DET-CONFLITO-JANELA
              END-IF
           END-PERFORM

           MOVE WS-QTD-CONFLITOS       TO RCJ-QTD

           WRITE REG-ROTA              FROM LINHA-TRACO
           WRITE REG-ROTA              FROM ROD-CONFLITO-JANELA
           WRITE REG-ROTA              FROM LINHA-TRACO

           .
       2338-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A PARADA ESCOLHIDA E AVANCA A POSICAO ATUAL              *
      *----------------------------------------------------------------*
       2340-GRAVA-PARADA               SECTION.
              PERFORM 2370-CALCULA-MINUTOS-PARADA
           END-IF

           IF WS-DIA-QTD-PARADAS       EQUAL ZEROS
              PERFORM 2361-IMPRIME-CAB-DIA
           END-IF

           ADD WS-MIN-TRECHO           TO WS-DIA-MINUTOS
           ADD WS-ESPERA-ESCOLHIDA     TO WS-DIA-MINUTOS
           COMPUTE WS-MIN-RELOGIO      = WS-MIN-INICIO-JORNADA
                                       + WS-DIA-MINUTOS
           ADD WS-MIN-VISITA           TO WS-DIA-MINUTOS
           COMPUTE WS-DIA-KM = WS-DIA-KM + WS-MENOR-TRECHO / 1000
           ADD 1                       TO WS-DIA-QTD-PARADAS
           SUBTRACT 1                  FROM WS-QTD-RESTANTES
           MOVE ZEROS                  TO WS-QTD-DIAS-VAZIOS

           ADD 1                       TO WS-SEQ-PARADA
           MOVE WS-SEQ-PARADA          TO DET-SEQ

           WRITE REG-ROTA              FROM DET-ROTA

           IF WS-PLANO-ABERTO          EQUAL "S"
              PERFORM 2318-GRAVA-ROTA-PLANEJADA
           END-IF

           IF WS-PAR-TEM-JANELA (WS-IDX-PAR) EQUAL "S"
              PERFORM 2344-GRAVA-JANELA-PARADA
           END-IF

           IF WS-EQUIP-ABERTO          EQUAL "S"
              PERFORM 2342-GRAVA-EQUIP-PARADA
           END-IF

           IF FLAG-DESPACHO-HBSIS34L   EQUAL "S"
           AND WS-DESPACHO-ABERTO      EQUAL "S"
              MOVE WS-PAR-COD-CLI (WS-IDX-PAR)
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE EQUIPAMENTO A INSPECIONAR/RECOLHER NA PARADA          *
      *----------------------------------------------------------------*
       2342-GRAVA-EQUIP-PARADA         SECTION.

           MOVE WS-PAR-COD-CLI (WS-IDX-PAR)
                                       TO COD-CLIENTE-HBSIS70C

           START ARQ-EQUIPAMENTO KEY IS EQUAL COD-CLIENTE-HBSIS70C

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              READ ARQ-EQUIPAMENTO NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-EQP NOT EQUAL "00"
              OR COD-CLIENTE-HBSIS70C  NOT EQUAL
                                       WS-PAR-COD-CLI (WS-IDX-PAR)
              IF SITUACAO-EQUIP-HBSIS70C EQUAL "I" OR "R"
                 IF SITUACAO-EQUIP-HBSIS70C EQUAL "I"
                    MOVE "A INSPECIONAR"
                                       TO LEQ-ACAO
                 ELSE
                    MOVE "A RECOLHER"  TO LEQ-ACAO
                 END-IF
                 MOVE NUM-SERIE-HBSIS70C
                                       TO LEQ-SERIE
                 MOVE TIPO-EQUIP-HBSIS70C
                                       TO LEQ-TIPO
                 MOVE DESCRICAO-EQUIP-HBSIS70C
                                       TO LEQ-DESCRICAO
                 MOVE NUM-CONTRATO-HBSIS70C
                                       TO LEQ-CONTRATO
                 WRITE REG-ROTA        FROM LINHA-EQUIP-PARADA
              END-IF
              READ ARQ-EQUIPAMENTO NEXT
           END-PERFORM

           .
       2342-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA COM A CHEGADA PREVISTA E A JANELA DE VISITA ATENDIDA     *
      *----------------------------------------------------------------*
       2344-GRAVA-JANELA-PARADA        SECTION.

           PERFORM 2346-EDITA-HORA
           MOVE WS-HORA-ED             TO LJA-CHEGADA

           MOVE WS-JAN-INI-ESCOLHIDA   TO WS-HHMM
           COMPUTE WS-MIN-RELOGIO      = WS-HHMM-HH * 60 + WS-HHMM-MM
           PERFORM 2346-EDITA-HORA
           MOVE WS-HORA-ED             TO LJA-INICIO

           MOVE WS-JAN-FIM-ESCOLHIDA   TO WS-HHMM
           COMPUTE WS-MIN-RELOGIO      = WS-HHMM-HH * 60 + WS-HHMM-MM
           PERFORM 2346-EDITA-HORA
           MOVE WS-HORA-ED             TO LJA-FIM

           WRITE REG-ROTA              FROM LINHA-JANELA-PARADA

           .
       2344-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDITA WS-MIN-RELOGIO (MINUTOS DESDE A MEIA-NOITE) EM HH:MM     *
      *----------------------------------------------------------------*
       2346-EDITA-HORA                 SECTION.

           DIVIDE WS-MIN-RELOGIO       BY 60
                                       GIVING WS-HORA-ED-HH
                                       REMAINDER WS-HORA-ED-MM

           .
       2346-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE UM NOVO DIA DA ROTA: AVANCA PARA O PROXIMO DIA EM QUE O   *
      * VENDEDOR ESTA DISPONIVEL NO ARQ-AGENDA, IMPRIME O CABECALHO    *
      * DO DIA E VOLTA A POSICAO AO PONTO DE SAIDA                     *
      *----------------------------------------------------------------*
       2360-ABRE-DIA                   SECTION.

           MOVE ZEROS                  TO WS-DIA-QTD-PARADAS
                                          WS-DIA-KM
                                          WS-DIA-MINUTOS
              PERFORM 2362-TESTA-DISPONIBILIDADE
           END-PERFORM

      *    DIA DA SEMANA PARA AS JANELAS DE VISITA (1 = SEGUNDA)
           COMPUTE WS-DIA-SEMANA-ROTA =
                   FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                                 (WS-DATA-DIA) - 1, 7) + 1

           MOVE WS-INI-LAT             TO WS-POS-LAT
           MOVE WS-INI-LON             TO WS-POS-LON

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O CABECALHO DO DIA NA PRIMEIRA PARADA PROGRAMADA (DIA  *
      * SEM NENHUMA PARADA NAO APARECE NA FOLHA)                       *
      *----------------------------------------------------------------*
       2361-IMPRIME-CAB-DIA            SECTION.

           ADD 1                       TO WS-DIA-NUM

           MOVE WS-DIA-NUM             TO CAB-DIA-NUM
           MOVE WS-DATA-DIA            TO CAB-DIA-DATA

              WRITE REG-ROTA           FROM LINHA-COBERTURA-DIA
           END-IF

           .
       2361-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTA SE O VENDEDOR ESTA DISPONIVEL NA DATA WS-DATA-DIA        *
           COMPUTE WS-MIN-TRECHO ROUNDED =
                   (WS-MENOR-TRECHO / 1000) / WS-VEL-KMH * 60

           PERFORM 2372-MINUTOS-VISITA

           .
       2370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MINUTOS DE VISITA PELA CLASSIFICACAO DO CLIENTE DA PARADA      *
      *----------------------------------------------------------------*
       2372-MINUTOS-VISITA             SECTION.

           EVALUATE WS-PAR-CLASSIF (WS-IDX-PAR)
               WHEN "A"
                    MOVE WS-MIN-VIS-A  TO WS-MIN-VISITA
           END-EVALUATE

           .
       2372-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTA SE A CHEGADA A PARADA WS-IDX-PAR (DISTANCIA EM           *
      * WS-CALC-DISTANCIA) CABE EM UMA JANELA DO DIA DA SEMANA, COM A  *
      * ESPERA ATE A ABERTURA, SEM ESTOURAR A JORNADA. SEM REGISTRO    *
      * PARA O DIA, O CLIENTE NAO RECEBE VISITA NELE                   *
      *----------------------------------------------------------------*
       2375-TESTA-JANELA               SECTION.

           MOVE "N"                    TO WS-JAN-CABE

           MOVE WS-PAR-COD-CLI (WS-IDX-PAR)
                                       TO COD-CLIENTE-HBSIS73C
           MOVE WS-DIA-SEMANA-ROTA     TO DIA-SEMANA-HBSIS73C

           READ ARQ-JANELA KEY IS CHAVE-HBSIS73C

           IF WS-FL-STATUS-JAN         NOT EQUAL ZEROS
              GO TO 2375-EXIT
           END-IF

           COMPUTE WS-MIN-TRECHO-CAND ROUNDED =
                   (WS-CALC-DISTANCIA / 1000) / WS-VEL-KMH * 60

           PERFORM 2372-MINUTOS-VISITA

           COMPUTE WS-MIN-CHEGADA      = WS-MIN-INICIO-JORNADA
                                       + WS-DIA-MINUTOS
                                       + WS-MIN-TRECHO-CAND

           PERFORM VARYING WS-IDX-JAN FROM 1 BY 1
                   UNTIL WS-IDX-JAN GREATER 2
                      OR WS-JAN-CABE EQUAL "S"
              IF HORA-FIM-HBSIS73C (WS-IDX-JAN) GREATER ZEROS
                 MOVE HORA-INI-HBSIS73C (WS-IDX-JAN)
                                       TO WS-HHMM
                 COMPUTE WS-MIN-JAN-INI = WS-HHMM-HH * 60 + WS-HHMM-MM
                 MOVE HORA-FIM-HBSIS73C (WS-IDX-JAN)
                                       TO WS-HHMM
                 COMPUTE WS-MIN-JAN-FIM = WS-HHMM-HH * 60 + WS-HHMM-MM
                 IF WS-MIN-CHEGADA     NOT GREATER WS-MIN-JAN-FIM
                    MOVE ZEROS         TO WS-MIN-ESPERA
                    IF WS-MIN-CHEGADA  LESS WS-MIN-JAN-INI
                       COMPUTE WS-MIN-ESPERA = WS-MIN-JAN-INI
                                             - WS-MIN-CHEGADA
                    END-IF
                    IF WS-DIA-QTD-PARADAS EQUAL ZEROS
                    OR (WS-DIA-MINUTOS + WS-MIN-TRECHO-CAND
                      + WS-MIN-ESPERA + WS-MIN-VISITA)
                                       NOT GREATER WS-MIN-JORNADA
                       MOVE "S"        TO WS-JAN-CABE
                       MOVE HORA-INI-HBSIS73C (WS-IDX-JAN)
                                       TO WS-JAN-INI-CAND
                       MOVE HORA-FIM-HBSIS73C (WS-IDX-JAN)
                                       TO WS-JAN-FIM-CAND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           .
       2375-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (HAVERSINE) ENTRE A POSICAO A E A POSICAO  *
