      *                COMBINANDO A ULTIMA EXECUCAO DA DISTRIBUICAO    *
      *                COM A FREQUENCIA DE VISITA DO CADASTRO DO       *
      *                CLIENTE (S=SEMANAL Q=QUINZENAL M=MENSAL),       *
      *                ESPALHANDO A CARGA PELOS DIAS UTEIS. COM LINHAS *
      *                DE PRODUTO, O VENDEDOR DE CADA LINHA ADICIONAL  *
      *                TAMBEM RECEBE A VISITA DO CLIENTE               *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           SELECT ARQ-AGENDA-VISITA  ASSIGN TO "AGENDAVISITAS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AGE.

           SELECT ARQ-DISTRIB-LINHA ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS69C
                       ALTERNATE RECORD KEY IS COD-VENDEDOR-HBSIS69C
                                            WITH DUPLICATES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DLN.

           SELECT ARQ-TEMPORADA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS101C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TMP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*

       FD  ARQ-AGENDA-VISITA.
       01  REG-AGENDA-VISITA           PIC X(130).

       FD  ARQ-DISTRIB-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribLinha'.
       COPY "HBSIS69C.CPY".

       FD  ARQ-TEMPORADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTemporada'.
       COPY "HBSIS101C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-AGE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AGD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DLN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TMP            PIC  X(002)         VALUE "00".

       01  WS-ULT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-ULT-HORA-EXEC            PIC  9(006)         VALUE ZEROS.
               10  WS-AUS-SUBSTITUTO   PIC  9(003).

       01  WS-COBERTURA-VEND           PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DE PRODUTO ADICIONAIS (ARQ-DISTRIB-LINHA): AS VISITAS   *
      * DA LINHA ENTRAM NO BLOCO DO VENDEDOR DA LINHA; VENDEDOR QUE SO *
      * TEM CLIENTES EM LINHA ADICIONAL GANHA O PROPRIO BLOCO NO FIM   *
      *----------------------------------------------------------------*
       01  WS-DISTLIN-ABERTO           PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * CLIENTE SAZONAL (ARQ-TEMPORADA): SEM VISITA NOS DIAS FORA DAS  *
      * JANELAS DE FUNCIONAMENTO (DIA/MES, A JANELA PODE VIRAR O ANO)  *
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
       01  WS-REG-DIST-SALVO           PIC  X(200)         VALUE SPACES.
       01  WS-TAB-VEND-AGENDA.
           05  WS-VEND-AGENDADO        OCCURS 999 TIMES
                                       PIC  X(001).
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT ARQ-CLIENTE

           MOVE "N"                    TO WS-TEMPORADA-ABERTO
           OPEN INPUT ARQ-TEMPORADA
           IF WS-FL-STATUS-TMP         EQUAL ZEROS
              MOVE "S"                 TO WS-TEMPORADA-ABERTO
           END-IF

           MOVE ALL "N"                TO WS-TAB-VEND-AGENDA
           MOVE "N"                    TO WS-DISTLIN-ABERTO
           OPEN INPUT ARQ-DISTRIB-LINHA
           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              MOVE "S"                 TO WS-DISTLIN-ABERTO
           END-IF

           MOVE WS-SEM-DATA (1)        TO CAB-SEM-SEGUNDA
           WRITE REG-AGENDA-VISITA     FROM CAB-SEMANA

              READ ARQ-DISTRIBUICAO NEXT
           END-PERFORM

           IF WS-DISTLIN-ABERTO        EQUAL "S"
              IF WS-VEND-ATUAL         GREATER ZEROS
                 PERFORM 2200-VISITAS-LINHAS-VEND
              END-IF
              PERFORM 2250-VENDEDORES-SO-LINHAS
              CLOSE ARQ-DISTRIB-LINHA
           END-IF

           IF WS-TEMPORADA-ABERTO      EQUAL "S"
              CLOSE ARQ-TEMPORADA
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-AGENDA-VISITA
       2100-TRATA-VISITA               SECTION.

           IF COD-VENDEDOR-HBSIS07C    NOT EQUAL WS-VEND-ATUAL
              IF WS-VEND-ATUAL         GREATER ZEROS
              AND WS-DISTLIN-ABERTO    EQUAL "S"
                 MOVE ARQ-HBSIS07C     TO WS-REG-DIST-SALVO
                 PERFORM 2200-VISITAS-LINHAS-VEND
                 MOVE WS-REG-DIST-SALVO
                                       TO ARQ-HBSIS07C
              END-IF
              PERFORM 2105-QUEBRA-VENDEDOR
           END-IF

           PERFORM 2110-AGENDA-CLIENTE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUEBRA POR VENDEDOR: CABECALHO DO BLOCO E RODIZIO REINICIADO   *
      *----------------------------------------------------------------*
       2105-QUEBRA-VENDEDOR            SECTION.

           MOVE COD-VENDEDOR-HBSIS07C  TO WS-VEND-ATUAL
           MOVE "S"                    TO WS-VEND-AGENDADO
                                          (WS-VEND-ATUAL)
           MOVE ZEROS                  TO WS-DIA-RODIZIO
           MOVE WS-VEND-ATUAL          TO CAB-VEND-COD
           MOVE NOME-VEND-HBSIS07C     TO CAB-VEND-NOME
           WRITE REG-AGENDA-VISITA     FROM LINHA-TRACO
           WRITE REG-AGENDA-VISITA     FROM CAB-VENDEDOR
           WRITE REG-AGENDA-VISITA     FROM LINHA-TRACO

           .
       2105-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AGENDA A VISITA DO CLIENTE DO REGISTRO CORRENTE NO DIA UTIL    *
      * DO RODIZIO DO VENDEDOR                                         *
      *----------------------------------------------------------------*
       2110-AGENDA-CLIENTE             SECTION.

           ADD 1                       TO WS-DIA-RODIZIO
           COMPUTE WS-IDX-UTIL =
                   FUNCTION MOD (WS-DIA-RODIZIO - 1,
           IF FLAG-CREDITO-HBSIS02C    EQUAL "B"
              IF TRATA-BLOQUEIO-HBSIS35L EQUAL "S"
                 SUBTRACT 1            FROM WS-DIA-RODIZIO
                 GO TO 2110-EXIT
              ELSE
                 MOVE "* CREDITO BLOQUEADO *"
                                       TO DET-MARCA-CREDITO
           PERFORM 2150-DESVIA-FERIADO-UF
           MOVE WS-DIA-ESCOLHIDO       TO WS-DIA-SEMANA

      *    CLIENTE SAZONAL FORA DA TEMPORADA NO DIA DA VISITA: A VISITA
      *    SAI DA AGENDA E O DIA VOLTA PARA O RODIZIO
           IF WS-TEMPORADA-ABERTO      EQUAL "S"
              MOVE WS-SEM-DATA (WS-DIA-SEMANA)
                                       TO WS-DATA-TESTE
              PERFORM 2170-VERIFICA-TEMPORADA
              IF WS-FORA-TEMPORADA     EQUAL "S"
                 SUBTRACT 1            FROM WS-DIA-RODIZIO
                 GO TO 2110-EXIT
              END-IF
           END-IF

      *    TITULAR AUSENTE NO DIA DA VISITA, COM SUBSTITUTO: A LINHA
      *    SAI MARCADA COMO COBERTURA DO SUBSTITUTO
           MOVE ZEROS                  TO WS-COBERTURA-VEND
           ADD 1                       TO QTD-VISITAS-HBSIS35L

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESVIA A VISITA PARA O PROXIMO DIA UTIL QUANDO O DIA SORTEADO  *
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TESTA SE O CLIENTE SAZONAL ESTA FORA DA TEMPORADA NA DATA DE   *
      * TESTE (NENHUMA JANELA DIA/MES CONTEM A DATA)                   *
      *----------------------------------------------------------------*
       2170-VERIFICA-TEMPORADA         SECTION.

           MOVE "N"                    TO WS-FORA-TEMPORADA

           MOVE COD-CLIENTE-HBSIS07C   TO COD-CLIENTE-HBSIS101C

           READ ARQ-TEMPORADA KEY IS COD-CLIENTE-HBSIS101C

           IF WS-FL-STATUS-TMP         NOT EQUAL ZEROS
           OR FLAG-SAZONAL-HBSIS101C   NOT EQUAL "S"
              GO TO 2170-EXIT
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
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VISITAS DAS LINHAS ADICIONAIS DO VENDEDOR DO BLOCO CORRENTE    *
      * (SOMENTE QUANDO ELE NAO E O MESMO DA LINHA PRINCIPAL)          *
      *----------------------------------------------------------------*
       2200-VISITAS-LINHAS-VEND        SECTION.

           MOVE WS-VEND-ATUAL          TO COD-VENDEDOR-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS
                                       COD-VENDEDOR-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              READ ARQ-DISTRIB-LINHA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              OR COD-VENDEDOR-HBSIS69C NOT EQUAL WS-VEND-ATUAL
              IF DATA-EXECUCAO-HBSIS69C EQUAL WS-ULT-DATA-EXEC
              AND HORA-EXECUCAO-HBSIS69C EQUAL WS-ULT-HORA-EXEC
              AND FLAG-CONTA-CARGA-HBSIS69C EQUAL "S"
                 PERFORM 2210-MONTA-REG-LINHA
                 PERFORM 2110-AGENDA-CLIENTE
              END-IF
              READ ARQ-DISTRIB-LINHA NEXT
           END-PERFORM

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSA O REGISTRO DA LINHA ADICIONAL PARA A AREA DO REGISTRO DE *
      * DISTRIBUICAO, USADA PELO AGENDAMENTO                           *
      *----------------------------------------------------------------*
       2210-MONTA-REG-LINHA            SECTION.

           MOVE COD-VENDEDOR-HBSIS69C  TO COD-VENDEDOR-HBSIS07C
           MOVE COD-CLIENTE-HBSIS69C   TO COD-CLIENTE-HBSIS07C
           MOVE RAZAO-SOCIAL-HBSIS69C  TO RAZAO-SOCIAL-HBSIS07C
           MOVE NOME-VEND-HBSIS69C     TO NOME-VEND-HBSIS07C

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VENDEDORES QUE SO TEM CLIENTES EM LINHAS ADICIONAIS NA ULTIMA  *
      * EXECUCAO: UM BLOCO PROPRIO PARA CADA UM                        *
      *----------------------------------------------------------------*
       2250-VENDEDORES-SO-LINHAS       SECTION.

           MOVE 1                      TO COD-VENDEDOR-HBSIS69C

           START ARQ-DISTRIB-LINHA KEY IS NOT LESS
                                       COD-VENDEDOR-HBSIS69C

           IF WS-FL-STATUS-DLN         EQUAL ZEROS
              READ ARQ-DISTRIB-LINHA NEXT
           END-IF

           PERFORM UNTIL WS-FL-STATUS-DLN NOT EQUAL "00"
              IF DATA-EXECUCAO-HBSIS69C EQUAL WS-ULT-DATA-EXEC
              AND HORA-EXECUCAO-HBSIS69C EQUAL WS-ULT-HORA-EXEC
              AND FLAG-CONTA-CARGA-HBSIS69C EQUAL "S"
              AND COD-VENDEDOR-HBSIS69C GREATER ZEROS
              AND WS-VEND-AGENDADO (COD-VENDEDOR-HBSIS69C)
                                       NOT EQUAL "S"
                 PERFORM 2210-MONTA-REG-LINHA
                 IF COD-VENDEDOR-HBSIS69C NOT EQUAL WS-VEND-ATUAL
                    PERFORM 2105-QUEBRA-VENDEDOR
                    MOVE "L"           TO WS-VEND-AGENDADO
                                          (WS-VEND-ATUAL)
                 END-IF
                 PERFORM 2110-AGENDA-CLIENTE
              END-IF
              READ ARQ-DISTRIB-LINHA NEXT
           END-PERFORM

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
