       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS86P.
      *----------------------------------------------------------------*
      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER A HIERARQUIA DE VENDAS DATADA (A QUEM    *
      *                CADA VENDEDOR, SUPERVISOR E GERENTE SE REPORTA, *
      *                DE QUE DATA A QUE DATA, E O DIRETOR DE CADA     *
      *                FILIAL) E RESOLVER, PARA UM VENDEDOR E UM       *
      *                ANO-MES, O SUPERVISOR, O GERENTE, A FILIAL E O  *
      *                DIRETOR VIGENTES NAQUELE MES. E USADO PELAS     *
      *                EDICOES CONSOLIDADAS DOS RELATORIOS COMERCIAIS  *
      *                (ATINGIMENTO, SCORECARD, COMISSAO E QUEDA DE    *
      *                RECEITA)                                        *
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
           SELECT ARQ-HIERARQUIA     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS86C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIE.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS04C
                       ALTERNATE RECORD KEY IS CPF-HBSIS04C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS04C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-HIERARQUIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHierarquia'.
       COPY "HBSIS86C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS04C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-HIE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".

       01  WS-HIE-ABERTO               PIC  X(001)         VALUE "N".
       01  WS-VEN-ABERTO               PIC  X(001)         VALUE "N".
       01  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-FIM                 PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-ABERTA              PIC  9(008)         VALUE
           99999999.
       01  WS-NOME-MEMBRO              PIC  X(040)         VALUE SPACES.
       01  WS-COD-SUPERIOR             PIC  9(005)         VALUE ZEROS.
       01  WS-MES                      PIC  9(002)         VALUE ZEROS.
       01  WS-HIER-COMPLETA            PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * BUSCA DO PERIODO VIGENTE DE UM MEMBRO: O PERIODO DE INICIO     *
      * MAIS RECENTE QUE SE SOBREPOE AO INTERVALO INFORMADO            *
      *----------------------------------------------------------------*
       01  WS-BUSCA-NIVEL              PIC  X(001)         VALUE SPACES.
       01  WS-BUSCA-MEMBRO             PIC  9(005)         VALUE ZEROS.
       01  WS-BUSCA-INI                PIC  9(008)         VALUE ZEROS.
       01  WS-BUSCA-FIM                PIC  9(008)         VALUE ZEROS.
       01  WS-ACHOU                    PIC  X(001)         VALUE "N".
       01  WS-ACH-INICIO               PIC  9(008)         VALUE ZEROS.
       01  WS-ACH-SUPERIOR             PIC  9(005)         VALUE ZEROS.
       01  WS-ACH-NOME                 PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * VERIFICACAO DE SOBREPOSICAO DE PERIODOS DO MESMO MEMBRO        *
      *----------------------------------------------------------------*
       01  WS-MODO-INCLUSAO            PIC  X(001)         VALUE "N".
       01  WS-SOBREPOE                 PIC  X(001)         VALUE "N".
       01  WS-ANTERIOR-ABERTO          PIC  X(001)         VALUE "N".
       01  WS-CHAVE-ANTERIOR           PIC  X(014)         VALUE SPACES.
       01  WS-DATA-ENCERRA             PIC  9(008)         VALUE ZEROS.

       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.

       COPY HBSIS49L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS86L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS86L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS86L
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-HOJE
           MOVE "N"                    TO WS-HIE-ABERTO
                                          WS-VEN-ABERTO

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA O BLOQUEIO DE ATUALIZACAO DA CADEIA BATCH (HBSIS49P)  *
      *----------------------------------------------------------------*
       1100-VERIFICA-BLOQUEIO-BATCH    SECTION.

           INITIALIZE HBSIS49L
           MOVE 0                      TO COD-FUNCAO-HBSIS49L

           CALL WS-HBSIS49             USING HBSIS49L

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

      *    DURANTE A CADEIA BATCH AS ATUALIZACOES SAO RECUSADAS
      *    (A PROPRIA CADEIA, IDENTIFICADA PELO OPERADOR, PASSA)
           IF (COD-FUNCAO-HBSIS86L     EQUAL 1 OR 2 OR 3) AND
              OPERADOR-HBSIS86L        NOT EQUAL "HBSIS21P"
              PERFORM 1100-VERIFICA-BLOQUEIO-BATCH
              IF FLAG-BLOQUEADO-HBSIS49L EQUAL "S"
                 MOVE 7                TO COD-RETORNO-HBSIS86L
                 MOVE MSG-RETORNO-HBSIS49L
                                       TO MSG-RETORNO-HBSIS86L
                 GO TO 2000-EXIT
              END-IF
           END-IF

           EVALUATE COD-FUNCAO-HBSIS86L
               WHEN 0
                    PERFORM 2100-CONSULTAR-PERIODO
               WHEN 1
                    PERFORM 2200-INCLUIR-PERIODO
               WHEN 2
                    PERFORM 2300-ALTERAR-PERIODO
               WHEN 3
                    PERFORM 2400-EXCLUIR-PERIODO
               WHEN 4
                    PERFORM 2500-RESOLVE-HIERARQUIA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS86L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS86L
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DE PERIODO - COM DATA DE INICIO ZERADA TRAZ O PERIODO *
      * VIGENTE NA DATA DE HOJE                                        *
      *----------------------------------------------------------------*
       2100-CONSULTAR-PERIODO          SECTION.

           PERFORM 2110-OPEN-ARQ-HIERARQUIA

           IF DATA-INICIO-HBSIS86L     EQUAL ZEROS
              MOVE NIVEL-HBSIS86L      TO WS-BUSCA-NIVEL
              MOVE COD-MEMBRO-HBSIS86L TO WS-BUSCA-MEMBRO
              MOVE WS-DATA-HOJE        TO WS-BUSCA-INI
                                          WS-BUSCA-FIM
              PERFORM 2450-LOCALIZA-VIGENTE
              IF WS-ACHOU              EQUAL "S"
                 MOVE WS-ACH-INICIO    TO DATA-INICIO-HBSIS86L
              END-IF
           END-IF

           MOVE NIVEL-HBSIS86L         TO NIVEL-HBSIS86C
           MOVE COD-MEMBRO-HBSIS86L    TO COD-MEMBRO-HBSIS86C
           MOVE DATA-INICIO-HBSIS86L   TO DATA-INICIO-HBSIS86C

           READ ARQ-HIERARQUIA KEY IS CHAVE-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              MOVE DATA-FIM-HBSIS86C   TO DATA-FIM-HBSIS86L
              MOVE COD-SUPERIOR-HBSIS86C
                                       TO COD-SUPERIOR-HBSIS86L
              MOVE NOME-MEMBRO-HBSIS86C
                                       TO NOME-MEMBRO-HBSIS86L
              MOVE ZEROS               TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS86L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF

           PERFORM 2120-CLOSE-ARQ-HIERARQUIA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-HIERARQUIA        SECTION.

           OPEN I-O ARQ-HIERARQUIA

           IF WS-FL-STATUS-HIE         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-HIERARQUIA

              IF WS-FL-STATUS-HIE      EQUAL ZEROS
                 CLOSE ARQ-HIERARQUIA
                 OPEN I-O ARQ-HIERARQUIA
              END-IF

              IF WS-FL-STATUS-HIE      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS86L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE HIERARQUIA"
                                       TO MSG-RETORNO-HBSIS86L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           MOVE "S"                    TO WS-HIE-ABERTO

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-HIERARQUIA       SECTION.

           CLOSE ARQ-HIERARQUIA
           MOVE "N"                    TO WS-HIE-ABERTO

           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS86L
              MOVE "ERRO NO FECHAMENTO DO ARQUIVO DE HIERARQUIA"
                                       TO MSG-RETORNO-HBSIS86L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACAO DO PERIODO INFORMADO (INCLUSAO E ALTERACAO): NIVEL,  *
      * DATAS, MEMBRO E SUPERIOR VIGENTE NA DATA DE INICIO             *
      *----------------------------------------------------------------*
       2150-VALIDA-PERIODO             SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS86L
           MOVE NOME-MEMBRO-HBSIS86L   TO WS-NOME-MEMBRO
           MOVE COD-SUPERIOR-HBSIS86L  TO WS-COD-SUPERIOR

           IF NIVEL-HBSIS86L           NOT EQUAL "V" AND "S" AND
                                                 "G" AND "D"
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "NIVEL INVALIDO (V/S/G/D)"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2150-EXIT
           END-IF

           IF COD-MEMBRO-HBSIS86L      EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "CODIGO DO MEMBRO NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2150-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (DATA-INICIO-HBSIS86L)
                                       NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "DATA DE INICIO INVALIDA"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2150-EXIT
           END-IF

      *    DATA FIM ZERADA = PERIODO EM ABERTO
           IF DATA-FIM-HBSIS86L        EQUAL ZEROS OR WS-DATA-ABERTA
              MOVE WS-DATA-ABERTA      TO WS-DATA-FIM
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD (DATA-FIM-HBSIS86L)
                                       NOT EQUAL ZEROS OR
                 DATA-FIM-HBSIS86L     LESS DATA-INICIO-HBSIS86L
                 MOVE 1                TO COD-RETORNO-HBSIS86L
                 MOVE "DATA FIM INVALIDA OU ANTERIOR AO INICIO"
                                       TO MSG-RETORNO-HBSIS86L
                 GO TO 2150-EXIT
              END-IF
              MOVE DATA-FIM-HBSIS86L   TO WS-DATA-FIM
           END-IF

           EVALUATE NIVEL-HBSIS86L
               WHEN "V"
                    PERFORM 2160-VALIDA-VENDEDOR
                    IF COD-RETORNO-HBSIS86L NOT EQUAL ZEROS
                       GO TO 2150-EXIT
                    END-IF
                    MOVE "S"           TO WS-BUSCA-NIVEL
               WHEN "S"
                    MOVE "G"           TO WS-BUSCA-NIVEL
               WHEN "G"
                    MOVE SPACES        TO WS-BUSCA-NIVEL
                    IF WS-COD-SUPERIOR EQUAL ZEROS OR
                       WS-COD-SUPERIOR GREATER 99
                       MOVE 1          TO COD-RETORNO-HBSIS86L
                       MOVE "FILIAL DO GERENTE INVALIDA"
                                       TO MSG-RETORNO-HBSIS86L
                       GO TO 2150-EXIT
                    END-IF
               WHEN "D"
                    MOVE SPACES        TO WS-BUSCA-NIVEL
                    MOVE ZEROS         TO WS-COD-SUPERIOR
                    IF COD-MEMBRO-HBSIS86L GREATER 99
                       MOVE 1          TO COD-RETORNO-HBSIS86L
                       MOVE "FILIAL INVALIDA"
                                       TO MSG-RETORNO-HBSIS86L
                       GO TO 2150-EXIT
                    END-IF
           END-EVALUATE

           IF WS-NOME-MEMBRO           EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "NOME NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2150-EXIT
           END-IF

      *    VENDEDOR E SUPERVISOR: O SUPERIOR PRECISA TER PERIODO
      *    VIGENTE NA DATA DE INICIO
           IF WS-BUSCA-NIVEL           NOT EQUAL SPACES
              IF WS-COD-SUPERIOR       EQUAL ZEROS
                 MOVE 1                TO COD-RETORNO-HBSIS86L
                 MOVE "SUPERIOR NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS86L
                 GO TO 2150-EXIT
              END-IF

              MOVE WS-COD-SUPERIOR     TO WS-BUSCA-MEMBRO
              MOVE DATA-INICIO-HBSIS86L
                                       TO WS-BUSCA-INI
                                          WS-BUSCA-FIM
              PERFORM 2450-LOCALIZA-VIGENTE

              IF WS-ACHOU              EQUAL "N"
                 MOVE 1                TO COD-RETORNO-HBSIS86L
                 MOVE "SUPERIOR SEM PERIODO VIGENTE NA DATA DE INICIO"
                                       TO MSG-RETORNO-HBSIS86L
                 GO TO 2150-EXIT
              END-IF
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O MEMBRO DE NIVEL "V" PRECISA ESTAR NO CADASTRO DE VENDEDORES  *
      * (SEM NOME INFORMADO, ASSUME O NOME DO CADASTRO)                *
      *----------------------------------------------------------------*
       2160-VALIDA-VENDEDOR            SECTION.

           IF COD-MEMBRO-HBSIS86L      GREATER 999
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "CODIGO DE VENDEDOR INVALIDO"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2160-EXIT
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2160-EXIT
           END-IF

           MOVE COD-MEMBRO-HBSIS86L    TO COD-VENDEDOR-HBSIS04C

           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              IF WS-NOME-MEMBRO        EQUAL SPACES
                 MOVE NOME-VEND-HBSIS04C
                                       TO WS-NOME-MEMBRO
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DE PERIODO - UM PERIODO ANTERIOR DO MEMBRO  *
      * AINDA EM ABERTO E ENCERRADO NO DIA ANTERIOR AO NOVO INICIO     *
      *----------------------------------------------------------------*
       2200-INCLUIR-PERIODO            SECTION.

           PERFORM 2110-OPEN-ARQ-HIERARQUIA

           PERFORM 2150-VALIDA-PERIODO

           IF COD-RETORNO-HBSIS86L     NOT EQUAL ZEROS
              PERFORM 2120-CLOSE-ARQ-HIERARQUIA
              GO TO 2200-EXIT
           END-IF

           MOVE NIVEL-HBSIS86L         TO NIVEL-HBSIS86C
           MOVE COD-MEMBRO-HBSIS86L    TO COD-MEMBRO-HBSIS86C
           MOVE DATA-INICIO-HBSIS86L   TO DATA-INICIO-HBSIS86C

           READ ARQ-HIERARQUIA KEY IS CHAVE-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO JA CADASTRADO PARA O MEMBRO"
                                       TO MSG-RETORNO-HBSIS86L
              PERFORM 2120-CLOSE-ARQ-HIERARQUIA
              GO TO 2200-EXIT
           END-IF

           MOVE "S"                    TO WS-MODO-INCLUSAO
           PERFORM 2210-VERIFICA-SOBREPOSICAO

           IF WS-SOBREPOE              EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO SOBREPOE OUTRO PERIODO DO MEMBRO"
                                       TO MSG-RETORNO-HBSIS86L
              PERFORM 2120-CLOSE-ARQ-HIERARQUIA
              GO TO 2200-EXIT
           END-IF

           IF WS-ANTERIOR-ABERTO       EQUAL "S"
              PERFORM 2220-ENCERRA-ANTERIOR
              IF COD-RETORNO-HBSIS86L  NOT EQUAL ZEROS
                 PERFORM 2120-CLOSE-ARQ-HIERARQUIA
                 GO TO 2200-EXIT
              END-IF
           END-IF

           INITIALIZE ARQ-HBSIS86C
           MOVE NIVEL-HBSIS86L         TO NIVEL-HBSIS86C
           MOVE COD-MEMBRO-HBSIS86L    TO COD-MEMBRO-HBSIS86C
           MOVE DATA-INICIO-HBSIS86L   TO DATA-INICIO-HBSIS86C
           MOVE WS-DATA-FIM            TO DATA-FIM-HBSIS86C
           MOVE WS-COD-SUPERIOR        TO COD-SUPERIOR-HBSIS86C
           MOVE WS-NOME-MEMBRO         TO NOME-MEMBRO-HBSIS86C
           MOVE OPERADOR-HBSIS86L      TO OPERADOR-ALTER-HBSIS86C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS86C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS86C

           WRITE ARQ-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-HBSIS86L
              MOVE WS-DATA-FIM         TO DATA-FIM-HBSIS86L
              IF WS-ANTERIOR-ABERTO    EQUAL "S"
                 MOVE "PERIODO CADASTRADO - ANTERIOR ENCERRADO"
                                       TO MSG-RETORNO-HBSIS86L
              ELSE
                 MOVE "PERIODO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS86L
              END-IF
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS86L
              MOVE "ERRO AO GRAVAR O PERIODO"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF

           PERFORM 2120-CLOSE-ARQ-HIERARQUIA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE OS PERIODOS DO MEMBRO: UM PERIODO POSTERIOR QUE COMECE*
      * ATE A NOVA DATA FIM, OU UM ANTERIOR JA ENCERRADO QUE TERMINE A *
      * PARTIR DO NOVO INICIO, E SOBREPOSICAO. NA INCLUSAO, UM ANTERIOR*
      * EM ABERTO E MARCADO PARA SER ENCERRADO                         *
      *----------------------------------------------------------------*
       2210-VERIFICA-SOBREPOSICAO      SECTION.

           MOVE "N"                    TO WS-SOBREPOE
                                          WS-ANTERIOR-ABERTO
           MOVE SPACES                 TO WS-CHAVE-ANTERIOR

           MOVE NIVEL-HBSIS86L         TO NIVEL-HBSIS86C
           MOVE COD-MEMBRO-HBSIS86L    TO COD-MEMBRO-HBSIS86C
           MOVE ZEROS                  TO DATA-INICIO-HBSIS86C

           START ARQ-HIERARQUIA KEY IS NOT LESS CHAVE-HBSIS86C

           PERFORM UNTIL WS-FL-STATUS-HIE NOT EQUAL "00"
              READ ARQ-HIERARQUIA NEXT
              IF WS-FL-STATUS-HIE      EQUAL ZEROS
                 IF NIVEL-HBSIS86C     NOT EQUAL NIVEL-HBSIS86L OR
                    COD-MEMBRO-HBSIS86C
                                       NOT EQUAL COD-MEMBRO-HBSIS86L
                    MOVE "10"          TO WS-FL-STATUS-HIE
                 ELSE
                 IF DATA-INICIO-HBSIS86C
                                       GREATER DATA-INICIO-HBSIS86L
                    IF DATA-INICIO-HBSIS86C
                                       NOT GREATER WS-DATA-FIM
                       MOVE "S"        TO WS-SOBREPOE
                    END-IF
                 ELSE
                 IF DATA-INICIO-HBSIS86C
                                       LESS DATA-INICIO-HBSIS86L AND
                    DATA-FIM-HBSIS86C  NOT LESS DATA-INICIO-HBSIS86L
                    IF DATA-FIM-HBSIS86C EQUAL WS-DATA-ABERTA AND
                       WS-MODO-INCLUSAO  EQUAL "S"
                       MOVE "S"        TO WS-ANTERIOR-ABERTO
                       MOVE CHAVE-HBSIS86C
                                       TO WS-CHAVE-ANTERIOR
                    ELSE
                       MOVE "S"        TO WS-SOBREPOE
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCERRA O PERIODO ANTERIOR EM ABERTO NA VESPERA DO NOVO INICIO *
      *----------------------------------------------------------------*
       2220-ENCERRA-ANTERIOR           SECTION.

           MOVE WS-CHAVE-ANTERIOR      TO CHAVE-HBSIS86C

           READ ARQ-HIERARQUIA WITH LOCK KEY IS CHAVE-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO ANTERIOR EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2220-EXIT
           END-IF

           IF WS-FL-STATUS-HIE         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS86L
              MOVE "ERRO AO LER O PERIODO ANTERIOR"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2220-EXIT
           END-IF

           COMPUTE WS-DATA-ENCERRA = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (DATA-INICIO-HBSIS86L) - 1)

           MOVE WS-DATA-ENCERRA        TO DATA-FIM-HBSIS86C
           MOVE OPERADOR-HBSIS86L      TO OPERADOR-ALTER-HBSIS86C
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS86C
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS86C

           REWRITE ARQ-HBSIS86C

           IF WS-FL-STATUS-HIE         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS86L
              MOVE "ERRO AO ENCERRAR O PERIODO ANTERIOR"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DE PERIODO (DATA FIM, SUPERIOR E NOME)     *
      *----------------------------------------------------------------*
       2300-ALTERAR-PERIODO            SECTION.

           PERFORM 2110-OPEN-ARQ-HIERARQUIA

           PERFORM 2150-VALIDA-PERIODO

           IF COD-RETORNO-HBSIS86L     NOT EQUAL ZEROS
              PERFORM 2120-CLOSE-ARQ-HIERARQUIA
              GO TO 2300-EXIT
           END-IF

           MOVE "N"                    TO WS-MODO-INCLUSAO
           PERFORM 2210-VERIFICA-SOBREPOSICAO

           IF WS-SOBREPOE              EQUAL "S"
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO SOBREPOE OUTRO PERIODO DO MEMBRO"
                                       TO MSG-RETORNO-HBSIS86L
              PERFORM 2120-CLOSE-ARQ-HIERARQUIA
              GO TO 2300-EXIT
           END-IF

           MOVE NIVEL-HBSIS86L         TO NIVEL-HBSIS86C
           MOVE COD-MEMBRO-HBSIS86L    TO COD-MEMBRO-HBSIS86C
           MOVE DATA-INICIO-HBSIS86L   TO DATA-INICIO-HBSIS86C

           READ ARQ-HIERARQUIA WITH LOCK KEY IS CHAVE-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS86L
           ELSE
           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              MOVE WS-DATA-FIM         TO DATA-FIM-HBSIS86C
              MOVE WS-COD-SUPERIOR     TO COD-SUPERIOR-HBSIS86C
              MOVE WS-NOME-MEMBRO      TO NOME-MEMBRO-HBSIS86C
              MOVE OPERADOR-HBSIS86L   TO OPERADOR-ALTER-HBSIS86C
              MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-ALTERACAO-HBSIS86C
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS86C

              REWRITE ARQ-HBSIS86C

              IF WS-FL-STATUS-HIE      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS86L
                 MOVE "PERIODO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS86L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS86L
                 MOVE "ERRO AO ALTERAR O PERIODO"
                                       TO MSG-RETORNO-HBSIS86L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-HIERARQUIA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DE PERIODO                                  *
      *----------------------------------------------------------------*
       2400-EXCLUIR-PERIODO            SECTION.

           PERFORM 2110-OPEN-ARQ-HIERARQUIA

           MOVE NIVEL-HBSIS86L         TO NIVEL-HBSIS86C
           MOVE COD-MEMBRO-HBSIS86L    TO COD-MEMBRO-HBSIS86C
           MOVE DATA-INICIO-HBSIS86L   TO DATA-INICIO-HBSIS86C

           READ ARQ-HIERARQUIA WITH LOCK KEY IS CHAVE-HBSIS86C

           IF WS-FL-STATUS-HIE         EQUAL "51"
              MOVE 8                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO EM ALTERACAO POR OUTRO USUARIO"
                                       TO MSG-RETORNO-HBSIS86L
           ELSE
           IF WS-FL-STATUS-HIE         EQUAL ZEROS
              DELETE ARQ-HIERARQUIA

              IF WS-FL-STATUS-HIE      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS86L
                 MOVE "PERIODO EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS86L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS86L
                 MOVE "ERRO AO EXCLUIR O PERIODO"
                                       TO MSG-RETORNO-HBSIS86L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "PERIODO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-HIERARQUIA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O PERIODO DO MEMBRO VIGENTE NO INTERVALO DE BUSCA: O  *
      * DE INICIO MAIS RECENTE QUE COMECA ATE O FIM DO INTERVALO E     *
      * TERMINA A PARTIR DO INICIO DELE                                *
      *----------------------------------------------------------------*
       2450-LOCALIZA-VIGENTE           SECTION.

           MOVE "N"                    TO WS-ACHOU
           MOVE ZEROS                  TO WS-ACH-INICIO
                                          WS-ACH-SUPERIOR
           MOVE SPACES                 TO WS-ACH-NOME

           MOVE WS-BUSCA-NIVEL         TO NIVEL-HBSIS86C
           MOVE WS-BUSCA-MEMBRO        TO COD-MEMBRO-HBSIS86C
           MOVE ZEROS                  TO DATA-INICIO-HBSIS86C

           START ARQ-HIERARQUIA KEY IS NOT LESS CHAVE-HBSIS86C

           PERFORM UNTIL WS-FL-STATUS-HIE NOT EQUAL "00"
              READ ARQ-HIERARQUIA NEXT
              IF WS-FL-STATUS-HIE      EQUAL ZEROS
                 IF NIVEL-HBSIS86C     NOT EQUAL WS-BUSCA-NIVEL  OR
                    COD-MEMBRO-HBSIS86C
                                       NOT EQUAL WS-BUSCA-MEMBRO OR
                    DATA-INICIO-HBSIS86C
                                       GREATER WS-BUSCA-FIM
                    MOVE "10"          TO WS-FL-STATUS-HIE
                 ELSE
                    IF DATA-FIM-HBSIS86C NOT LESS WS-BUSCA-INI
                       MOVE "S"        TO WS-ACHOU
                       MOVE DATA-INICIO-HBSIS86C
                                       TO WS-ACH-INICIO
                       MOVE COD-SUPERIOR-HBSIS86C
                                       TO WS-ACH-SUPERIOR
                       MOVE NOME-MEMBRO-HBSIS86C
                                       TO WS-ACH-NOME
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE A CADEIA DO VENDEDOR NO ANO-MES: VENDEDOR -> SUPERVISOR*
      * -> GERENTE -> FILIAL -> DIRETOR. NIVEL SEM PERIODO VIGENTE NO  *
      * MES FICA ZERADO ("SEM SUPERVISOR"/"SEM GERENTE") E A FILIAL    *
      * SEM GERENTE VIGENTE E A DO CADASTRO DO VENDEDOR                *
      *----------------------------------------------------------------*
       2500-RESOLVE-HIERARQUIA         SECTION.

           MOVE ANO-MES-HBSIS86L (5:2) TO WS-MES

           IF ANO-MES-HBSIS86L         EQUAL ZEROS OR
              WS-MES                   LESS 1 OR
              WS-MES                   GREATER 12
              MOVE 1                   TO COD-RETORNO-HBSIS86L
              MOVE "ANO-MES INVALIDO"  TO MSG-RETORNO-HBSIS86L
              GO TO 2500-EXIT
           END-IF

           MOVE ZEROS                  TO COD-SUPERVISOR-HBSIS86L
                                          COD-GERENTE-HBSIS86L
                                          COD-FILIAL-HBSIS86L
           MOVE "SEM SUPERVISOR"       TO NOME-SUPERVISOR-HBSIS86L
           MOVE "SEM GERENTE"          TO NOME-GERENTE-HBSIS86L
           MOVE "SEM DIRETOR"          TO NOME-DIRETOR-HBSIS86L
           MOVE "N"                    TO WS-HIER-COMPLETA

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE COD-VENDEDOR-HBSIS86L
                                       TO COD-VENDEDOR-HBSIS04C
              READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE COD-FILIAL-HBSIS04C
                                       TO COD-FILIAL-HBSIS86L
              END-IF
              CLOSE ARQ-VENDEDOR
           END-IF

           OPEN INPUT ARQ-HIERARQUIA

           IF WS-FL-STATUS-HIE         NOT EQUAL ZEROS
              MOVE 2                   TO COD-RETORNO-HBSIS86L
              MOVE "HIERARQUIA NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS86L
              GO TO 2500-EXIT
           END-IF

           COMPUTE WS-BUSCA-INI = ANO-MES-HBSIS86L * 100 + 1
           COMPUTE WS-BUSCA-FIM = ANO-MES-HBSIS86L * 100 + 31

           MOVE "V"                    TO WS-BUSCA-NIVEL
           MOVE COD-VENDEDOR-HBSIS86L  TO WS-BUSCA-MEMBRO
           PERFORM 2450-LOCALIZA-VIGENTE

           IF WS-ACHOU                 EQUAL "S"
              MOVE WS-ACH-SUPERIOR     TO COD-SUPERVISOR-HBSIS86L
              MOVE "S"                 TO WS-BUSCA-NIVEL
              MOVE WS-ACH-SUPERIOR     TO WS-BUSCA-MEMBRO
              PERFORM 2450-LOCALIZA-VIGENTE
              IF WS-ACHOU              EQUAL "S"
                 MOVE WS-ACH-NOME      TO NOME-SUPERVISOR-HBSIS86L
                 MOVE WS-ACH-SUPERIOR  TO COD-GERENTE-HBSIS86L
                 MOVE "G"              TO WS-BUSCA-NIVEL
                 MOVE WS-ACH-SUPERIOR  TO WS-BUSCA-MEMBRO
                 PERFORM 2450-LOCALIZA-VIGENTE
                 IF WS-ACHOU           EQUAL "S"
                    MOVE WS-ACH-NOME   TO NOME-GERENTE-HBSIS86L
                    MOVE "S"           TO WS-HIER-COMPLETA
                    MOVE WS-ACH-SUPERIOR
                                       TO COD-FILIAL-HBSIS86L
                 ELSE
                    MOVE "GERENTE SEM PERIODO VIGENTE"
                                       TO NOME-GERENTE-HBSIS86L
                 END-IF
              ELSE
                 MOVE "SUPERVISOR SEM PERIODO VIGENTE"
                                       TO NOME-SUPERVISOR-HBSIS86L
              END-IF
           END-IF

           MOVE "D"                    TO WS-BUSCA-NIVEL
           MOVE COD-FILIAL-HBSIS86L    TO WS-BUSCA-MEMBRO
           PERFORM 2450-LOCALIZA-VIGENTE

           IF WS-ACHOU                 EQUAL "S"
              MOVE WS-ACH-NOME         TO NOME-DIRETOR-HBSIS86L
           END-IF

           CLOSE ARQ-HIERARQUIA

           IF WS-HIER-COMPLETA         EQUAL "N"
              MOVE 2                   TO COD-RETORNO-HBSIS86L
              MOVE "HIERARQUIA INCOMPLETA NO ANO-MES"
                                       TO MSG-RETORNO-HBSIS86L
           ELSE
              MOVE ZEROS               TO COD-RETORNO-HBSIS86L
              MOVE "HIERARQUIA RESOLVIDA"
                                       TO MSG-RETORNO-HBSIS86L
           END-IF

           .
       2500-EXIT.
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
      * FIM DO PROGRAMA HBSIS86P                                       *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS86P.
      *----------------------------------------------------------------*
