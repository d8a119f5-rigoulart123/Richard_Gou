      *                CADASTROS, E GERAR O RELATORIO DE CUMPRIMENTO   *
      *                DA AGENDA: VISITAS PREVISTAS (ULTIMA EXECUCAO   *
      *                DA DISTRIBUICAO) X REALIZADAS X NAO REALIZADAS  *
      *                POR VENDEDOR; CONFERIR O CHECK-IN GPS DE CADA   *
      *                VISITA CONTRA AS COORDENADAS DO CLIENTE, LISTAR *
      *                AS VISITAS SUSPEITAS POR VENDEDOR E PROPOR A    *
      *                CORRECAO DAS COORDENADAS QUANDO AS VISITAS SE   *
      *                CONCENTRAM LONGE DO PONTO CADASTRADO (REVISAO   *
      *                E GRAVACAO PELO INTERCAMBIO DO HBSIS60P); A     *
      *                VISITA PODE INFORMAR A CAMPANHA DE TRADE        *
      *                EXECUTADA, REGISTRADA NO HBSIS78P               *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                    "RELCUMPRIMENTOVISITA.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-SUSPEITAS      ASSIGN TO
                                    "RELVISITASSUSPEITAS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-PROPOSTA       ASSIGN TO
                                    "RELPROPOSTACOORD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *    MESMO LAY-OUT DO ARQUIVO DE RETORNO DO PROVEDOR, PARA SER
      *    REVISADO E IMPORTADO PELO HBSIS60P (ORIGEM "G")
           SELECT ARQ-PROPOSTA       ASSIGN TO
                                    "PROPOSTACOORDGPS.TXT"
                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PRO.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           03 IMP-COD-VENDEDOR         PIC  9(003).
           03 IMP-DATA-VISITA          PIC  9(008).
           03 IMP-RESULTADO            PIC  X(001).
           03 IMP-CHECKIN.
              05 IMP-LATITUDE-CHK      PIC S9(003)V9(008).
              05 IMP-LONGITUDE-CHK     PIC S9(003)V9(008).
              05 IMP-HORA-CHK          PIC  9(006).
           03 IMP-CAMPANHA.
              05 IMP-COD-CAMPANHA      PIC  9(004).

       FD  REJ-VISITA
           LABEL RECORD IS STANDARD.

       FD  REL-CUMPRIMENTO.
       01  REG-REL-CUMPRIMENTO         PIC X(100).

       FD  REL-SUSPEITAS.
       01  REG-REL-SUSPEITAS           PIC X(100).

       FD  REL-PROPOSTA.
       01  REG-REL-PROPOSTA            PIC X(120).

       FD  ARQ-PROPOSTA
           LABEL RECORD IS STANDARD.
       01  REG-PROPOSTA.
           05  PRO-COD-CLIENTE         PIC  9(007).
           05  PRO-LATITUDE            PIC S9(003)V9(008).
           05  PRO-LONGITUDE           PIC S9(003)V9(008).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REJ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".

       01  WS-LABEL-IMP                PIC  X(020)         VALUE SPACES.
       01  WS-DATA-CARGA               PIC  9(008)         VALUE ZEROS.
       01  WS-TOT-PREVISTAS            PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-REALIZADAS           PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CHECK-IN GPS: TOLERANCIA EM METROS (CONJUNTO DE PARAMETROS,    *
      * ZERO = 300) E CALCULO DE DISTANCIA (HAVERSINE), COMO NO        *
      * HBSIS34P                                                       *
      *----------------------------------------------------------------*
       01  WS-TOLER-CHECKIN            PIC  9(005)         VALUE ZEROS.
       01  WS-HORA-CHK.
           05  WS-HORA-CHK-HH          PIC  9(002).
           05  WS-HORA-CHK-MM          PIC  9(002).
           05  WS-HORA-CHK-SS          PIC  9(002).
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-A                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-B                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-A                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-B                    PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * VISITAS SUSPEITAS DO PERIODO E CHECK-INS CONFERIDOS POR        *
      * VENDEDOR                                                       *
      *----------------------------------------------------------------*
       01  WS-TAB-SUSPEITAS.
           05  WS-TAB-SUS-QTD          PIC  9(005)         VALUE ZEROS.
           05  WS-TAB-SUS-ITEM         OCCURS 99999 TIMES
                                       INDEXED BY WS-IDX-SUS.
               10  WS-SUS-COD-VEND     PIC  9(003).
               10  WS-SUS-COD-CLI      PIC  9(007).
               10  WS-SUS-DATA         PIC  9(008).
               10  WS-SUS-HORA         PIC  9(006).
               10  WS-SUS-DISTANCIA    PIC  9(007).

       01  WS-TAB-SUS-VENDEDOR.
           05  WS-SVE-ITEM             OCCURS 999 TIMES.
               10  WS-SVE-CONFERIDAS   PIC  9(007).
               10  WS-SVE-SUSPEITAS    PIC  9(007).

       01  WS-SVE-COD-VEND             PIC  9(004)         VALUE ZEROS.
       01  WS-TOT-CONFERIDAS           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-SUSPEITAS            PIC  9(007)         VALUE ZEROS.
       01  WS-PCT-SUSPEITAS            PIC  9(003)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CHECK-INS DE VISITAS REALIZADAS DE UM CLIENTE, PARA A PROPOSTA *
      * DE CORRECAO: SO HA PROPOSTA COM PELO MENOS 3 VISITAS EM DIAS   *
      * DIFERENTES, TODAS DENTRO DA TOLERANCIA DO PONTO MEDIO, E O     *
      * PONTO MEDIO FORA DA TOLERANCIA DAS COORDENADAS CADASTRADAS     *
      *----------------------------------------------------------------*
       01  WS-MIN-VISITAS-GPS          PIC  9(003)         VALUE 3.
       01  WS-GPS-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-GPS-QTD-DIAS             PIC  9(003)         VALUE ZEROS.
       01  WS-GPS-ULT-DATA             PIC  9(008)         VALUE ZEROS.
       01  WS-GPS-SOMA-LAT             PIC S9(007)V9(008)  VALUE ZEROS.
       01  WS-GPS-SOMA-LON             PIC S9(007)V9(008)  VALUE ZEROS.
       01  WS-GPS-MEDIA-LAT            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-GPS-MEDIA-LON            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-GPS-CONSISTENTE          PIC  X(001)         VALUE "S".
       01  WS-GPS-DESLOCAMENTO         PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TAB-GPS.
           05  WS-TAB-GPS-QTD          PIC  9(003)         VALUE ZEROS.
           05  WS-TAB-GPS-ITEM         OCCURS 100 TIMES
                                       INDEXED BY WS-IDX-GPS.
               10  WS-GPS-LATITUDE     PIC S9(003)V9(008).
               10  WS-GPS-LONGITUDE    PIC S9(003)V9(008).

       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.
       01  WS-HBSIS22                  PIC  X(009)         VALUE
           'HBSIS22P'.
       01  WS-HBSIS78                  PIC  X(009)         VALUE
           'HBSIS78P'.

       COPY HBSIS42L.
       COPY HBSIS22L.
       COPY HBSIS78L.

       01  CAB-CUMPRIMENTO.
           03 FILLER                   PIC  X(005)         VALUE
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-REJ-MOTIVO           PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DE VISITAS SUSPEITAS                                 *
      *----------------------------------------------------------------*
       01  CAB-SUSPEITAS.
           03 FILLER                   PIC  X(040)         VALUE
              "VISITAS SUSPEITAS (CHECK-IN GPS) - DE ".
           03 CAB-SUS-DATA-INI         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " A ".
           03 CAB-SUS-DATA-FIM         PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(017)         VALUE
              "  TOLERANCIA(M): ".
           03 CAB-SUS-TOLER            PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(019)         VALUE SPACES.

       01  CAB-SUS-VENDEDOR.
           03 FILLER                   PIC  X(010)         VALUE
              "VENDEDOR: ".
           03 CAB-SUS-COD-VEND         PIC  9(003)         VALUE ZEROS.
           03 FILLER                   PIC  X(003)         VALUE " - ".
           03 CAB-SUS-NOME-VEND        PIC  X(040)         VALUE SPACES.
           03 FILLER                   PIC  X(044)         VALUE SPACES.

       01  CAB-SUS-COLUNAS.
           03 FILLER                   PIC  X(050)         VALUE
              "    CLIENTE  RAZAO SOCIAL".
           03 FILLER                   PIC  X(050)         VALUE
              "   DATA      HORA    DISTANCIA(M)".

       01  DET-SUSPEITAS.
           03 FILLER                   PIC  X(004)         VALUE SPACES.
           03 DET-SUS-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SUS-RAZAO            PIC  X(037)         VALUE SPACES.
           03 FILLER                   PIC  X(003)         VALUE SPACES.
           03 DET-SUS-DATA             PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-SUS-HORA             PIC  99B99B99       VALUE ZEROS.
           03 FILLER                   PIC  X(005)         VALUE SPACES.
           03 DET-SUS-DISTANCIA        PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(015)         VALUE SPACES.

       01  SUB-SUSPEITAS.
           03 FILLER                   PIC  X(026)         VALUE
              "    CHECK-INS CONFERIDOS: ".
           03 SUB-SUS-CONFERIDAS       PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(013)         VALUE
              "  SUSPEITOS: ".
           03 SUB-SUS-SUSPEITAS        PIC  ZZZZZZ9        VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE " (".
           03 SUB-SUS-PCT              PIC  ZZ9,99         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE "%)".
           03 FILLER                   PIC  X(037)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DE PROPOSTAS DE CORRECAO DE COORDENADAS              *
      *----------------------------------------------------------------*
       01  CAB-PROPOSTA.
           03 FILLER                   PIC  X(060)         VALUE
              "PROPOSTAS DE CORRECAO DE COORDENADAS POR CHECK-IN GPS".
           03 FILLER                   PIC  X(017)         VALUE
              "TOLERANCIA(M): ".
           03 CAB-PRO-TOLER            PIC  ZZZZ9          VALUE ZEROS.
           03 FILLER                   PIC  X(038)         VALUE SPACES.

       01  CAB-PRO-REVISAO.
           03 FILLER                   PIC  X(060)         VALUE
              "REVISE O ARQUIVO PROPOSTACOORDGPS.TXT E IMPORTE PELA ".
           03 FILLER                   PIC  X(060)         VALUE
              "GEOCODIFICACAO DE RUA COM ORIGEM G".

       01  CAB-PRO-COLUNAS.
           03 FILLER                   PIC  X(040)         VALUE
              "CLIENTE  RAZAO SOCIAL".
           03 FILLER                   PIC  X(040)         VALUE
              "LAT ATUAL    LON ATUAL    LAT PROPOSTA".
           03 FILLER                   PIC  X(040)         VALUE
              " LON PROPOSTA VISITAS DESLOC(M)".

       01  DET-PROPOSTA.
           03 DET-PRO-COD-CLI          PIC  9(007)         VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRO-RAZAO            PIC  X(030)         VALUE SPACES.
           03 FILLER                   PIC  X(001)         VALUE SPACES.
           03 DET-PRO-LAT-ATUAL        PIC -ZZ9,999999     VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRO-LON-ATUAL        PIC -ZZ9,999999     VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRO-LAT-PROPOSTA     PIC -ZZ9,999999     VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRO-LON-PROPOSTA     PIC -ZZ9,999999     VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRO-VISITAS          PIC  ZZ9            VALUE ZEROS.
           03 FILLER                   PIC  X(002)         VALUE SPACES.
           03 DET-PRO-DESLOCAMENTO     PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03 FILLER                   PIC  X(016)         VALUE SPACES.

       01  LINHA-TRACO.
           03 FILLER                   PIC  X(100)         VALUE
              ALL "-".
                                          QTD-LIDOS-HBSIS43L
                                          QTD-CARREGADOS-HBSIS43L
                                          QTD-REJEITADOS-HBSIS43L
                                          QTD-SUSPEITAS-HBSIS43L
                                          QTD-PROPOSTAS-HBSIS43L
           MOVE NOME-ARQ-VIS-HBSIS43L  TO WS-LABEL-IMP
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-DATA-CARGA

           MOVE 0                      TO COD-FUNCAO-HBSIS22
           CALL WS-HBSIS22             USING HBSIS22L

           MOVE TOLER-CHECKIN-HBSIS22  TO WS-TOLER-CHECKIN

           IF WS-TOLER-CHECKIN         EQUAL ZEROS
              MOVE 300                 TO WS-TOLER-CHECKIN
           END-IF

           .
       1000-EXIT.
           EXIT.
                    PERFORM 2100-IMPORTA-VISITAS
               WHEN 2
                    PERFORM 2500-RELAT-CUMPRIMENTO
               WHEN 3
                    PERFORM 2600-RELAT-SUSPEITAS
               WHEN 4
                    PERFORM 2700-PROPOE-CORRECAO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS43L
                    MOVE "CODIGO DA FUNCAO INVALIDA"

           MOVE ZEROS                  TO COD-RETORNO-HBSIS43L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS43L
           STRING "VISITAS LIDAS: "
                  QTD-LIDOS-HBSIS43L
                  " REJ: "
                  QTD-REJEITADOS-HBSIS43L
                  " SUSP: "
                  QTD-SUSPEITAS-HBSIS43L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS43L

           .
      *----------------------------------------------------------------*
      * CARGA DE UMA CONFIRMACAO DE VISITA: CLIENTE E VENDEDOR         *
      * PRECISAM EXISTIR NOS CADASTROS E O RESULTADO SER VALIDO;       *
      * REENVIO DO MESMO DIA ATUALIZA O REGISTRO JA GRAVADO. COM       *
      * POSICAO GPS, O CHECK-IN E CONFERIDO CONTRA O CLIENTE           *
      *----------------------------------------------------------------*
       2300-TRATA-IMP-VISITA           SECTION.

                                       TO WS-MOTIVO-REJ
           END-IF

           IF WS-MOTIVO-REJ            EQUAL SPACES
              PERFORM 2310-VALIDA-CHECKIN
           END-IF

           IF WS-MOTIVO-REJ            EQUAL SPACES
              PERFORM 2330-REGISTRA-CAMPANHA
           END-IF

           IF WS-MOTIVO-REJ            NOT EQUAL SPACES
              ADD 1                    TO QTD-REJEITADOS-HBSIS43L
              MOVE IMP-COD-CLIENTE     TO DET-REJ-COD-CLIENTE
              MOVE IMP-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS43C
              MOVE IMP-RESULTADO       TO RESULTADO-HBSIS43C
              MOVE WS-DATA-CARGA       TO DATA-CARGA-HBSIS43C
              MOVE IMP-COD-CAMPANHA    TO CAMPANHA-HBSIS43C

              PERFORM 2320-CONFERE-CHECKIN

              WRITE ARQ-HBSIS43C

       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A POSICAO E A HORA DO CHECK-IN (OPCIONAIS: ZERADAS =    *
      * CONFIRMACAO SEM GPS)                                           *
      *----------------------------------------------------------------*
       2310-VALIDA-CHECKIN             SECTION.

      *    ARQUIVO NO LAY-OUT ANTERIOR (SEM OS CAMPOS DE CHECK-IN)
           IF IMP-CHECKIN              EQUAL SPACES
              MOVE ZEROS               TO IMP-CHECKIN
              GO TO 2310-EXIT
           END-IF

           IF IMP-LATITUDE-CHK         NOT NUMERIC
           OR IMP-LONGITUDE-CHK        NOT NUMERIC
              MOVE "POSICAO GPS DO CHECK-IN INVALIDA"
                                       TO WS-MOTIVO-REJ
              GO TO 2310-EXIT
           END-IF

           IF IMP-LATITUDE-CHK         LESS -90 OR
              IMP-LATITUDE-CHK         GREATER 90 OR
              IMP-LONGITUDE-CHK        LESS -180 OR
              IMP-LONGITUDE-CHK        GREATER 180
              MOVE "POSICAO GPS DO CHECK-IN FORA DA FAIXA"
                                       TO WS-MOTIVO-REJ
              GO TO 2310-EXIT
           END-IF

           IF IMP-HORA-CHK             NOT NUMERIC
              MOVE "HORA DO CHECK-IN INVALIDA"
                                       TO WS-MOTIVO-REJ
              GO TO 2310-EXIT
           END-IF

           MOVE IMP-HORA-CHK           TO WS-HORA-CHK

           IF WS-HORA-CHK-HH           GREATER 23 OR
              WS-HORA-CHK-MM           GREATER 59 OR
              WS-HORA-CHK-SS           GREATER 59
              MOVE "HORA DO CHECK-IN INVALIDA"
                                       TO WS-MOTIVO-REJ
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O CHECK-IN COM AS COORDENADAS DO CLIENTE (REGISTRO JA  *
      * LIDO NA VALIDACAO) E MARCA A VISITA COMO SUSPEITA QUANDO A     *
      * DISTANCIA PASSA DA TOLERANCIA                                  *
      *----------------------------------------------------------------*
       2320-CONFERE-CHECKIN            SECTION.

           MOVE IMP-LATITUDE-CHK       TO LATITUDE-CHK-HBSIS43C
           MOVE IMP-LONGITUDE-CHK      TO LONGITUDE-CHK-HBSIS43C
           MOVE IMP-HORA-CHK           TO HORA-CHK-HBSIS43C
           MOVE ZEROS                  TO DISTANCIA-CHK-HBSIS43C
           MOVE SPACES                 TO FLAG-GPS-HBSIS43C

           IF IMP-LATITUDE-CHK         EQUAL ZEROS
           AND IMP-LONGITUDE-CHK       EQUAL ZEROS
              GO TO 2320-EXIT
           END-IF

           IF LATITUDE-CLI-HBSIS02C    EQUAL ZEROS
           AND LONGITUDE-CLI-HBSIS02C  EQUAL ZEROS
              MOVE "X"                 TO FLAG-GPS-HBSIS43C
              GO TO 2320-EXIT
           END-IF

           MOVE LATITUDE-CLI-HBSIS02C  TO WS-LAT-A
           MOVE LONGITUDE-CLI-HBSIS02C TO WS-LON-A
           MOVE IMP-LATITUDE-CHK       TO WS-LAT-B
           MOVE IMP-LONGITUDE-CHK      TO WS-LON-B

           PERFORM 2900-CALCULA-DISTANCIA

           IF WS-CALC-DISTANCIA        GREATER 9999999
              MOVE 9999999             TO DISTANCIA-CHK-HBSIS43C
           ELSE
              MOVE WS-CALC-DISTANCIA   TO DISTANCIA-CHK-HBSIS43C
           END-IF

           IF WS-CALC-DISTANCIA        GREATER WS-TOLER-CHECKIN
              MOVE "S"                 TO FLAG-GPS-HBSIS43C
              ADD 1                    TO QTD-SUSPEITAS-HBSIS43L
           ELSE
              MOVE "V"                 TO FLAG-GPS-HBSIS43C
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CAMPANHA DE TRADE EXECUTADA NA VISITA (OPCIONAL): SO EM VISITA *
      * REALIZADA, REGISTRADA NO CLIENTE DA CAMPANHA PELO HBSIS78P; A  *
      * RECUSA DO HBSIS78P REJEITA A CONFIRMACAO COM O MESMO MOTIVO    *
      *----------------------------------------------------------------*
       2330-REGISTRA-CAMPANHA          SECTION.

      *    ARQUIVO NO LAY-OUT ANTERIOR (SEM O CAMPO DE CAMPANHA)
           IF IMP-CAMPANHA             EQUAL SPACES
              MOVE ZEROS               TO IMP-COD-CAMPANHA
           END-IF

           IF IMP-COD-CAMPANHA         NOT NUMERIC
              MOVE "CODIGO DA CAMPANHA INVALIDO"
                                       TO WS-MOTIVO-REJ
              GO TO 2330-EXIT
           END-IF

           IF IMP-COD-CAMPANHA         EQUAL ZEROS
              GO TO 2330-EXIT
           END-IF

           IF IMP-RESULTADO            NOT EQUAL "R"
              MOVE "CAMPANHA SO EM VISITA REALIZADA"
                                       TO WS-MOTIVO-REJ
              GO TO 2330-EXIT
           END-IF

           INITIALIZE HBSIS78L
           MOVE 7                      TO COD-FUNCAO-HBSIS78L
           MOVE IMP-COD-CAMPANHA       TO COD-CAMPANHA-HBSIS78L
           MOVE IMP-COD-CLIENTE        TO COD-CLIENTE-HBSIS78L
           MOVE IMP-COD-VENDEDOR       TO COD-VENDEDOR-HBSIS78L
           MOVE IMP-DATA-VISITA        TO DATA-EXECUCAO-HBSIS78L
           MOVE "HBSIS43P"             TO OPERADOR-HBSIS78L

           CALL WS-HBSIS78             USING HBSIS78L

           IF COD-RETORNO-HBSIS78L     NOT EQUAL ZEROS
              MOVE MSG-RETORNO-HBSIS78L
                                       TO WS-MOTIVO-REJ
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE CUMPRIMENTO: PREVISTAS (CLIENTES ATRIBUIDOS NA    *
      * ULTIMA EXECUCAO DA DISTRIBUICAO CUJA FREQUENCIA DE VISITA CAI  *
      * NA SEMANA DO PERIODO, COMO NA AGENDA DO HBSIS35P) X            *
       2535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE VISITAS SUSPEITAS: CHECK-INS DO PERIODO ALEM DA   *
      * TOLERANCIA DAS COORDENADAS DO CLIENTE, POR VENDEDOR, COM A     *
      * PROPORCAO SOBRE OS CHECK-INS CONFERIDOS                        *
      *----------------------------------------------------------------*
       2600-RELAT-SUSPEITAS            SECTION.

           MOVE ZEROS                  TO WS-TAB-SUS-QTD
           INITIALIZE WS-TAB-SUS-VENDEDOR

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS43L
              MOVE "NAO HA HISTORICO DE VISITAS CARREGADO"
                                       TO MSG-RETORNO-HBSIS43L
              GO TO 2600-EXIT
           END-IF

           READ ARQ-VISITA NEXT

           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
              IF (FLAG-GPS-HBSIS43C    EQUAL "V" OR "S")
              AND COD-VENDEDOR-HBSIS43C GREATER ZEROS
              AND (DATA-INI-HBSIS43L   EQUAL ZEROS OR
                   DATA-VISITA-HBSIS43C NOT LESS DATA-INI-HBSIS43L)
              AND (DATA-FIM-HBSIS43L   EQUAL ZEROS OR
                   DATA-VISITA-HBSIS43C NOT GREATER DATA-FIM-HBSIS43L)
                 PERFORM 2610-ACUMULA-SUSPEITA
              END-IF
              READ ARQ-VISITA NEXT
           END-PERFORM

           CLOSE ARQ-VISITA

           PERFORM 2620-GRAVA-REL-SUSPEITAS

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA O CHECK-IN CONFERIDO NO VENDEDOR E GUARDA A SUSPEITA     *
      *----------------------------------------------------------------*
       2610-ACUMULA-SUSPEITA           SECTION.

           ADD 1                       TO WS-SVE-CONFERIDAS
                                          (COD-VENDEDOR-HBSIS43C)

           IF FLAG-GPS-HBSIS43C        NOT EQUAL "S"
              GO TO 2610-EXIT
           END-IF

           ADD 1                       TO WS-SVE-SUSPEITAS
                                          (COD-VENDEDOR-HBSIS43C)

           IF WS-TAB-SUS-QTD           LESS 99999
              ADD 1                    TO WS-TAB-SUS-QTD
              SET WS-IDX-SUS           TO WS-TAB-SUS-QTD
              MOVE COD-VENDEDOR-HBSIS43C
                                       TO WS-SUS-COD-VEND (WS-IDX-SUS)
              MOVE COD-CLIENTE-HBSIS43C
                                       TO WS-SUS-COD-CLI (WS-IDX-SUS)
              MOVE DATA-VISITA-HBSIS43C
                                       TO WS-SUS-DATA (WS-IDX-SUS)
              MOVE HORA-CHK-HBSIS43C   TO WS-SUS-HORA (WS-IDX-SUS)
              MOVE DISTANCIA-CHK-HBSIS43C
                                       TO WS-SUS-DISTANCIA (WS-IDX-SUS)
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RELATORIO DE VISITAS SUSPEITAS E REGISTRA O ARQUIVO    *
      * GERADO (HBSIS42P)                                              *
      *----------------------------------------------------------------*
       2620-GRAVA-REL-SUSPEITAS        SECTION.

           OPEN OUTPUT REL-SUSPEITAS

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS43L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE SUSPEITAS"
                                       TO MSG-RETORNO-HBSIS43L
              GO TO 2620-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           MOVE ZEROS                  TO WS-QTD-LINHAS-REL
                                          WS-TOT-CONFERIDAS
                                          WS-TOT-SUSPEITAS

           MOVE DATA-INI-HBSIS43L      TO CAB-SUS-DATA-INI
           MOVE DATA-FIM-HBSIS43L      TO CAB-SUS-DATA-FIM
           MOVE WS-TOLER-CHECKIN       TO CAB-SUS-TOLER

           WRITE REG-REL-SUSPEITAS     FROM LINHA-TRACO
           WRITE REG-REL-SUSPEITAS     FROM CAB-SUSPEITAS
           WRITE REG-REL-SUSPEITAS     FROM LINHA-TRACO

           PERFORM VARYING WS-SVE-COD-VEND FROM 1 BY 1
                   UNTIL WS-SVE-COD-VEND GREATER 999
              IF WS-SVE-CONFERIDAS (WS-SVE-COD-VEND) GREATER ZEROS
                 PERFORM 2625-GRAVA-SUS-VENDEDOR
              END-IF
           END-PERFORM

           MOVE WS-TOT-CONFERIDAS      TO SUB-SUS-CONFERIDAS
           MOVE WS-TOT-SUSPEITAS       TO SUB-SUS-SUSPEITAS
           MOVE ZEROS                  TO WS-PCT-SUSPEITAS
           IF WS-TOT-CONFERIDAS        GREATER ZEROS
              COMPUTE WS-PCT-SUSPEITAS ROUNDED =
                      WS-TOT-SUSPEITAS * 100 / WS-TOT-CONFERIDAS
           END-IF
           MOVE WS-PCT-SUSPEITAS       TO SUB-SUS-PCT

           WRITE REG-REL-SUSPEITAS     FROM LINHA-TRACO
           MOVE "TOTAL GERAL"          TO REG-REL-SUSPEITAS
           WRITE REG-REL-SUSPEITAS
           WRITE REG-REL-SUSPEITAS     FROM SUB-SUSPEITAS
           WRITE REG-REL-SUSPEITAS     FROM LINHA-TRACO

           CLOSE REL-SUSPEITAS
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELVISITASSUSPEITAS.TXT"
                                       TO NOME-ARQ-HBSIS42
           MOVE WS-QTD-LINHAS-REL      TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE WS-TOT-SUSPEITAS       TO QTD-SUSPEITAS-HBSIS43L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS43L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS43L
           STRING "RELATORIO GERADO - VISITAS SUSPEITAS: "
                  WS-TOT-SUSPEITAS
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS43L

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BLOCO DE UM VENDEDOR: VISITAS SUSPEITAS E PROPORCAO            *
      *----------------------------------------------------------------*
       2625-GRAVA-SUS-VENDEDOR         SECTION.

           MOVE WS-SVE-COD-VEND        TO CAB-SUS-COD-VEND
                                          COD-VENDEDOR-HBSIS04C
           MOVE SPACES                 TO CAB-SUS-NOME-VEND
           READ ARQ-VENDEDOR KEY IS COD-VENDEDOR-HBSIS04C
           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VEND-HBSIS04C  TO CAB-SUS-NOME-VEND
           END-IF

           WRITE REG-REL-SUSPEITAS     FROM CAB-SUS-VENDEDOR

           IF WS-SVE-SUSPEITAS (WS-SVE-COD-VEND) GREATER ZEROS
              WRITE REG-REL-SUSPEITAS  FROM CAB-SUS-COLUNAS
           END-IF

           PERFORM VARYING WS-IDX-SUS FROM 1 BY 1
                   UNTIL WS-IDX-SUS GREATER WS-TAB-SUS-QTD
              IF WS-SUS-COD-VEND (WS-IDX-SUS) EQUAL WS-SVE-COD-VEND
                 MOVE WS-SUS-COD-CLI (WS-IDX-SUS)
                                       TO DET-SUS-COD-CLI
                                          COD-CLIENTE-HBSIS02C
                 MOVE SPACES           TO DET-SUS-RAZAO
                 READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C
                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    MOVE RAZAO-SOCIAL-HBSIS02C
                                       TO DET-SUS-RAZAO
                 END-IF
                 MOVE WS-SUS-DATA (WS-IDX-SUS)
                                       TO DET-SUS-DATA
                 MOVE WS-SUS-HORA (WS-IDX-SUS)
                                       TO DET-SUS-HORA
                 MOVE WS-SUS-DISTANCIA (WS-IDX-SUS)
                                       TO DET-SUS-DISTANCIA
                 WRITE REG-REL-SUSPEITAS FROM DET-SUSPEITAS
                 ADD 1                 TO WS-QTD-LINHAS-REL
              END-IF
           END-PERFORM

           MOVE WS-SVE-CONFERIDAS (WS-SVE-COD-VEND)
                                       TO SUB-SUS-CONFERIDAS
           MOVE WS-SVE-SUSPEITAS (WS-SVE-COD-VEND)
                                       TO SUB-SUS-SUSPEITAS
           COMPUTE WS-PCT-SUSPEITAS ROUNDED =
                   WS-SVE-SUSPEITAS (WS-SVE-COD-VEND) * 100
                 / WS-SVE-CONFERIDAS (WS-SVE-COD-VEND)
           MOVE WS-PCT-SUSPEITAS       TO SUB-SUS-PCT

           WRITE REG-REL-SUSPEITAS     FROM SUB-SUSPEITAS

           ADD WS-SVE-CONFERIDAS (WS-SVE-COD-VEND)
                                       TO WS-TOT-CONFERIDAS
           ADD WS-SVE-SUSPEITAS (WS-SVE-COD-VEND)
                                       TO WS-TOT-SUSPEITAS

           .
       2625-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROPOSTAS DE CORRECAO DE COORDENADAS: PERCORRE AS VISITAS      *
      * REALIZADAS COM CHECK-IN GPS DO PERIODO, AGRUPADAS POR CLIENTE  *
      * (A CHAVE COMECA PELO CLIENTE), E GRAVA A PROPOSTA NO LAY-OUT   *
      * DO RETORNO DO PROVEDOR PARA A REVISAO DO HBSIS60P              *
      *----------------------------------------------------------------*
       2700-PROPOE-CORRECAO            SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS43L
              MOVE "NAO HA HISTORICO DE VISITAS CARREGADO"
                                       TO MSG-RETORNO-HBSIS43L
              GO TO 2700-EXIT
           END-IF

           OPEN OUTPUT ARQ-PROPOSTA
           OPEN OUTPUT REL-PROPOSTA

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
           OR WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS43L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROPOSTAS"
                                       TO MSG-RETORNO-HBSIS43L
              CLOSE ARQ-VISITA
              CLOSE ARQ-PROPOSTA
              CLOSE REL-PROPOSTA
              GO TO 2700-EXIT
           END-IF

           OPEN INPUT ARQ-CLIENTE

           MOVE WS-TOLER-CHECKIN       TO CAB-PRO-TOLER
           WRITE REG-REL-PROPOSTA      FROM LINHA-TRACO
           WRITE REG-REL-PROPOSTA      FROM CAB-PROPOSTA
           WRITE REG-REL-PROPOSTA      FROM CAB-PRO-REVISAO
           WRITE REG-REL-PROPOSTA      FROM LINHA-TRACO
           WRITE REG-REL-PROPOSTA      FROM CAB-PRO-COLUNAS

           MOVE ZEROS                  TO WS-GPS-COD-CLIENTE
           PERFORM 2705-ZERA-CLIENTE-GPS

           READ ARQ-VISITA NEXT

           PERFORM UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"
              IF COD-CLIENTE-HBSIS43C  NOT EQUAL WS-GPS-COD-CLIENTE
                 PERFORM 2710-AVALIA-CLIENTE
                 MOVE COD-CLIENTE-HBSIS43C
                                       TO WS-GPS-COD-CLIENTE
                 PERFORM 2705-ZERA-CLIENTE-GPS
              END-IF
              IF RESULTADO-HBSIS43C    EQUAL "R"
              AND FLAG-GPS-HBSIS43C    NOT EQUAL SPACES
              AND (DATA-INI-HBSIS43L   EQUAL ZEROS OR
                   DATA-VISITA-HBSIS43C NOT LESS DATA-INI-HBSIS43L)
              AND (DATA-FIM-HBSIS43L   EQUAL ZEROS OR
                   DATA-VISITA-HBSIS43C NOT GREATER DATA-FIM-HBSIS43L)
              AND WS-TAB-GPS-QTD       LESS 100
                 ADD 1                 TO WS-TAB-GPS-QTD
                 SET WS-IDX-GPS        TO WS-TAB-GPS-QTD
                 MOVE LATITUDE-CHK-HBSIS43C
                                       TO WS-GPS-LATITUDE (WS-IDX-GPS)
                 MOVE LONGITUDE-CHK-HBSIS43C
                                       TO WS-GPS-LONGITUDE (WS-IDX-GPS)
                 ADD LATITUDE-CHK-HBSIS43C
                                       TO WS-GPS-SOMA-LAT
                 ADD LONGITUDE-CHK-HBSIS43C
                                       TO WS-GPS-SOMA-LON
                 IF DATA-VISITA-HBSIS43C NOT EQUAL WS-GPS-ULT-DATA
                    ADD 1              TO WS-GPS-QTD-DIAS
                    MOVE DATA-VISITA-HBSIS43C
                                       TO WS-GPS-ULT-DATA
                 END-IF
              END-IF
              READ ARQ-VISITA NEXT
           END-PERFORM

           PERFORM 2710-AVALIA-CLIENTE

           WRITE REG-REL-PROPOSTA      FROM LINHA-TRACO

           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PROPOSTA
           CLOSE REL-PROPOSTA

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "PROPOSTACOORDGPS.TXT" TO NOME-ARQ-HBSIS42
           MOVE QTD-PROPOSTAS-HBSIS43L TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE 1                      TO COD-FUNCAO-HBSIS42
           MOVE "RELPROPOSTACOORD.TXT" TO NOME-ARQ-HBSIS42
           MOVE QTD-PROPOSTAS-HBSIS43L TO QTD-REGISTROS-HBSIS42
           CALL WS-HBSIS42             USING HBSIS42L

           MOVE ZEROS                  TO COD-RETORNO-HBSIS43L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS43L
           STRING "PROPOSTAS DE CORRECAO GERADAS: "
                  QTD-PROPOSTAS-HBSIS43L
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS43L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA OS ACUMULADORES DE CHECK-IN DO CLIENTE CORRENTE           *
      *----------------------------------------------------------------*
       2705-ZERA-CLIENTE-GPS           SECTION.

           MOVE ZEROS                  TO WS-TAB-GPS-QTD
                                          WS-GPS-QTD-DIAS
                                          WS-GPS-ULT-DATA
                                          WS-GPS-SOMA-LAT
                                          WS-GPS-SOMA-LON

           .
       2705-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA OS CHECK-INS DO CLIENTE: PONTO MEDIO, CONSISTENCIA DO   *
      * AGRUPAMENTO E DESLOCAMENTO EM RELACAO AO PONTO CADASTRADO      *
      *----------------------------------------------------------------*
       2710-AVALIA-CLIENTE             SECTION.

           IF WS-GPS-COD-CLIENTE       EQUAL ZEROS
           OR WS-GPS-QTD-DIAS          LESS WS-MIN-VISITAS-GPS
              GO TO 2710-EXIT
           END-IF

           COMPUTE WS-GPS-MEDIA-LAT ROUNDED =
                   WS-GPS-SOMA-LAT / WS-TAB-GPS-QTD
           COMPUTE WS-GPS-MEDIA-LON ROUNDED =
                   WS-GPS-SOMA-LON / WS-TAB-GPS-QTD

      *    TODOS OS CHECK-INS PRECISAM ESTAR PERTO DO PONTO MEDIO
           MOVE "S"                    TO WS-GPS-CONSISTENTE

           PERFORM VARYING WS-IDX-GPS FROM 1 BY 1
                   UNTIL WS-IDX-GPS GREATER WS-TAB-GPS-QTD
                      OR WS-GPS-CONSISTENTE EQUAL "N"
              MOVE WS-GPS-MEDIA-LAT    TO WS-LAT-A
              MOVE WS-GPS-MEDIA-LON    TO WS-LON-A
              MOVE WS-GPS-LATITUDE (WS-IDX-GPS)
                                       TO WS-LAT-B
              MOVE WS-GPS-LONGITUDE (WS-IDX-GPS)
                                       TO WS-LON-B
              PERFORM 2900-CALCULA-DISTANCIA
              IF WS-CALC-DISTANCIA     GREATER WS-TOLER-CHECKIN
                 MOVE "N"              TO WS-GPS-CONSISTENTE
              END-IF
           END-PERFORM

           IF WS-GPS-CONSISTENTE       NOT EQUAL "S"
              GO TO 2710-EXIT
           END-IF

           MOVE WS-GPS-COD-CLIENTE     TO COD-CLIENTE-HBSIS02C

           READ ARQ-CLIENTE KEY IS COD-CLIENTE-HBSIS02C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
           OR FLAG-ATIVO-HBSIS02C      EQUAL "N"
              GO TO 2710-EXIT
           END-IF

           MOVE ZEROS                  TO WS-GPS-DESLOCAMENTO

           IF LATITUDE-CLI-HBSIS02C    NOT EQUAL ZEROS
           OR LONGITUDE-CLI-HBSIS02C   NOT EQUAL ZEROS
              MOVE LATITUDE-CLI-HBSIS02C
                                       TO WS-LAT-A
              MOVE LONGITUDE-CLI-HBSIS02C
                                       TO WS-LON-A
              MOVE WS-GPS-MEDIA-LAT    TO WS-LAT-B
              MOVE WS-GPS-MEDIA-LON    TO WS-LON-B
              PERFORM 2900-CALCULA-DISTANCIA
              IF WS-CALC-DISTANCIA     NOT GREATER WS-TOLER-CHECKIN
                 GO TO 2710-EXIT
              END-IF
              MOVE WS-CALC-DISTANCIA   TO WS-GPS-DESLOCAMENTO
           END-IF

           MOVE WS-GPS-COD-CLIENTE     TO PRO-COD-CLIENTE
           MOVE WS-GPS-MEDIA-LAT       TO PRO-LATITUDE
           MOVE WS-GPS-MEDIA-LON       TO PRO-LONGITUDE
           WRITE REG-PROPOSTA

           MOVE WS-GPS-COD-CLIENTE     TO DET-PRO-COD-CLI
           MOVE RAZAO-SOCIAL-HBSIS02C  TO DET-PRO-RAZAO
           MOVE LATITUDE-CLI-HBSIS02C  TO DET-PRO-LAT-ATUAL
           MOVE LONGITUDE-CLI-HBSIS02C TO DET-PRO-LON-ATUAL
           MOVE WS-GPS-MEDIA-LAT       TO DET-PRO-LAT-PROPOSTA
           MOVE WS-GPS-MEDIA-LON       TO DET-PRO-LON-PROPOSTA
           MOVE WS-TAB-GPS-QTD         TO DET-PRO-VISITAS
           MOVE WS-GPS-DESLOCAMENTO    TO DET-PRO-DESLOCAMENTO
           WRITE REG-REL-PROPOSTA      FROM DET-PROPOSTA

           ADD 1                       TO QTD-PROPOSTAS-HBSIS43L

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (HAVERSINE) ENTRE A POSICAO A E A POSICAO  *
      * B, EM METROS, COMO NO HBSIS34P                                 *
      *----------------------------------------------------------------*
       2900-CALCULA-DISTANCIA          SECTION.

           COMPUTE WS-LAT-A = WS-LAT-A * FUNCTION PI / 180
           COMPUTE WS-LAT-B = WS-LAT-B * FUNCTION PI / 180
           COMPUTE WS-LON-A = WS-LON-A * FUNCTION PI / 180
           COMPUTE WS-LON-B = WS-LON-B * FUNCTION PI / 180

           COMPUTE WS-DLA = WS-LAT-B - (WS-LAT-A)
           COMPUTE WS-DLO = WS-LON-B - (WS-LON-A)

           COMPUTE WS-A = FUNCTION SIN(WS-DLA / 2)
                        * FUNCTION SIN(WS-DLA / 2)
                        + FUNCTION COS(WS-LAT-A)
                        * FUNCTION COS(WS-LAT-B)
                        * FUNCTION SIN(WS-DLO / 2)
                        * FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-C = 2 * FUNCTION ATAN(FUNCTION SQRT(WS-A) /
                                            FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA = 6371 * WS-C * 1000

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
