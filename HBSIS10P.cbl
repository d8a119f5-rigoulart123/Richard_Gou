      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT LOG-DISTRIBUICAO   ASSIGN TO WS-NOME-LOG
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-LOG.

      *----------------------------------------------------------------*
       77  WS-FL-STATUS-LOG            PIC  X(002)         VALUE "00".

      *    EXECUCAO PARALELA POR FILIAL (DISPARADA PELA CADEIA HBSIS21P)
      *    CADA FILIAL GRAVA O SEU PROPRIO LOG LOGDISTRIBUICAO-NN.TXT
       01  WS-NOME-LOG                 PIC  X(040)         VALUE
           "LOGDISTRIBUICAO.TXT".
       01  WS-PARM-PARALELO            PIC  X(001)         VALUE SPACE.
       01  WS-PARM-EXEC-CADEIA         PIC  X(014)         VALUE SPACES.
       01  WS-PARM-EXEC-CADEIA-R       REDEFINES WS-PARM-EXEC-CADEIA.
           03 WS-PARM-DATA-CADEIA      PIC  9(008).
           03 WS-PARM-HORA-CADEIA      PIC  9(006).
       01  WS-PARM-EXEC-ANTERIOR       PIC  X(014)         VALUE SPACES.
       01  WS-PARM-EXEC-ANTERIOR-R     REDEFINES WS-PARM-EXEC-ANTERIOR.
           03 WS-PARM-DATA-ANTERIOR    PIC  9(008).
           03 WS-PARM-HORA-ANTERIOR    PIC  9(006).

       01  WS-HBSIS07                  PIC  X(009)         VALUE
           'HBSIS07P'.

      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-PARM-FILIAL
                              FROM ENVIRONMENT
                              "HBSIS07_FILIAL"
           IF WS-PARM-FILIAL           NOT NUMERIC
              MOVE ZEROS               TO WS-PARM-FILIAL
           END-IF

           ACCEPT WS-PARM-PARALELO
                              FROM ENVIRONMENT
                              "HBSIS07_PARALELO"
           MOVE FUNCTION UPPER-CASE(WS-PARM-PARALELO)
                                       TO WS-PARM-PARALELO

           IF WS-PARM-PARALELO         EQUAL "S"
              MOVE SPACES              TO WS-NOME-LOG
              STRING "LOGDISTRIBUICAO-" WS-PARM-FILIAL ".TXT"
                     DELIMITED BY SIZE INTO WS-NOME-LOG
           END-IF

           OPEN OUTPUT LOG-DISTRIBUICAO

           IF WS-FL-STATUS-LOG         NOT EQUAL ZEROS
       2000-PROCESSA                   SECTION.

           MOVE "N"                    TO FLAG-SIMULACAO-HBSIS07L
           MOVE ZEROS                  TO COD-CLIENTE-UNICO-HBSIS07L

      *    PARAMETROS BASE VEM DO ARQUIVO CENTRAL DE PARAMETROS; AS
      *    VARIAVEIS DE AMBIENTE, QUANDO INFORMADAS, SOBREPOEM O
           MOVE PESO-SENIOR-HBSIS22    TO PESO-SENIOR-HBSIS07L
           MOVE PESO-VINCULO-HBSIS22   TO PESO-VINCULO-HBSIS07L
           MOVE FLAG-GRUPO-HBSIS22     TO FLAG-GRUPO-HBSIS07L
           MOVE FLAG-TROCA-HBSIS22     TO FLAG-TROCA-HBSIS07L
           MOVE FLAG-RASTREIO-HBSIS22  TO FLAG-RASTREIO-HBSIS07L

           ACCEPT WS-PARM-RESTRINGE-REGIAO
                              FROM ENVIRONMENT
              MOVE "AMBIENTE"          TO NOME-PARAM-HBSIS07L
           END-IF

           IF WS-PARM-FILIAL           GREATER ZEROS
           OR WS-PARM-PARALELO         EQUAL "S"
              MOVE WS-PARM-FILIAL      TO COD-FILIAL-HBSIS07L
           END-IF

      *    EXECUCAO PARALELA: TODAS AS FILIAIS GRAVAM NA MESMA EXECUCAO
      *    (DATA/HORA DA CADEIA) E PARTEM DA MESMA EXECUCAO ANTERIOR
           MOVE "N"                    TO FLAG-PARALELO-HBSIS07L
           IF WS-PARM-PARALELO         EQUAL "S"
              MOVE "S"                 TO FLAG-PARALELO-HBSIS07L
              ACCEPT WS-PARM-EXEC-CADEIA
                              FROM ENVIRONMENT
                              "HBSIS07_EXEC_CADEIA"
              ACCEPT WS-PARM-EXEC-ANTERIOR
                              FROM ENVIRONMENT
                              "HBSIS07_EXEC_ANTERIOR"
              IF WS-PARM-EXEC-CADEIA   NUMERIC
                 MOVE WS-PARM-DATA-CADEIA
                                       TO DATA-EXEC-CADEIA-HBSIS07L
                 MOVE WS-PARM-HORA-CADEIA
                                       TO HORA-EXEC-CADEIA-HBSIS07L
              END-IF
              IF WS-PARM-EXEC-ANTERIOR NUMERIC
                 MOVE WS-PARM-DATA-ANTERIOR
                                       TO DATA-EXEC-ANT-HBSIS07L
                 MOVE WS-PARM-HORA-ANTERIOR
                                       TO HORA-EXEC-ANT-HBSIS07L
              END-IF
           END-IF

           MOVE NOME-PARAM-HBSIS07L    TO LOG-NOME-PARAM
           MOVE FLAG-RESTRINGE-REGIAO-HBSIS07L
                                       TO LOG-PARAM-REGIAO
