               10  WS-CFU-CHAVE        PIC  X(010).

       01  WS-VOL-GUARDADO.
           05  WS-VG-VOLUME            PIC S9(009)V9(002).
           05  WS-VG-RECEITA           PIC S9(011)V9(002).
           05  WS-VG-DATA-CARGA        PIC  9(008).
           05  WS-VG-HORA-CARGA        PIC  9(006).
           05  WS-VG-VOLUME-BRUTO      PIC  9(009)V9(002).
           05  WS-VG-RECEITA-BRUTA     PIC  9(011)V9(002).
           05  WS-VG-VOLUME-DEVOL      PIC  9(009)V9(002).
           05  WS-VG-RECEITA-DEVOL     PIC  9(011)V9(002).
           05  WS-VG-RECEITA-CREDITO   PIC  9(011)V9(002).

       01  LINHA-FUSAO                 PIC  X(090)         VALUE SPACES.
       01  WS-QTD-LINHAS-REL           PIC  9(007)         VALUE ZEROS.

       01  WS-ERRO-JORNAL              PIC  X(001)         VALUE "N".

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS42                  PIC  X(009)         VALUE
           'HBSIS42P'.

       COPY HBSIS41L.
       COPY HBSIS42L.

       01  LINHA-TRACO.
              ALL "-".
       01  WS-HBSIS49                  PIC  X(009)         VALUE
           'HBSIS49P'.
       01  WS-HBSIS70                  PIC  X(009)         VALUE
           'HBSIS70P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS49L.
       COPY HBSIS70L.
       COPY HBSIS92L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE "N"                    TO WS-ERRO-JORNAL
           MOVE ZEROS                  TO COD-RETORNO-HBSIS56L
                                          QTD-VOLUME-HBSIS56L
                                          QTD-DISTRIB-HBSIS56L
           PERFORM 2300-REAPONTA-DISTRIBUICAO
           PERFORM 2400-LIMPA-CACHE-DUPLICADO
           PERFORM 2500-ENCERRA-DUPLICADO
           PERFORM 2550-RECOLHE-EQUIPAMENTOS
           PERFORM 2600-GRAVA-AUDITORIA-FUSAO
           PERFORM 2700-GRAVA-RELATORIO

           IF WS-ERRO-JORNAL           EQUAL "S"
              MOVE 9                   TO COD-RETORNO-HBSIS56L
              MOVE "ERRO NA GRAVACAO DO JORNAL DE RECUPERACAO"
                                       TO MSG-RETORNO-HBSIS56L
              GO TO 2000-EXIT
           END-IF

           MOVE ZEROS                  TO COD-RETORNO-HBSIS56L
           MOVE "FUSAO CONCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS56L
           MOVE VOLUME-HBSIS16C        TO WS-VG-VOLUME
           MOVE RECEITA-HBSIS16C       TO WS-VG-RECEITA
           MOVE DATA-CARGA-HBSIS16C    TO WS-VG-DATA-CARGA
           MOVE HORA-CARGA-HBSIS16C    TO WS-VG-HORA-CARGA
           MOVE VOLUME-BRUTO-HBSIS16C  TO WS-VG-VOLUME-BRUTO
           MOVE RECEITA-BRUTA-HBSIS16C TO WS-VG-RECEITA-BRUTA
           MOVE VOLUME-DEVOL-HBSIS16C  TO WS-VG-VOLUME-DEVOL
           MOVE RECEITA-DEVOL-HBSIS16C TO WS-VG-RECEITA-DEVOL
           MOVE RECEITA-CREDITO-HBSIS16C
                                       TO WS-VG-RECEITA-CREDITO

           DELETE ARQ-VOLUME

           MOVE WS-VG-VOLUME           TO VOLUME-HBSIS16C
           MOVE WS-VG-RECEITA          TO RECEITA-HBSIS16C
           MOVE WS-VG-DATA-CARGA       TO DATA-CARGA-HBSIS16C
           MOVE WS-VG-HORA-CARGA       TO HORA-CARGA-HBSIS16C
           MOVE WS-VG-VOLUME-BRUTO     TO VOLUME-BRUTO-HBSIS16C
           MOVE WS-VG-RECEITA-BRUTA    TO RECEITA-BRUTA-HBSIS16C
           MOVE WS-VG-VOLUME-DEVOL     TO VOLUME-DEVOL-HBSIS16C
           MOVE WS-VG-RECEITA-DEVOL    TO RECEITA-DEVOL-HBSIS16C
           MOVE WS-VG-RECEITA-CREDITO  TO RECEITA-CREDITO-HBSIS16C

           WRITE ARQ-HBSIS16C

              IF WS-FL-STATUS-VOL      EQUAL ZEROS
                 ADD WS-VG-VOLUME      TO VOLUME-HBSIS16C
                 ADD WS-VG-RECEITA     TO RECEITA-HBSIS16C
                 ADD WS-VG-VOLUME-BRUTO
                                       TO VOLUME-BRUTO-HBSIS16C
                 ADD WS-VG-RECEITA-BRUTA
                                       TO RECEITA-BRUTA-HBSIS16C
                 ADD WS-VG-VOLUME-DEVOL
                                       TO VOLUME-DEVOL-HBSIS16C
                 ADD WS-VG-RECEITA-DEVOL
                                       TO RECEITA-DEVOL-HBSIS16C
                 ADD WS-VG-RECEITA-CREDITO
                                       TO RECEITA-CREDITO-HBSIS16C
                 REWRITE ARQ-HBSIS16C
              END-IF
           END-IF
              MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS02C
              REWRITE ARQ-HBSIS02C
              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 PERFORM 2510-GRAVA-JORNAL-FUSAO
              END-IF
           END-IF

           IF WS-VEND-FIXO-FUNDIDO     GREATER ZEROS
                 MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO HORA-ALTERACAO-HBSIS02C
                 REWRITE ARQ-HBSIS02C
                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    PERFORM 2510-GRAVA-JORNAL-FUSAO
                 END-IF
              END-IF
           END-IF

       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA AO JORNAL DE RECUPERACAO (HBSIS92P) A IMAGEM DO     *
      * CLIENTE REGRAVADO NA FUSAO                                     *
      *----------------------------------------------------------------*
       2510-GRAVA-JORNAL-FUSAO         SECTION.

           INITIALIZE HBSIS92L
           MOVE 1                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS56L      TO OPERADOR-HBSIS92L
           MOVE "C"                    TO ENTIDADE-HBSIS92L
           MOVE "A"                    TO ACAO-HBSIS92L
           MOVE "FUSAO"                TO TIPO-MOV-HBSIS92L
           MOVE COD-CLIENTE-HBSIS02C   TO CODIGO-HBSIS92L
           MOVE "HBSIS56P"             TO PROGRAMA-HBSIS92L
           MOVE ARQ-HBSIS02C           TO IMAGEM-HBSIS92L
           CALL WS-HBSIS92             USING HBSIS92L

           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2510-GRAVA-JORNAL-FUSAO"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE "S"                 TO WS-ERRO-JORNAL
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DUPLICADO ENCERRADO: ABRE A TAREFA DE RECOLHIMENTO DOS         *
      * EQUIPAMENTOS EM COMODATO QUE ESTAO NELE (HBSIS70P); COMO A     *
      * DISTRIBUICAO JA FOI REAPONTADA, O VENDEDOR DA TAREFA VEM DO    *
      * SOBREVIVENTE                                                   *
      *----------------------------------------------------------------*
       2550-RECOLHE-EQUIPAMENTOS       SECTION.

           INITIALIZE HBSIS70L
           MOVE 4                      TO COD-FUNCAO-HBSIS70L
           MOVE COD-FUNDIDO-HBSIS56L   TO COD-CLIENTE-HBSIS70L
           MOVE COD-SOBREVIVE-HBSIS56L TO COD-CLIENTE-REF-HBSIS70L
           MOVE "F"                    TO MOTIVO-TAREFA-HBSIS70L
           MOVE OPERADOR-HBSIS56L      TO OPERADOR-HBSIS70L

           CALL WS-HBSIS70             USING HBSIS70L

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A OPERACAO DE FUSAO NA AUDITORIA                         *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA-FUSAO      SECTION.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UMA FALHA DE ARQUIVO NO LOG CENTRAL DE ERROS          *
      * (HBSIS41P) ANTES DE DEVOLVER O COD-RETORNO AO CHAMADOR         *
      *----------------------------------------------------------------*
       9900-REGISTRA-ERRO              SECTION.

           MOVE "HBSIS56P"              TO PROGRAMA-HBSIS41

           CALL WS-HBSIS41             USING HBSIS41L

           .
       9900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
