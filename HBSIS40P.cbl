      *                CNPJ/CPF NUM ARQUIVO DE CONTROLE; A RESTAURACAO *
      *                RECONSTROI OS INDEXADOS (CHAVES PRIMARIA E      *
      *                ALTERNADAS), CONFERE OS TOTAIS E GRAVA A LINHA  *
      *                DE CERTIFICACAO NO LOG DE BACKUP. O BACKUP      *
      *                REINICIA O JORNAL DE RECUPERACAO (HBSIS92P)     *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       01  WS-QTD-VENDEDORES           PIC  9(007)         VALUE ZEROS.
       01  WS-HASH-CPF                 PIC  9(018)         VALUE ZEROS.

       01  WS-HBSIS41                  PIC  X(009)         VALUE
           'HBSIS41P'.
       01  WS-HBSIS92                  PIC  X(009)         VALUE
           'HBSIS92P'.

       COPY HBSIS41L.
       COPY HBSIS92L.

       01  LINHA-LOG.
           03 LOG-DATA                 PIC  9(008)         VALUE ZEROS.
           03 FILLER                   PIC  X(001)         VALUE "-".

           WRITE REG-BKP-CONTROLE

      *    O JORNAL DE RECUPERACAO RECOMECA NESTE BACKUP
           INITIALIZE HBSIS92L
           MOVE 2                      TO COD-FUNCAO-HBSIS92L
           MOVE OPERADOR-HBSIS40       TO OPERADOR-HBSIS92L
           MOVE CTL-DATA-BACKUP        TO DATA-BACKUP-HBSIS92L
           MOVE CTL-HORA-BACKUP        TO HORA-BACKUP-HBSIS92L

           CLOSE BKP-CONTROLE

           CALL WS-HBSIS92             USING HBSIS92L

      *    SEM O JORNAL REINICIADO O BACKUP NAO SERVE PARA A
      *    RECUPERACAO: NAO E CERTIFICADO NO LOG
           IF COD-RETORNO-HBSIS92L     NOT EQUAL ZEROS
              MOVE "2100-EXPORTA-BACKUP"
                                       TO SECAO-HBSIS41
              MOVE "JORNAL-RECUPERACAO"   TO ARQUIVO-HBSIS41
              MOVE COD-RETORNO-HBSIS92L   TO FILE-STATUS-HBSIS41
              PERFORM 9900-REGISTRA-ERRO
              MOVE 9                   TO COD-RETORNO-HBSIS40
              MOVE "BACKUP GERADO MAS O JORNAL NAO FOI REINICIADO"
                                       TO MSG-RETORNO-HBSIS40
              GO TO 2100-EXIT
           END-IF

           MOVE WS-QTD-CLIENTES        TO QTD-CLIENTES-HBSIS40
           MOVE WS-QTD-VENDEDORES      TO QTD-VENDEDORES-HBSIS40

       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA UMA FALHA DE ARQUIVO NO LOG CENTRAL DE ERROS          *
      * (HBSIS41P) ANTES DE DEVOLVER O COD-RETORNO AO CHAMADOR         *
      *----------------------------------------------------------------*
       9900-REGISTRA-ERRO              SECTION.

           MOVE "HBSIS40P"              TO PROGRAMA-HBSIS41

           CALL WS-HBSIS41             USING HBSIS41L

           .
       9900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
