      * ANALISTA.....: RICHARD GOULART                                 *
      * DATA.........: 21/08/2026                                      *
      * OBJETIVO.....: BANCADA DE REPROCESSAMENTO DOS REGISTROS        *
      *                REJEITADOS PELAS IMPORTACOES DE CLIENTE, DE     *
      *                VENDEDOR, DE PEDIDOS DE CAMPO E DE PESQUISAS DE *
      *                SATISFACAO - PERMITE                            *
      *                CORRIGIR O CAMPO OFENSOR EM TELA E RESUBMETER   *
      *                PELAS MESMAS VALIDACOES,                        *
      *                MARCANDO O REJEITO COMO RESOLVIDO               *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
           SELECT REJ-VENDEDOR       ASSIGN TO "IMPVENDEDORREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RJV.

           SELECT REJ-PEDIDO         ASSIGN TO "IMPPEDIDOREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RJP.

           SELECT REJ-PESQUISA       ASSIGN TO "IMPPESQUISAREJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RJS.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           03 RJV-MOTIVO               PIC  X(040).
           03 FILLER                   PIC  X(002).
           03 RJV-STATUS               PIC  X(001).

       FD  REJ-PEDIDO
           LABEL RECORD IS STANDARD.
       01  REG-REJ-PEDIDO.
           03 RJP-NUM-PEDIDO           PIC  9(008).
           03 FILLER                   PIC  X(002).
           03 RJP-COD-CLIENTE          PIC  9(007).
           03 FILLER                   PIC  X(002).
           03 RJP-COD-VENDEDOR         PIC  9(003).
           03 FILLER                   PIC  X(002).
           03 RJP-DATA-VISITA          PIC  9(008).
           03 FILLER                   PIC  X(002).
           03 RJP-CATEGORIA            PIC  X(003).
           03 FILLER                   PIC  X(002).
           03 RJP-QUANTIDADE           PIC  9(009)V9(002).
           03 FILLER                   PIC  X(002).
           03 RJP-VALOR                PIC  9(011)V9(002).
           03 FILLER                   PIC  X(002).
           03 RJP-MOTIVO               PIC  X(040).
           03 FILLER                   PIC  X(002).
           03 RJP-STATUS               PIC  X(001).

       FD  REJ-PESQUISA
           LABEL RECORD IS STANDARD.
       01  REG-REJ-PESQUISA.
           03 RJS-COD-CLIENTE          PIC  9(007).
           03 FILLER                   PIC  X(002).
           03 RJS-COD-VENDEDOR         PIC  9(003).
           03 FILLER                   PIC  X(002).
           03 RJS-DATA-PESQUISA        PIC  9(008).
           03 FILLER                   PIC  X(002).
           03 RJS-NOTA                 PIC  9(002).
           03 FILLER                   PIC  X(002).
           03 RJS-COD-MOTIVO           PIC  X(003).
           03 FILLER                   PIC  X(002).
           03 RJS-MOTIVO               PIC  X(040).
           03 FILLER                   PIC  X(002).
           03 RJS-STATUS               PIC  X(001).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-RJC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RJV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RJP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RJS            PIC  X(002)         VALUE "00".

       01  WS-TIPO-OPCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-ACAO                     PIC  X(001)         VALUE SPACES.
               10  WS-RJV-MOTIVO       PIC  X(040).
               10  WS-RJV-STATUS       PIC  X(001).

       01  WS-TAB-REJ-PED.
           05  WS-TAB-RJP-QTD          PIC  9(004)         VALUE ZEROS.
           05  WS-TAB-RJP-ITEM         OCCURS 9999 TIMES.
               10  WS-RJP-NUM-PEDIDO   PIC  9(008).
               10  WS-RJP-COD-CLIENTE  PIC  9(007).
               10  WS-RJP-COD-VENDEDOR PIC  9(003).
               10  WS-RJP-DATA-VISITA  PIC  9(008).
               10  WS-RJP-CATEGORIA    PIC  X(003).
               10  WS-RJP-QUANTIDADE   PIC  9(009)V9(002).
               10  WS-RJP-VALOR        PIC  9(011)V9(002).
               10  WS-RJP-MOTIVO       PIC  X(040).
               10  WS-RJP-STATUS       PIC  X(001).

       01  WS-TAB-REJ-PES.
           05  WS-TAB-RJS-QTD          PIC  9(004)         VALUE ZEROS.
           05  WS-TAB-RJS-ITEM         OCCURS 9999 TIMES.
               10  WS-RJS-COD-CLIENTE  PIC  9(007).
               10  WS-RJS-COD-VENDEDOR PIC  9(003).
               10  WS-RJS-DATA-PESQUISA
                                       PIC  9(008).
               10  WS-RJS-NOTA         PIC  9(002).
               10  WS-RJS-COD-MOTIVO   PIC  X(003).
               10  WS-RJS-MOTIVO       PIC  X(040).
               10  WS-RJS-STATUS       PIC  X(001).

      *----------------------------------------------------------------*
      * CAMPOS EDITAVEIS DA TELA DE CORRECAO                           *
      *----------------------------------------------------------------*
       01  WS-ED-CODIGO-VEN            PIC  9(003)         VALUE ZEROS.
       01  WS-ED-CPF-VEN               PIC  9(011)         VALUE ZEROS.
       01  WS-ED-NOME-VEN              PIC  X(040)         VALUE SPACES.
       01  WS-ED-NUM-PEDIDO            PIC  9(008)         VALUE ZEROS.
       01  WS-ED-CLIENTE-PED           PIC  9(007)         VALUE ZEROS.
       01  WS-ED-VENDEDOR-PED          PIC  9(003)         VALUE ZEROS.
       01  WS-ED-DATA-VISITA           PIC  9(008)         VALUE ZEROS.
       01  WS-ED-CATEGORIA             PIC  X(003)         VALUE SPACES.
       01  WS-ED-QUANTIDADE            PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-ED-VALOR                 PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-ED-CLIENTE-PES           PIC  9(007)         VALUE ZEROS.
       01  WS-ED-VENDEDOR-PES          PIC  9(003)         VALUE ZEROS.
       01  WS-ED-DATA-PESQUISA         PIC  9(008)         VALUE ZEROS.
       01  WS-ED-NOTA                  PIC  9(002)         VALUE ZEROS.
       01  WS-ED-COD-MOTIVO            PIC  X(003)         VALUE SPACES.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
           'HBSIS02P'.
       01  WS-HBSIS04                  PIC  X(009)         VALUE
           'HBSIS04P'.
       01  WS-HBSIS77                  PIC  X(009)         VALUE
           'HBSIS77P'.
       01  WS-HBSIS102                 PIC  X(009)         VALUE
           'HBSIS102P'.

       COPY HBSIS02L.
       COPY HBSIS04L.
       COPY HBSIS77L.
       COPY HBSIS102L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           "1 - REJEITADOS DA IMPORTACAO DE CLIENTES".
           05  LINE 09 COL 10          VALUE
           "2 - REJEITADOS DA IMPORTACAO DE VENDEDORES".
           05  LINE 10 COL 10          VALUE
           "3 - REJEITADOS DA IMPORTACAO DE PEDIDOS".
           05  LINE 11 COL 10          VALUE
           "4 - REJEITADOS DA IMPORTACAO DE PESQUISAS".
           05  LINE 12 COL 10          VALUE "5 - VOLTAR".
           05  LINE 15 COL 10          VALUE
           "DIGITE A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
           "ACAO: C-CORRIGIR E RESUBMETER  P-PULAR  S-SAIR:".
           05  LINE 15 COL 58,         PIC  X(001)
                                       TO WS-ACAO.

       01  TELA-CORRIGE-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CORRECAO DE REJEITADO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 10          VALUE "MOTIVO DA REJEICAO..:".
           05  LINE 05 COL 32,         PIC  X(040)
                                       FROM WS-ED-MOTIVO.
           05  LINE 07 COL 10          VALUE "NUMERO PEDIDO..:".
           05  LINE 07 COL 27,         PIC  9(008)
                                       FROM WS-ED-NUM-PEDIDO.
           05  LINE 08 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 08 COL 27,         PIC  9(007)
                                       USING WS-ED-CLIENTE-PED AUTO.
           05  LINE 09 COL 10          VALUE "CODIGO VENDEDOR:".
           05  LINE 09 COL 27,         PIC  9(003)
                                       USING WS-ED-VENDEDOR-PED AUTO.
           05  LINE 10 COL 10          VALUE "DATA VISITA....:".
           05  LINE 10 COL 27,         PIC  9(008)
                                       USING WS-ED-DATA-VISITA AUTO.
           05  LINE 10 COL 37          VALUE "(AAAAMMDD)".
           05  LINE 11 COL 10          VALUE "CATEGORIA......:".
           05  LINE 11 COL 27,         PIC  X(003)
                                       USING WS-ED-CATEGORIA AUTO.
           05  LINE 12 COL 10          VALUE "QUANTIDADE.....:".
           05  LINE 12 COL 27,         PIC  ZZZZZZZZ9,99
                                       USING WS-ED-QUANTIDADE AUTO.
           05  LINE 13 COL 10          VALUE "VALOR..........:".
           05  LINE 13 COL 27,         PIC  ZZZZZZZZZZ9,99
                                       USING WS-ED-VALOR AUTO.
           05  LINE 15 COL 10          VALUE
           "ACAO: C-CORRIGIR E RESUBMETER  P-PULAR  S-SAIR:".
           05  LINE 15 COL 58,         PIC  X(001)
                                       TO WS-ACAO.

       01  TELA-CORRIGE-PESQUISA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 02 COL 01          VALUE "*".
           05  LINE 02 COL 21          VALUE "CORRECAO DE REJEITADO".
           05  LINE 02 COL 58          VALUE "*".
           05  LINE 03 COL 01          VALUE
           "**********************************************************".
           05  LINE 05 COL 10          VALUE "MOTIVO DA REJEICAO..:".
           05  LINE 05 COL 32,         PIC  X(040)
                                       FROM WS-ED-MOTIVO.
           05  LINE 08 COL 10          VALUE "CODIGO CLIENTE.:".
           05  LINE 08 COL 27,         PIC  9(007)
                                       USING WS-ED-CLIENTE-PES AUTO.
           05  LINE 09 COL 10          VALUE "CODIGO VENDEDOR:".
           05  LINE 09 COL 27,         PIC  9(003)
                                       USING WS-ED-VENDEDOR-PES AUTO.
           05  LINE 10 COL 10          VALUE "DATA PESQUISA..:".
           05  LINE 10 COL 27,         PIC  9(008)
                                       USING WS-ED-DATA-PESQUISA AUTO.
           05  LINE 10 COL 37          VALUE "(AAAAMMDD)".
           05  LINE 11 COL 10          VALUE "NOTA (0 A 10)..:".
           05  LINE 11 COL 27,         PIC  9(002)
                                       USING WS-ED-NOTA AUTO.
           05  LINE 12 COL 10          VALUE "COD. MOTIVO....:".
           05  LINE 12 COL 27,         PIC  X(003)
                                       USING WS-ED-COD-MOTIVO AUTO.
           05  LINE 15 COL 10          VALUE
           "ACAO: C-CORRIGIR E RESUBMETER  P-PULAR  S-SAIR:".
           05  LINE 15 COL 58,         PIC  X(001)
                                       TO WS-ACAO.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS19L.
      *----------------------------------------------------------------*
                    PERFORM 2100-BANCADA-CLIENTE
               WHEN 2
                    PERFORM 2200-BANCADA-VENDEDOR
               WHEN 3
                    PERFORM 2300-BANCADA-PEDIDO
               WHEN 4
                    PERFORM 2400-BANCADA-PESQUISA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BANCADA DOS REJEITADOS DA IMPORTACAO DE PEDIDOS DE CAMPO       *
      *----------------------------------------------------------------*
       2300-BANCADA-PEDIDO             SECTION.

           PERFORM 2310-CARREGA-REJ-PEDIDO

           IF WS-TAB-RJP-QTD           EQUAL ZEROS
              MOVE "NAO HA REJEITADOS DE PEDIDO A TRATAR"
                                       TO MSG-RETORNO-HBSIS19
              GO TO 2300-EXIT
           END-IF

           MOVE "N"                    TO WS-SAIR-BANCADA

           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-RJP-QTD
                      OR WS-SAIR-BANCADA EQUAL "S"
              IF WS-RJP-STATUS (WS-IDX-REJ) NOT EQUAL "R"
                 PERFORM 2320-TRATA-REJ-PEDIDO
              END-IF
           END-PERFORM

           PERFORM 2330-REGRAVA-REJ-PEDIDO

           PERFORM 2920-CONTA-PENDENTES-PED

           MOVE SPACES                 TO MSG-RETORNO-HBSIS19
           STRING "RESOLVIDOS: "
                  WS-QTD-RESOLVIDOS
                  "  AINDA PENDENTES: "
                  WS-QTD-PENDENTES
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS19

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O ARQUIVO DE REJEITADOS DE PEDIDO EM MEMORIA           *
      *----------------------------------------------------------------*
       2310-CARREGA-REJ-PEDIDO         SECTION.

           MOVE ZEROS                  TO WS-TAB-RJP-QTD

           OPEN INPUT REJ-PEDIDO

           IF WS-FL-STATUS-RJP         NOT EQUAL ZEROS
              GO TO 2310-EXIT
           END-IF

           READ REJ-PEDIDO

           PERFORM UNTIL WS-FL-STATUS-RJP NOT EQUAL "00"
                      OR WS-TAB-RJP-QTD EQUAL 9999
              ADD 1                    TO WS-TAB-RJP-QTD
              MOVE RJP-NUM-PEDIDO      TO WS-RJP-NUM-PEDIDO
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-COD-CLIENTE     TO WS-RJP-COD-CLIENTE
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-COD-VENDEDOR    TO WS-RJP-COD-VENDEDOR
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-DATA-VISITA     TO WS-RJP-DATA-VISITA
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-CATEGORIA       TO WS-RJP-CATEGORIA
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-QUANTIDADE      TO WS-RJP-QUANTIDADE
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-VALOR           TO WS-RJP-VALOR
                                          (WS-TAB-RJP-QTD)
              MOVE RJP-MOTIVO          TO WS-RJP-MOTIVO
                                          (WS-TAB-RJP-QTD)
              IF RJP-STATUS            EQUAL "R"
                 MOVE "R"              TO WS-RJP-STATUS
                                          (WS-TAB-RJP-QTD)
              ELSE
                 MOVE "P"              TO WS-RJP-STATUS
                                          (WS-TAB-RJP-QTD)
              END-IF
              READ REJ-PEDIDO
           END-PERFORM

           CLOSE REJ-PEDIDO

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UM ITEM DE PEDIDO REJEITADO PARA CORRECAO E RESUBMISSAO  *
      *----------------------------------------------------------------*
       2320-TRATA-REJ-PEDIDO           SECTION.

           MOVE WS-RJP-NUM-PEDIDO (WS-IDX-REJ)
                                       TO WS-ED-NUM-PEDIDO
           MOVE WS-RJP-COD-CLIENTE (WS-IDX-REJ)
                                       TO WS-ED-CLIENTE-PED
           MOVE WS-RJP-COD-VENDEDOR (WS-IDX-REJ)
                                       TO WS-ED-VENDEDOR-PED
           MOVE WS-RJP-DATA-VISITA (WS-IDX-REJ)
                                       TO WS-ED-DATA-VISITA
           MOVE WS-RJP-CATEGORIA (WS-IDX-REJ)
                                       TO WS-ED-CATEGORIA
           MOVE WS-RJP-QUANTIDADE (WS-IDX-REJ)
                                       TO WS-ED-QUANTIDADE
           MOVE WS-RJP-VALOR (WS-IDX-REJ)
                                       TO WS-ED-VALOR
           MOVE WS-RJP-MOTIVO (WS-IDX-REJ)
                                       TO WS-ED-MOTIVO
           MOVE SPACES                 TO WS-ACAO

           DISPLAY TELA-CORRIGE-PEDIDO
           ACCEPT  TELA-CORRIGE-PEDIDO

           EVALUATE FUNCTION UPPER-CASE(WS-ACAO)
               WHEN "C"
                    PERFORM 2325-RESUBMETE-PEDIDO
               WHEN "S"
                    MOVE "S"           TO WS-SAIR-BANCADA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUBMETE O ITEM CORRIGIDO PELO HBSIS77P (FUNCAO 4), QUE REFAZ *
      * AS VALIDACOES DA IMPORTACAO - SUCESSO MARCA O REJEITO COMO     *
      * RESOLVIDO                                                      *
      *----------------------------------------------------------------*
       2325-RESUBMETE-PEDIDO           SECTION.

           INITIALIZE HBSIS77L

           MOVE 4                      TO COD-FUNCAO-HBSIS77L
           MOVE WS-ED-NUM-PEDIDO       TO NUM-PEDIDO-HBSIS77L
           MOVE WS-ED-CLIENTE-PED      TO COD-CLIENTE-HBSIS77L
           MOVE WS-ED-VENDEDOR-PED     TO COD-VENDEDOR-HBSIS77L
           MOVE WS-ED-DATA-VISITA      TO DATA-VISITA-HBSIS77L
           MOVE WS-ED-CATEGORIA        TO CATEGORIA-HBSIS77L
           MOVE WS-ED-QUANTIDADE       TO QUANTIDADE-HBSIS77L
           MOVE WS-ED-VALOR            TO VALOR-HBSIS77L

           CALL WS-HBSIS77             USING HBSIS77L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS77L AT 1820
           STOP ' '

           IF COD-RETORNO-HBSIS77L     EQUAL ZEROS
              MOVE "R"                 TO WS-RJP-STATUS (WS-IDX-REJ)
              MOVE WS-ED-CLIENTE-PED   TO WS-RJP-COD-CLIENTE
                                          (WS-IDX-REJ)
              MOVE WS-ED-VENDEDOR-PED  TO WS-RJP-COD-VENDEDOR
                                          (WS-IDX-REJ)
              MOVE WS-ED-DATA-VISITA   TO WS-RJP-DATA-VISITA
                                          (WS-IDX-REJ)
              MOVE WS-ED-CATEGORIA     TO WS-RJP-CATEGORIA
                                          (WS-IDX-REJ)
              MOVE WS-ED-QUANTIDADE    TO WS-RJP-QUANTIDADE
                                          (WS-IDX-REJ)
              MOVE WS-ED-VALOR         TO WS-RJP-VALOR (WS-IDX-REJ)
              ADD 1                    TO WS-QTD-RESOLVIDOS
           END-IF

           .
       2325-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O ARQUIVO DE REJEITADOS DE PEDIDO COM OS STATUS        *
      * ATUALIZADOS DA SESSAO                                          *
      *----------------------------------------------------------------*
       2330-REGRAVA-REJ-PEDIDO         SECTION.

           OPEN OUTPUT REJ-PEDIDO

           IF WS-FL-STATUS-RJP         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS19
              MOVE "ERRO AO REGRAVAR O ARQUIVO DE REJEITADOS"
                                       TO MSG-RETORNO-HBSIS19
              GO TO 2330-EXIT
           END-IF

           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-RJP-QTD
              MOVE SPACES              TO REG-REJ-PEDIDO
              MOVE WS-RJP-NUM-PEDIDO (WS-IDX-REJ)
                                       TO RJP-NUM-PEDIDO
              MOVE WS-RJP-COD-CLIENTE (WS-IDX-REJ)
                                       TO RJP-COD-CLIENTE
              MOVE WS-RJP-COD-VENDEDOR (WS-IDX-REJ)
                                       TO RJP-COD-VENDEDOR
              MOVE WS-RJP-DATA-VISITA (WS-IDX-REJ)
                                       TO RJP-DATA-VISITA
              MOVE WS-RJP-CATEGORIA (WS-IDX-REJ)
                                       TO RJP-CATEGORIA
              MOVE WS-RJP-QUANTIDADE (WS-IDX-REJ)
                                       TO RJP-QUANTIDADE
              MOVE WS-RJP-VALOR (WS-IDX-REJ)
                                       TO RJP-VALOR
              MOVE WS-RJP-MOTIVO (WS-IDX-REJ)
                                       TO RJP-MOTIVO
              MOVE WS-RJP-STATUS (WS-IDX-REJ)
                                       TO RJP-STATUS
              WRITE REG-REJ-PEDIDO
           END-PERFORM

           CLOSE REJ-PEDIDO

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA OS REJEITADOS DE PEDIDO AINDA PENDENTES                  *
      *----------------------------------------------------------------*
       2920-CONTA-PENDENTES-PED        SECTION.

           MOVE ZEROS                  TO WS-QTD-PENDENTES

           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-RJP-QTD
              IF WS-RJP-STATUS (WS-IDX-REJ) NOT EQUAL "R"
                 ADD 1                 TO WS-QTD-PENDENTES
              END-IF
           END-PERFORM

           .
       2920-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BANCADA DOS REJEITADOS DA IMPORTACAO DE PESQUISAS DE           *
      * SATISFACAO                                                     *
      *----------------------------------------------------------------*
       2400-BANCADA-PESQUISA           SECTION.

           PERFORM 2410-CARREGA-REJ-PESQUISA

           IF WS-TAB-RJS-QTD           EQUAL ZEROS
              MOVE "NAO HA REJEITADOS DE PESQUISA A TRATAR"
                                       TO MSG-RETORNO-HBSIS19
              GO TO 2400-EXIT
           END-IF

           MOVE "N"                    TO WS-SAIR-BANCADA

           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-RJS-QTD
                      OR WS-SAIR-BANCADA EQUAL "S"
              IF WS-RJS-STATUS (WS-IDX-REJ) NOT EQUAL "R"
                 PERFORM 2420-TRATA-REJ-PESQUISA
              END-IF
           END-PERFORM

           PERFORM 2430-REGRAVA-REJ-PESQUISA

           PERFORM 2930-CONTA-PENDENTES-PES

           MOVE SPACES                 TO MSG-RETORNO-HBSIS19
           STRING "RESOLVIDOS: "
                  WS-QTD-RESOLVIDOS
                  "  AINDA PENDENTES: "
                  WS-QTD-PENDENTES
                  DELIMITED BY SIZE    INTO MSG-RETORNO-HBSIS19

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O ARQUIVO DE REJEITADOS DE PESQUISA EM MEMORIA         *
      *----------------------------------------------------------------*
       2410-CARREGA-REJ-PESQUISA       SECTION.

           MOVE ZEROS                  TO WS-TAB-RJS-QTD

           OPEN INPUT REJ-PESQUISA

           IF WS-FL-STATUS-RJS         NOT EQUAL ZEROS
              GO TO 2410-EXIT
           END-IF

           READ REJ-PESQUISA

           PERFORM UNTIL WS-FL-STATUS-RJS NOT EQUAL "00"
                      OR WS-TAB-RJS-QTD EQUAL 9999
              ADD 1                    TO WS-TAB-RJS-QTD
              MOVE RJS-COD-CLIENTE     TO WS-RJS-COD-CLIENTE
                                          (WS-TAB-RJS-QTD)
              MOVE RJS-COD-VENDEDOR    TO WS-RJS-COD-VENDEDOR
                                          (WS-TAB-RJS-QTD)
              MOVE RJS-DATA-PESQUISA   TO WS-RJS-DATA-PESQUISA
                                          (WS-TAB-RJS-QTD)
              MOVE RJS-NOTA            TO WS-RJS-NOTA
                                          (WS-TAB-RJS-QTD)
              MOVE RJS-COD-MOTIVO      TO WS-RJS-COD-MOTIVO
                                          (WS-TAB-RJS-QTD)
              MOVE RJS-MOTIVO          TO WS-RJS-MOTIVO
                                          (WS-TAB-RJS-QTD)
              IF RJS-STATUS            EQUAL "R"
                 MOVE "R"              TO WS-RJS-STATUS
                                          (WS-TAB-RJS-QTD)
              ELSE
                 MOVE "P"              TO WS-RJS-STATUS
                                          (WS-TAB-RJS-QTD)
              END-IF
              READ REJ-PESQUISA
           END-PERFORM

           CLOSE REJ-PESQUISA

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA PESQUISA REJEITADA PARA CORRECAO E RESUBMISSAO       *
      *----------------------------------------------------------------*
       2420-TRATA-REJ-PESQUISA         SECTION.

           MOVE WS-RJS-COD-CLIENTE (WS-IDX-REJ)
                                       TO WS-ED-CLIENTE-PES
           MOVE WS-RJS-COD-VENDEDOR (WS-IDX-REJ)
                                       TO WS-ED-VENDEDOR-PES
           MOVE WS-RJS-DATA-PESQUISA (WS-IDX-REJ)
                                       TO WS-ED-DATA-PESQUISA
           MOVE WS-RJS-NOTA (WS-IDX-REJ)
                                       TO WS-ED-NOTA
           MOVE WS-RJS-COD-MOTIVO (WS-IDX-REJ)
                                       TO WS-ED-COD-MOTIVO
           MOVE WS-RJS-MOTIVO (WS-IDX-REJ)
                                       TO WS-ED-MOTIVO
           MOVE SPACES                 TO WS-ACAO

           DISPLAY TELA-CORRIGE-PESQUISA
           ACCEPT  TELA-CORRIGE-PESQUISA

           EVALUATE FUNCTION UPPER-CASE(WS-ACAO)
               WHEN "C"
                    PERFORM 2425-RESUBMETE-PESQUISA
               WHEN "S"
                    MOVE "S"           TO WS-SAIR-BANCADA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUBMETE A PESQUISA CORRIGIDA PELO HBSIS102P (FUNCAO 3), QUE  *
      * REFAZ AS VALIDACOES DA IMPORTACAO - SUCESSO MARCA O REJEITO    *
      * COMO RESOLVIDO                                                 *
      *----------------------------------------------------------------*
       2425-RESUBMETE-PESQUISA         SECTION.

           INITIALIZE HBSIS102L

           MOVE 3                      TO COD-FUNCAO-HBSIS102L
           MOVE WS-ED-CLIENTE-PES      TO COD-CLIENTE-HBSIS102L
           MOVE WS-ED-VENDEDOR-PES     TO COD-VENDEDOR-HBSIS102L
           MOVE WS-ED-DATA-PESQUISA    TO DATA-PESQUISA-HBSIS102L
           MOVE WS-ED-NOTA             TO NOTA-HBSIS102L
           MOVE WS-ED-COD-MOTIVO       TO COD-MOTIVO-HBSIS102L

           CALL WS-HBSIS102            USING HBSIS102L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-HBSIS102L AT 1820
           STOP ' '

           IF COD-RETORNO-HBSIS102L    EQUAL ZEROS
              MOVE "R"                 TO WS-RJS-STATUS (WS-IDX-REJ)
              MOVE WS-ED-CLIENTE-PES   TO WS-RJS-COD-CLIENTE
                                          (WS-IDX-REJ)
              MOVE WS-ED-VENDEDOR-PES  TO WS-RJS-COD-VENDEDOR
                                          (WS-IDX-REJ)
              MOVE WS-ED-DATA-PESQUISA TO WS-RJS-DATA-PESQUISA
                                          (WS-IDX-REJ)
              MOVE WS-ED-NOTA          TO WS-RJS-NOTA (WS-IDX-REJ)
              MOVE WS-ED-COD-MOTIVO    TO WS-RJS-COD-MOTIVO
                                          (WS-IDX-REJ)
              ADD 1                    TO WS-QTD-RESOLVIDOS
           END-IF

           .
       2425-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O ARQUIVO DE REJEITADOS DE PESQUISA COM OS STATUS      *
      * ATUALIZADOS DA SESSAO                                          *
      *----------------------------------------------------------------*
       2430-REGRAVA-REJ-PESQUISA       SECTION.

           OPEN OUTPUT REJ-PESQUISA

           IF WS-FL-STATUS-RJS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS19
              MOVE "ERRO AO REGRAVAR O ARQUIVO DE REJEITADOS"
                                       TO MSG-RETORNO-HBSIS19
              GO TO 2430-EXIT
           END-IF

           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-RJS-QTD
              MOVE SPACES              TO REG-REJ-PESQUISA
              MOVE WS-RJS-COD-CLIENTE (WS-IDX-REJ)
                                       TO RJS-COD-CLIENTE
              MOVE WS-RJS-COD-VENDEDOR (WS-IDX-REJ)
                                       TO RJS-COD-VENDEDOR
              MOVE WS-RJS-DATA-PESQUISA (WS-IDX-REJ)
                                       TO RJS-DATA-PESQUISA
              MOVE WS-RJS-NOTA (WS-IDX-REJ)
                                       TO RJS-NOTA
              MOVE WS-RJS-COD-MOTIVO (WS-IDX-REJ)
                                       TO RJS-COD-MOTIVO
              MOVE WS-RJS-MOTIVO (WS-IDX-REJ)
                                       TO RJS-MOTIVO
              MOVE WS-RJS-STATUS (WS-IDX-REJ)
                                       TO RJS-STATUS
              WRITE REG-REJ-PESQUISA
           END-PERFORM

           CLOSE REJ-PESQUISA

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA OS REJEITADOS DE PESQUISA AINDA PENDENTES                *
      *----------------------------------------------------------------*
       2930-CONTA-PENDENTES-PES        SECTION.

           MOVE ZEROS                  TO WS-QTD-PENDENTES

           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-RJS-QTD
              IF WS-RJS-STATUS (WS-IDX-REJ) NOT EQUAL "R"
                 ADD 1                 TO WS-QTD-PENDENTES
              END-IF
           END-PERFORM

           .
       2930-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
