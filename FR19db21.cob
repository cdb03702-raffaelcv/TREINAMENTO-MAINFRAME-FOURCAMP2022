      *          FAIXA + COLS 7-16 SAL.MINIMO + COLS 18-27 MAXIMO   *   00002300
      *        4 ARREDONDAMENTO: CENTAVOS (PADRAO) OU INTEIRO       *   00002400
      *        5 TETO DO SALARIO REAJUSTADO (9(08)V99; ZEROS = SEM) *   00002500
      *        6 OPERADOR: COLS 11-18 (O FR19DB41 GERA O CARTAO COM *   00002510
      *          O SUBMISSOR DO LOTE). O MODULO AUTORIZA CONFERE A  *   00002520
      *          PERMISSAO DISSIDIO NO FR19DB21 (DDS OPERADOR,      *   00002530
      *          PERMISSO E ACESSLOG) ANTES DE TOCAR NA BASE - SEM  *   00002540
      *          ELA O PROGRAMA PARA COM RC 8.                      *   00002550
      *       NO MODO PROCESS COMMITA A CADA 100 VIA GRAVCHKP       *   00002600
      *       (CHAVE FR19D21) E GRAVA UMA LINHA DE AUDITORIA TIPO   *   00002700
      *       'M' EM IVAN.FUNCHIST POR SALARIO ALTERADO.            *   00002800
      *-------------------------------------------------------------*   00003500
      *   MODULOS....:                             INCLUDE/BOOK     *   00003600
      *   GRAVCHKP -   CHECKPOINT/RESTART          #CHKP            *   00003700
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003710
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
       01 WRK-TETO.                                                     00010700
          05 FILLER              PIC X(10).                             00010800
          05 WRK-TETO-AC         PIC 9(08)V99.                          00010900
                                                                        00010910
       01 WRK-OPERCARD.                                                 00010920
          05 FILLER              PIC X(10).                             00010930
          05 WRK-OPERADOR-AC     PIC X(08).                             00010940
                                                                        00011000
       01 FILLER          PIC X(64) VALUE                               00011100
           '-----------CHECKPOINT (MODULO GRAVCHKP)---------'.          00011200
       77 WRK-GRAVCHKP        PIC X(08) VALUE 'GRAVCHKP'.               00011400
       COPY '#CHKP'.                                                    00011500
                                                                        00011600
       01 FILLER          PIC X(64) VALUE                               00011610
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00011620
                                                                        00011630
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00011640
       COPY '#GAUT'.                                                    00011650
                                                                        00011660
       01 FILLER          PIC X(64) VALUE                               00011700
           '-----------CALCULO E AUDITORIA------------------'.          00011800
                                                                        00011900
            END-IF.                                                     00018800
                                                                        00018900
            ACCEPT WRK-TETO FROM SYSIN.                                 00019000
                                                                        00019010
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00019015
            MOVE 'FR19DB21'      TO WRK-AUT-PROGRAMA.                   00019020
            MOVE 'DISSIDIO'      TO WRK-AUT-OPERACAO.                   00019025
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00019030
            MOVE WRK-REAJUSTE    TO WRK-AUT-CHAVE.                      00019035
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00019040
            IF NOT WRK-AUT-AUTORIZADO                                   00019045
               DISPLAY ' OPERADOR SEM PERMISSAO PARA DISSIDIO: '        00019050
                       WRK-OPERADOR-AC ' - ' WRK-AUT-NOME               00019055
               MOVE 8 TO RETURN-CODE                                    00019060
               STOP RUN                                                 00019065
            END-IF.                                                     00019070
                                                                        00019100
            IF WRK-MODO-NORMAL                                          00019200
               MOVE 'A' TO WRK-CHK-FUNCAO                               00019300
