      *    CARTAO SYSIN 2: OPERADOR (X(08)).                        *   00004600
      *    CARTAO SYSIN 3: TIPO DO DECK (FUNC/DISSIDIO;             *   00004700
      *                    BRANCOS = FUNC).                         *   00004800
      *    EXCECAO DE QUADRO (FUNC): O CARTAO DE CARGO DO FR19DB05  *   00004814
      *    COM COL 17 = 'S' PEDE ADMISSAO/TROCA ACIMA DO QUADRO DE  *   00004828
      *    VAGAS. NO SUBMETE AS COLS 18-25 (APROVADOR) SAO SEMPRE   *   00004842
      *    LIMPAS E O GRUPO COM EXCECAO VAI PARA A FILA QUALQUER    *   00004857
      *    QUE SEJA O SALARIO; NO APROVA, O APROVADOR DA DECISAO E  *   00004871
      *    CARIMBADO NESSAS COLUNAS ANTES DE IR PARA O DECKOUT.     *   00004885
      *    MATRIZ DE AUTORIZACAO (MODULO AUTORIZA): NO SUBMETE O    *   00004886
      *    OPERADOR PRECISA DE PERMISSAO PARA O TIPO NO APLICADOR   *   00004888
      *    (FR19DB05/FUNC OU FR19DB21/DISSIDIO) - SEM ELA CADA      *   00004890
      *    GRUPO E NEGADO (EVENTO NEGADO NO AUDITAPR, COM O NOME DO *   00004891
      *    OPERADOR); NO APROVA O APROVADOR PRECISA DE PERMISSAO NO *   00004892
      *    FR19DB41 PARA A DECISAO - SEM ELA O GRUPO SEGUE NA FILA  *   00004894
      *    (EVENTO RECUSADA). O DECK DE DISSIDIO SAI COM UM SEXTO   *   00004895
      *    CARTAO 'OPERADOR' COM O SUBMISSOR NAS COLS 11-18, QUE O  *   00004896
      *    FR19DB21 CONFERE DE NOVO ANTES DE APLICAR.               *   00004898
      *-------------------------------------------------------------*   00004900
      *   ARQUIVOS...:                                              *   00005000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005100
      *    DECKOUT              O                  -----------      *   00005600
      *    PENDSAI              O                  -----------      *   00005700
      *    AUDITAPR             O                  -----------      *   00005800
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005810
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005820
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005830
      *-------------------------------------------------------------*   00005900
      *   MODULOS....:                             INCLUDE/BOOK     *   00006000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00006100
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00006110
      *=============================================================*   00006200
                                                                        00006300
      *=============================================================*   00006400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00016900
       COPY '#GLOG'.                                                    00017000
      *-------------------------------------------------------------*   00017100
                                                                        00017110
       01 FILLER          PIC X(64) VALUE                               00017120
           '-----------BOOK AUTORIZA------------------------'.          00017130
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00017140
       COPY '#GAUT'.                                                    00017150
      *-------------------------------------------------------------*   00017160
                                                                        00017200
       01 FILLER          PIC X(64) VALUE                               00017300
           '-----------VARIAVEIS DE STATUS------------------'.          00017400
          05 FILLER              PIC X(10).                             00023400
          05 WRK-GRP-SALARIO     PIC 9(08)V99.                          00023500
          05 FILLER              PIC X(60).                             00023600
      *----CARTAO DE CARGO DO FR19DB05 (EXCECAO DE QUADRO)----------*   00023612
       01 WRK-GRP-CARGO-X.                                              00023625
          05 FILLER              PIC X(10).                             00023637
          05 WRK-GRP-CARGO       PIC X(06).                             00023650
          05 WRK-GRP-EXCECAO     PIC X(01).                             00023662
          05 WRK-GRP-APROVADOR   PIC X(08).                             00023675
          05 FILLER              PIC X(55).                             00023687
      *----CARTAO DE REAJUSTE DO FR19DB21 (SEM PREFIXO DE FILLER)---*   00023700
       01 WRK-GRP-REAJ-X.                                               00023800
          05 WRK-GRP-REAJ-TIPO   PIC X(01).                             00023900
       77 WRK-QTD-APROVA  PIC 9(05) VALUE ZEROES.                       00025000
       77 WRK-QTD-REJEITA PIC 9(05) VALUE ZEROES.                       00025100
       77 WRK-QTD-FICAM   PIC 9(05) VALUE ZEROES.                       00025200
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00025250
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROES.                       00025300
       77 WRK-HORA-AGORA  PIC 9(06) VALUE ZEROES.                       00025400
                                                                        00025410
      *----SEXTO CARTAO DO DECK DE DISSIDIO (SUBMISSOR DO LOTE)------*  00025420
       01 WRK-CARTAO-OPERADOR.                                          00025430
          05 FILLER              PIC X(10) VALUE 'OPERADOR  '.          00025440
          05 WRK-COP-OPERADOR    PIC X(08).                             00025450
          05 FILLER              PIC X(62) VALUE SPACES.                00025460
                                                                        00025465
      *----DETALHE DO AUDITAPR NA RECUSA PELA MATRIZ DE AUTORIZACAO--*  00025470
       01 WRK-DET-AUTORIZA.                                             00025475
          05 WRK-DTA-MOTIVO      PIC X(28).                             00025480
          05 WRK-DTA-NOME        PIC X(30).                             00025485
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00025490
          05 WRK-DTA-PERFIL      PIC X(08).                             00025495
          05 FILLER              PIC X(03) VALUE SPACES.                00025497
                                                                        00025500
       01 WRK-REG-PENDSAI.                                              00025600
          05 WRK-PSA-STATUS      PIC X(01).                             00025700
            MOVE SPACES TO WRK-GRP-CARTAO (7).                          00041000
            MOVE WRK-GRP-CARTAO (2) TO WRK-GRP-REAJ-X.                  00041100
            MOVE 99998 TO WRK-GRP-ID.                                   00041200
            PERFORM 2040-VERIFICAR-SUBMISSOR.                           00041250
            EVALUATE TRUE                                               00041300
              WHEN NOT WRK-AUT-AUTORIZADO                               00041320
                CONTINUE                                                00041340
              WHEN WRK-GRP-REAJ-VALOR NUMERIC                           00041360
                   AND WRK-GRP-REAJ-VALOR GREATER WRK-ALCADA-DIS        00041400
                PERFORM 2200-PENDURAR-GRUPO                             00041500
              WHEN OTHER                                                00041600
                PERFORM 2100-COPIAR-GRUPO-DECKOUT                       00041700
                MOVE WRK-OPERADOR-AC TO WRK-COP-OPERADOR                00041750
                PERFORM 2120-GRAVAR-CARTAO-OPERADOR                     00041770
                ADD 1 TO WRK-QTD-DIRETO                                 00041800
            END-EVALUATE.                                               00041900
                                                                        00042000
       2020-99-FIM.              EXIT.                                  00042100
      *-------------------------------------------------------------*   00042200
      *-------------------------------------------------------------*   00042400
            MOVE WRK-GRP-CARTAO (1) TO WRK-GRP-ID-X.                    00042500
            MOVE WRK-GRP-CARTAO (4) TO WRK-GRP-SAL-X.                   00042600
            MOVE WRK-GRP-CARTAO (7) TO WRK-GRP-CARGO-X.                 00042625
            MOVE SPACES TO WRK-GRP-APROVADOR.                           00042650
            MOVE WRK-GRP-CARGO-X TO WRK-GRP-CARTAO (7).                 00042675
            IF WRK-GRP-ID NOT EQUAL 99999                               00042680
               PERFORM 2040-VERIFICAR-SUBMISSOR                         00042685
            END-IF.                                                     00042690
                                                                        00042700
            EVALUATE TRUE                                               00042800
              WHEN WRK-GRP-ID EQUAL 99999                               00042900
                PERFORM 2100-COPIAR-GRUPO-DECKOUT                       00043000
                MOVE 'S' TO WRK-SW-FIM-DCK                              00043100
              WHEN NOT WRK-AUT-AUTORIZADO                               00043110
                CONTINUE                                                00043120
              WHEN WRK-GRP-EXCECAO EQUAL 'S'                            00043133
                PERFORM 2200-PENDURAR-GRUPO                             00043166
              WHEN WRK-GRP-SALARIO NOT NUMERIC                          00043200
                PERFORM 2100-COPIAR-GRUPO-DECKOUT                       00043300
                ADD 1 TO WRK-QTD-DIRETO                                 00043400
               ADD 1 TO WRK-SUB-CARTAO                                  00045200
            END-IF.                                                     00045300
       2010-99-FIM.              EXIT.                                  00045400
      *-------------------------------------------------------------*   00045402
       2040-VERIFICAR-SUBMISSOR                 SECTION.                00045405
      *-------------------------------------------------------------*   00045408
      *   O SUBMISSOR PRECISA DE PERMISSAO PARA O TIPO DO DECK NO   *   00045411
      *   APLICADOR; SEM ELA O GRUPO E NEGADO: NAO VAI PARA O       *   00045414
      *   DECKOUT NEM PARA A FILA, E O AUDITAPR REGISTRA QUEM TENTOU*   00045417
      *-------------------------------------------------------------*   00045420
            IF WRK-TIPO-DISSIDIO                                        00045423
               MOVE 'FR19DB21' TO WRK-AUT-PROGRAMA                      00045426
            ELSE                                                        00045429
               MOVE 'FR19DB05' TO WRK-AUT-PROGRAMA                      00045432
            END-IF.                                                     00045435
            MOVE WRK-TIPODECK-AC TO WRK-AUT-OPERACAO.                   00045438
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00045441
            MOVE WRK-GRP-ID      TO WRK-AUT-CHAVE.                      00045444
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00045447
            IF NOT WRK-AUT-AUTORIZADO                                   00045450
               IF WRK-AUT-NEGADO                                        00045452
                  MOVE 'SUBMISSOR SEM PERMISSAO -   ' TO WRK-DTA-MOTIVO 00045455
               ELSE                                                     00045458
                  MOVE 'SUBMISSOR INVALIDO/INATIVO -' TO WRK-DTA-MOTIVO 00045461
               END-IF                                                   00045464
               MOVE WRK-AUT-NOME    TO WRK-DTA-NOME                     00045467
               MOVE WRK-AUT-PERFIL  TO WRK-DTA-PERFIL                   00045470
               MOVE 'NEGADO  '      TO FD-AUD-EVENTO                    00045473
               MOVE WRK-OPERADOR-AC TO FD-AUD-SUBMISSOR                 00045476
               MOVE SPACES          TO FD-AUD-APROVADOR                 00045479
               MOVE WRK-GRP-ID      TO FD-AUD-IDFUNC                    00045482
               MOVE WRK-DET-AUTORIZA TO FD-AUD-DETALHE                  00045485
               PERFORM 2900-GRAVAR-AUDITORIA                            00045488
               ADD 1 TO WRK-QTD-NEGADA                                  00045491
            END-IF.                                                     00045494
       2040-99-FIM.              EXIT.                                  00045497
      *-------------------------------------------------------------*   00045500
       2100-COPIAR-GRUPO-DECKOUT                SECTION.                00045600
      *-------------------------------------------------------------*   00045700
                  FROM WRK-GRP-CARTAO (WRK-SUB-CARTAO).                 00046600
            ADD 1 TO WRK-SUB-CARTAO.                                    00046700
       2110-99-FIM.              EXIT.                                  00046800
      *-------------------------------------------------------------*   00046810
       2120-GRAVAR-CARTAO-OPERADOR              SECTION.                00046820
      *-------------------------------------------------------------*   00046830
      *   SEXTO CARTAO DO DECK DE DISSIDIO: QUEM SUBMETEU O LOTE.   *   00046840
      *-------------------------------------------------------------*   00046850
            WRITE FD-DECKOUT FROM WRK-CARTAO-OPERADOR.                  00046860
       2120-99-FIM.              EXIT.                                  00046870
      *-------------------------------------------------------------*   00046900
       2200-PENDURAR-GRUPO                      SECTION.                00047000
      *-------------------------------------------------------------*   00047100
            MOVE WRK-OPERADOR-AC TO FD-AUD-SUBMISSOR.                   00048700
            MOVE SPACES TO FD-AUD-APROVADOR.                            00048800
            MOVE WRK-GRP-ID TO FD-AUD-IDFUNC.                           00048900
            IF NOT WRK-TIPO-DISSIDIO AND WRK-GRP-EXCECAO EQUAL 'S'      00048937
               MOVE 'EXCECAO DE QUADRO - RETIDO P/ APROVACAO'           00048975
                    TO FD-AUD-DETALHE                                   00049012
            ELSE                                                        00049050
               MOVE 'ACIMA DA ALCADA - RETIDO P/ APROVACAO'             00049087
                    TO FD-AUD-DETALHE                                   00049125
            END-IF.                                                     00049162
            PERFORM 2900-GRAVAR-AUDITORIA.                              00049200
       2200-99-FIM.              EXIT.                                  00049300
      *-------------------------------------------------------------*   00049400
                    UNTIL WRK-SUB-DEC GREATER WRK-QTD-DEC               00054100
                       OR WRK-IDX-DEC GREATER ZEROES.                   00054200
                                                                        00054300
            IF WRK-IDX-DEC GREATER ZEROES                               00054310
               PERFORM 2530-VERIFICAR-APROVADOR                         00054320
            END-IF.                                                     00054330
            EVALUATE TRUE                                               00054400
              WHEN WRK-IDX-DEC EQUAL ZEROES                             00054500
                PERFORM 2600-MANTER-NA-FILA                             00054600
                     TO FD-AUD-DETALHE                                  00055500
                PERFORM 2900-GRAVAR-AUDITORIA                           00055600
                PERFORM 2600-MANTER-NA-FILA                             00055700
              WHEN NOT WRK-AUT-AUTORIZADO                               00055710
                MOVE 'RECUSADA' TO FD-AUD-EVENTO                        00055720
                MOVE FD-PEN-SUBMISSOR TO FD-AUD-SUBMISSOR               00055730
                MOVE WRK-DEC-APROVADOR (WRK-IDX-DEC)                    00055740
                     TO FD-AUD-APROVADOR                                00055750
                MOVE WRK-GRP-ID TO FD-AUD-IDFUNC                        00055760
                MOVE WRK-DET-AUTORIZA TO FD-AUD-DETALHE                 00055770
                PERFORM 2900-GRAVAR-AUDITORIA                           00055780
                PERFORM 2600-MANTER-NA-FILA                             00055790
                ADD 1 TO WRK-QTD-NEGADA                                 00055795
              WHEN WRK-DEC-DECISAO (WRK-IDX-DEC) EQUAL 'APROVA  '       00055800
                PERFORM 2700-LIBERAR-GRUPO                              00055900
              WHEN WRK-DEC-DECISAO (WRK-IDX-DEC) EQUAL 'REJEITA '       00056000
            END-IF.                                                     00058000
            ADD 1 TO WRK-SUB-DEC.                                       00058100
       2510-99-FIM.              EXIT.                                  00058200
      *-------------------------------------------------------------*   00058205
       2530-VERIFICAR-APROVADOR                 SECTION.                00058210
      *-------------------------------------------------------------*   00058215
      *   O APROVADOR DO CARTAO DE DECISAO PRECISA DE PERMISSAO NO  *   00058220
      *   FR19DB41 PARA A DECISAO (APROVA/REJEITA).                 *   00058225
      *-------------------------------------------------------------*   00058230
            MOVE 'FR19DB41' TO WRK-AUT-PROGRAMA.                        00058235
            MOVE WRK-DEC-DECISAO (WRK-IDX-DEC)   TO WRK-AUT-OPERACAO.   00058240
            MOVE WRK-DEC-APROVADOR (WRK-IDX-DEC) TO WRK-AUT-OPERADOR.   00058245
            MOVE WRK-GRP-ID TO WRK-AUT-CHAVE.                           00058250
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00058255
            IF WRK-AUT-NEGADO                                           00058260
               MOVE 'APROVADOR SEM PERMISSAO -   ' TO WRK-DTA-MOTIVO    00058265
            ELSE                                                        00058270
               MOVE 'APROVADOR INVALIDO/INATIVO -' TO WRK-DTA-MOTIVO    00058275
            END-IF.                                                     00058280
            MOVE WRK-AUT-NOME   TO WRK-DTA-NOME.                        00058285
            MOVE WRK-AUT-PERFIL TO WRK-DTA-PERFIL.                      00058290
       2530-99-FIM.              EXIT.                                  00058295
      *-------------------------------------------------------------*   00058300
       2600-MANTER-NA-FILA                      SECTION.                00058400
      *-------------------------------------------------------------*   00058500
      *-------------------------------------------------------------*   00058900
       2700-LIBERAR-GRUPO                       SECTION.                00059000
      *-------------------------------------------------------------*   00059100
            IF NOT WRK-TIPO-DISSIDIO                                    00059111
               MOVE FD-PEN-CARTAO (7) TO WRK-GRP-CARGO-X                00059122
               IF WRK-GRP-EXCECAO EQUAL 'S'                             00059133
                  MOVE WRK-DEC-APROVADOR (WRK-IDX-DEC)                  00059144
                       TO WRK-GRP-APROVADOR                             00059155
                  MOVE WRK-GRP-CARGO-X TO FD-PEN-CARTAO (7)             00059166
               END-IF                                                   00059177
            END-IF.                                                     00059188
            MOVE 1 TO WRK-SUB-CARTAO.                                   00059200
            PERFORM 2710-COPIAR-DA-FILA                                 00059300
                    UNTIL WRK-SUB-CARTAO GREATER WRK-QTD-CARTOES.       00059400
            IF WRK-TIPO-DISSIDIO                                        00059410
               MOVE FD-PEN-SUBMISSOR TO WRK-COP-OPERADOR                00059420
               PERFORM 2120-GRAVAR-CARTAO-OPERADOR                      00059430
            END-IF.                                                     00059440
            ADD 1 TO WRK-QTD-APROVA.                                    00059500
                                                                        00059600
            MOVE 'APROVA  ' TO FD-AUD-EVENTO.                           00059700
              DISPLAY ' APROVADOS..................' WRK-QTD-APROVA.    00064700
              DISPLAY ' REJEITADOS.................' WRK-QTD-REJEITA.   00064800
              DISPLAY ' SEGUEM NA FILA.............' WRK-QTD-FICAM.     00064900
              DISPLAY ' NEGADOS POR AUTORIZACAO....' WRK-QTD-NEGADA.    00064950
              DISPLAY ' ============================================'.  00065000
                                                                        00065100
       3000-99-FIM.              EXIT.                                  00065200
