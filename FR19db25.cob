      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELFCT.     *   00002100
      *    O CONSUMIDOR E O FR19EX40, QUE PAGA A FOLHA PELO NOSSO   *   00002200
      *    PROPRIO CAMINHO DE POSTAGEM.                             *   00002300
      *    CONTA-SALARIO EM OUTRO BANCO: O VINCULO LEVA O CODIGO DO *   00002314
      *    BANCO (3 DIGITOS), A AGENCIA E A CONTA EXTERNA (ATE 12,  *   00002328
      *    COM DIGITO) NO LUGAR DA CONTA CONOSCO; ESSE FUNCIONARIO  *   00002342
      *    E PAGO PELO FR19EX65 NA REMESSA DE SALARIO. BANCO EM     *   00002357
      *    BRANCO = CONTA CONOSCO, COMO ANTES. VINCULA/ALTERA COM   *   00002371
      *    BANCO E SEM AGENCIA OU CONTA EXTERNA E RECUSADO.         *   00002385
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00002387
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00002389
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00002391
      *    DELE PODE FAZER A OPERACAO NO FR19DB25; SEM PERMISSAO,   *   00002393
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002395
      *    RECUSADA E SAI NO RELFCT COM O NOME DO OPERADOR.         *   00002397
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    TRANSFCT             I                  -----------      *   00002800
      *    FCTNOVO              O                  -----------      *   00002900
      *    RELFCT               O                  -----------      *   00003000
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003025
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003050
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003075
      *-------------------------------------------------------------*   00003100
      *   MODULOS....:                             INCLUDE/BOOK     *   00003200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003300
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003350
      *=============================================================*   00003400
                                                                        00003500
      *=============================================================*   00003600
       DATA                                      DIVISION.              00006100
      *=============================================================*   00006200
       FILE                                      SECTION.               00006300
      *-------------------LRECL 32----------------------------------*   00006400
       FD FUNCCTA                                                       00006500
           RECORDING MODE IS F                                          00006600
           LABEL RECORD IS STANDARD                                     00006700
          05 FD-FCT-IDFUNC      PIC 9(05).                              00007000
          05 FD-FCT-AGENCIA     PIC X(04).                              00007100
          05 FD-FCT-CONTA       PIC X(04).                              00007200
          05 FD-FCT-BANCO       PIC X(03).                              00007225
          05 FD-FCT-CONTA-EXT   PIC X(12).                              00007250
          05 FILLER             PIC X(04).                              00007275
                                                                        00007300
      *-------------------LRECL 36----------------------------------*   00007400
       FD TRANSFCT                                                      00007500
           RECORDING MODE IS F                                          00007600
           LABEL RECORD IS STANDARD                                     00007700
          05 FD-TFC-IDFUNC      PIC 9(05).                              00008100
          05 FD-TFC-AGENCIA     PIC X(04).                              00008200
          05 FD-TFC-CONTA       PIC X(04).                              00008300
          05 FD-TFC-BANCO       PIC X(03).                              00008333
          05 FD-TFC-CONTA-EXT   PIC X(12).                              00008366
                                                                        00008400
      *-------------------LRECL 32----------------------------------*   00008500
       FD FCTNOVO                                                       00008600
           RECORDING MODE IS F.                                         00008700
       01 FD-FCTNOVO             PIC X(32).                             00008800
                                                                        00008900
      *-------------------LRECL 80----------------------------------*   00009000
       FD RELFCT                                                        00009100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00010100
       COPY '#GLOG'.                                                    00010200
      *-------------------------------------------------------------*   00010300
                                                                        00010314
       01 FILLER          PIC X(64) VALUE                               00010328
           '-----------BOOK AUTORIZA------------------------'.          00010342
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00010357
       COPY '#GAUT'.                                                    00010371
      *-------------------------------------------------------------*   00010385
                                                                        00010400
       01 FILLER          PIC X(64) VALUE                               00010500
           '-----------VARIAVEIS DE STATUS------------------'.          00010600
       77 WRK-QTD-ALTERA  PIC 9(05) VALUE ZEROES.                       00012000
       77 WRK-QTD-DESVINC PIC 9(05) VALUE ZEROES.                       00012100
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00012200
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00012250
                                                                        00012300
       77 WRK-SW-FIM-FCT  PIC X(01) VALUE 'N'.                          00012400
           88 WRK-FIM-FUNCCTA       VALUE 'S'.                          00012500
       77 WRK-SW-EXCLUIDO PIC X(01) VALUE 'N'.                          00012800
           88 WRK-VINCULO-EXCLUIDO  VALUE 'S'.                          00012900
       77 WRK-ULT-VINCULO PIC 9(05) VALUE ZEROES.                       00013000
       77 WRK-SW-CONTA-EXT PIC X(01) VALUE 'S'.                         00013033
           88 WRK-CONTA-EXT-OK      VALUE 'S'.                          00013066
                                                                        00013072
       01 WRK-OPERCARD.                                                 00013079
          05 FILLER              PIC X(10).                             00013086
          05 WRK-OPERADOR-AC     PIC X(08).                             00013093
                                                                        00013100
       01 FILLER          PIC X(64) VALUE                               00013200
           '-----------LINHAS DO RELATORIO------------------'.          00013300
          05 FILLER              PIC X(02) VALUE SPACES.                00014700
          05 WRK-AUD-IDFUNC      PIC 9(05).                             00014800
          05 FILLER              PIC X(02) VALUE SPACES.                00014900
          05 WRK-AUD-BANCO       PIC X(03).                             00014963
          05 FILLER              PIC X(01) VALUE SPACE.                 00015027
          05 WRK-AUD-AGENCIA     PIC X(04).                             00015090
          05 FILLER              PIC X(01) VALUE '/'.                   00015154
          05 WRK-AUD-CONTA       PIC X(04).                             00015218
          05 FILLER              PIC X(01) VALUE SPACE.                 00015281
          05 WRK-AUD-CONTA-EXT   PIC X(12).                             00015345
          05 FILLER              PIC X(02) VALUE SPACES.                00015409
          05 WRK-AUD-RESULTADO   PIC X(27).                             00015472
          05 FILLER              PIC X(08) VALUE SPACES.                00015536
                                                                        00015541
       01 WRK-LINHA-NEGADO.                                             00015547
          05 FILLER              PIC X(10) VALUE SPACES.                00015553
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00015559
          05 WRK-NEG-OPERADOR    PIC X(08).                             00015565
          05 FILLER              PIC X(03) VALUE ' - '.                 00015570
          05 WRK-NEG-NOME        PIC X(30).                             00015576
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00015582
          05 WRK-NEG-PERFIL      PIC X(08).                             00015588
          05 FILLER              PIC X(03) VALUE SPACES.                00015594
                                                                        00015600
      *=============================================================*   00015700
       PROCEDURE DIVISION.                                              00015800
               WRITE FD-RELFCT FROM WRK-LINHA-TRACO.                    00018600
               WRITE FD-RELFCT FROM WRK-LINHA-TITULO.                   00018700
               WRITE FD-RELFCT FROM WRK-LINHA-TRACO.                    00018800
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00018850
                                                                        00018900
       1000-99-FIM.              EXIT.                                  00019000
      *-------------------------------------------------------------*   00019100
               PERFORM 1100-LER-FUNCCTA                                 00022600
             WHEN FD-FCT-IDFUNC EQUAL FD-TFC-IDFUNC                     00022700
                  AND NOT WRK-FIM-FUNCCTA                               00022800
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00022900
               IF WRK-AUT-AUTORIZADO                                    00022925
                  PERFORM 2200-APLICAR-NO-VINCULO                       00022950
               END-IF                                                   00022975
               PERFORM 1200-LER-TRANSFCT                                00023000
             WHEN OTHER                                                 00023100
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00023200
               IF WRK-AUT-AUTORIZADO                                    00023225
                  PERFORM 2300-APLICAR-SEM-VINCULO                      00023250
               END-IF                                                   00023275
               PERFORM 1200-LER-TRANSFCT                                00023300
            END-EVALUATE.                                               00023400
                                                                        00023500
       2000-99-FIM.              EXIT.                                  00023600
      *-------------------------------------------------------------*   00023603
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00023606
      *-------------------------------------------------------------*   00023609
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00023612
      *   DA TRANSACAO NO FR19DB25 (MODULO AUTORIZA). SEM ELA, OU   *   00023616
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00023619
      *   RECUSADA E O RELFCT MOSTRA QUEM A DIGITOU.                *   00023622
      *-------------------------------------------------------------*   00023625
            MOVE 'FR19DB25'      TO WRK-AUT-PROGRAMA.                   00023629
            MOVE FD-TFC-OPERACAO TO WRK-AUT-OPERACAO.                   00023632
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00023635
            MOVE FD-TFC-IDFUNC   TO WRK-AUT-CHAVE.                      00023638
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00023641
            IF NOT WRK-AUT-AUTORIZADO                                   00023645
               IF WRK-AUT-NEGADO                                        00023648
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00023651
                       TO WRK-AUD-RESULTADO                             00023654
               ELSE                                                     00023658
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00023661
                       TO WRK-AUD-RESULTADO                             00023664
               END-IF                                                   00023667
               ADD 1 TO WRK-QTD-RECUSA                                  00023670
                        WRK-QTD-NEGADA                                  00023674
               PERFORM 2900-LISTAR-AUDITORIA                            00023677
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00023680
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00023683
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00023687
               WRITE FD-RELFCT FROM WRK-LINHA-NEGADO                    00023690
            END-IF.                                                     00023693
       2050-99-FIM.              EXIT.                                  00023696
      *-------------------------------------------------------------*   00023700
       2100-GRAVAR-MASTER                       SECTION.                00023800
      *-------------------------------------------------------------*   00023900
            END-IF.                                                     00024300
                                                                        00024400
       2100-99-FIM.              EXIT.                                  00024500
      *-------------------------------------------------------------*   00024505
       2150-CRITICAR-CONTA-EXT                  SECTION.                00024511
      *-------------------------------------------------------------*   00024517
      *   COM CODIGO DE BANCO, A CONTA CONOSCO NAO SE APLICA: EXIGE *   00024523
      *   BANCO NUMERICO, AGENCIA E CONTA EXTERNA.                  *   00024529
      *-------------------------------------------------------------*   00024535
            MOVE 'S' TO WRK-SW-CONTA-EXT.                               00024541
            IF FD-TFC-BANCO NOT EQUAL SPACES                            00024547
               IF FD-TFC-BANCO NOT NUMERIC                              00024552
                  OR FD-TFC-AGENCIA EQUAL SPACES                        00024558
                  OR FD-TFC-CONTA-EXT EQUAL SPACES                      00024564
                  MOVE 'N' TO WRK-SW-CONTA-EXT                          00024570
               END-IF                                                   00024576
            END-IF.                                                     00024582
                                                                        00024588
       2150-99-FIM.              EXIT.                                  00024594
      *-------------------------------------------------------------*   00024600
       2200-APLICAR-NO-VINCULO                  SECTION.                00024700
      *-------------------------------------------------------------*   00024800
            PERFORM 2150-CRITICAR-CONTA-EXT.                            00024809
            IF FD-TFC-OPERACAO EQUAL 'ALTERA  '                         00024820
               AND NOT WRK-CONTA-EXT-OK                                 00024831
               MOVE 'CONTA EXTERNA INCOMPLETA   '                       00024843
                    TO WRK-AUD-RESULTADO                                00024854
               ADD 1 TO WRK-QTD-RECUSA                                  00024865
               PERFORM 2900-LISTAR-AUDITORIA                            00024877
               GO TO 2200-99-FIM.                                       00024888
            EVALUATE FD-TFC-OPERACAO                                    00024900
              WHEN 'VINCULA '                                           00025000
                MOVE 'VINCULO JA EXISTE-RECUSADA '                      00025100
              WHEN 'ALTERA  '                                           00025400
                MOVE FD-TFC-AGENCIA TO FD-FCT-AGENCIA                   00025500
                MOVE FD-TFC-CONTA   TO FD-FCT-CONTA                     00025600
                MOVE FD-TFC-BANCO   TO FD-FCT-BANCO                     00025633
                MOVE FD-TFC-CONTA-EXT TO FD-FCT-CONTA-EXT               00025666
                MOVE 'VINCULO ALTERADO           '                      00025700
                     TO WRK-AUD-RESULTADO                               00025800
                ADD 1 TO WRK-QTD-ALTERA                                 00025900
      *-------------------------------------------------------------*   00027300
       2300-APLICAR-SEM-VINCULO                 SECTION.                00027400
      *-------------------------------------------------------------*   00027500
            PERFORM 2150-CRITICAR-CONTA-EXT.                            00027550
            EVALUATE TRUE                                               00027600
              WHEN FD-TFC-OPERACAO EQUAL 'VINCULA '                     00027700
                   AND FD-TFC-IDFUNC EQUAL WRK-ULT-VINCULO              00027800
                     TO WRK-AUD-RESULTADO                               00028000
                ADD 1 TO WRK-QTD-RECUSA                                 00028100
              WHEN FD-TFC-OPERACAO EQUAL 'VINCULA '                     00028200
                   AND NOT WRK-CONTA-EXT-OK                             00028216
                MOVE 'CONTA EXTERNA INCOMPLETA   '                      00028233
                     TO WRK-AUD-RESULTADO                               00028250
                ADD 1 TO WRK-QTD-RECUSA                                 00028266
              WHEN FD-TFC-OPERACAO EQUAL 'VINCULA '                     00028283
                MOVE SPACES          TO FD-FCTNOVO                      00028300
                MOVE FD-TFC-IDFUNC   TO FD-FCTNOVO (1:5)                00028400
                MOVE FD-TFC-AGENCIA  TO FD-FCTNOVO (6:4)                00028500
                MOVE FD-TFC-CONTA    TO FD-FCTNOVO (10:4)               00028600
                MOVE FD-TFC-BANCO    TO FD-FCTNOVO (14:3)               00028633
                MOVE FD-TFC-CONTA-EXT TO FD-FCTNOVO (17:12)             00028666
                WRITE FD-FCTNOVO                                        00028700
                ADD 1 TO WRK-REGNOVO                                    00028800
                ADD 1 TO WRK-QTD-VINCULA                                00028900
      *-------------------------------------------------------------*   00030300
            MOVE FD-TFC-OPERACAO TO WRK-AUD-OPERACAO.                   00030400
            MOVE FD-TFC-IDFUNC   TO WRK-AUD-IDFUNC.                     00030500
            MOVE FD-TFC-BANCO    TO WRK-AUD-BANCO.                      00030560
            MOVE FD-TFC-AGENCIA  TO WRK-AUD-AGENCIA.                    00030620
            MOVE FD-TFC-CONTA    TO WRK-AUD-CONTA.                      00030680
            MOVE FD-TFC-CONTA-EXT TO WRK-AUD-CONTA-EXT.                 00030740
            WRITE FD-RELFCT FROM WRK-LINHA-AUDIT.                       00030800
                                                                        00030900
       2900-99-FIM.              EXIT.                                  00031000
              DISPLAY ' VINCULOS ALTERADOS.........' WRK-QTD-ALTERA.    00032500
              DISPLAY ' VINCULOS EXCLUIDOS.........' WRK-QTD-DESVINC.   00032600
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00032700
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00032750
              DISPLAY ' ============================================'.  00032800
                                                                        00032900
       3000-99-FIM.              EXIT.                                  00033000
