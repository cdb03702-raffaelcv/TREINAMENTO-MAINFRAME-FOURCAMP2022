      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELORDM     *   00002500
      *    COM O RESULTADO. MANTIDO POR PROGRAMA, O MASTER NUNCA    *   00002600
      *    PERDE A CLASSIFICACAO QUE O FR19EX20 EXIGE.              *   00002700
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00002714
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00002728
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00002742
      *    DELE PODE FAZER A OPERACAO NO FR19EX19; SEM PERMISSAO,   *   00002757
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002771
      *    RECUSADA E SAI NO RELORDM COM O NOME DO OPERADOR.        *   00002785
      *-------------------------------------------------------------*   00002800
      *   ARQUIVOS...:                                              *   00002900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003000
      *    TRANSORD             I                  -----------      *   00003200
      *    ORDNOVO              O                  -----------      *   00003300
      *    RELORDM              O                  -----------      *   00003400
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003425
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003450
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003475
      *-------------------------------------------------------------*   00003500
      *   MODULOS....:                             INCLUDE/BOOK     *   00003600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003700
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003750
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00011900
       COPY '#GLOG'.                                                    00012000
      *-------------------------------------------------------------*   00012100
                                                                        00012114
       01 FILLER          PIC X(64) VALUE                               00012128
           '-----------BOOK AUTORIZA------------------------'.          00012142
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00012157
       COPY '#GAUT'.                                                    00012171
      *-------------------------------------------------------------*   00012185
                                                                        00012200
       01 FILLER          PIC X(64) VALUE                               00012300
           '-----------VARIAVEIS DE STATUS------------------'.          00012400
       77 WRK-QTD-ALTERA  PIC 9(05) VALUE ZEROES.                       00013800
       77 WRK-QTD-CANCELA PIC 9(05) VALUE ZEROES.                       00013900
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00014000
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00014050
       77 WRK-HASH-NOVO   PIC 9(12) VALUE ZEROES.                       00014100
                                                                        00014200
       77 WRK-SW-DADO-ORD PIC X(01) VALUE 'N'.                          00014300
          05 FILLER              PIC X(02) VALUE SPACES.                00019200
          05 WRK-AUD-RESULTADO   PIC X(27).                             00019300
          05 FILLER              PIC X(10) VALUE SPACES.                00019400
                                                                        00019406
       01 WRK-OPERCARD.                                                 00019413
          05 FILLER              PIC X(10).                             00019420
          05 WRK-OPERADOR-AC     PIC X(08).                             00019426
                                                                        00019433
       01 WRK-LINHA-NEGADO.                                             00019440
          05 FILLER              PIC X(10) VALUE SPACES.                00019446
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00019453
          05 WRK-NEG-OPERADOR    PIC X(08).                             00019460
          05 FILLER              PIC X(03) VALUE ' - '.                 00019466
          05 WRK-NEG-NOME        PIC X(30).                             00019473
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00019480
          05 WRK-NEG-PERFIL      PIC X(08).                             00019486
          05 FILLER              PIC X(23) VALUE SPACES.                00019493
                                                                        00019500
      *=============================================================*   00019600
       PROCEDURE DIVISION.                                              00019700
               WRITE FD-RELORDM FROM WRK-LINHA-TRACO.                   00022900
               WRITE FD-RELORDM FROM WRK-LINHA-TITULO.                  00023000
               WRITE FD-RELORDM FROM WRK-LINHA-TRACO.                   00023100
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00023150
                                                                        00023200
       1000-99-FIM.              EXIT.                                  00023300
      *-------------------------------------------------------------*   00023400
               PERFORM 2100-GRAVAR-MASTER                               00027900
               PERFORM 1100-LER-ORDENS                                  00028000
             WHEN FD-ORD-CHAVE EQUAL FD-TRO-CHAVE                       00028100
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00028200
               IF WRK-AUT-AUTORIZADO                                    00028225
                  PERFORM 2200-APLICAR-NA-ORDEM                         00028250
               END-IF                                                   00028275
               PERFORM 1200-LER-TRANSORD                                00028300
             WHEN OTHER                                                 00028400
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00028500
               IF WRK-AUT-AUTORIZADO                                    00028525
                  PERFORM 2300-APLICAR-SEM-ORDEM                        00028550
               END-IF                                                   00028575
               PERFORM 1200-LER-TRANSORD                                00028600
            END-EVALUATE.                                               00028700
                                                                        00028800
       2000-99-FIM.              EXIT.                                  00028900
      *-------------------------------------------------------------*   00028903
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00028906
      *-------------------------------------------------------------*   00028909
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00028912
      *   DA TRANSACAO NO FR19EX19 (MODULO AUTORIZA). SEM ELA, OU   *   00028916
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00028919
      *   RECUSADA E O RELORDM MOSTRA QUEM A DIGITOU.               *   00028922
      *-------------------------------------------------------------*   00028925
            MOVE 'FR19EX19'      TO WRK-AUT-PROGRAMA.                   00028929
            MOVE FD-TRO-OPERACAO TO WRK-AUT-OPERACAO.                   00028932
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00028935
            MOVE FD-TRO-CHAVE    TO WRK-AUT-CHAVE.                      00028938
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00028941
            IF NOT WRK-AUT-AUTORIZADO                                   00028945
               IF WRK-AUT-NEGADO                                        00028948
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00028951
                       TO WRK-AUD-RESULTADO                             00028954
               ELSE                                                     00028958
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00028961
                       TO WRK-AUD-RESULTADO                             00028964
               END-IF                                                   00028967
               ADD 1 TO WRK-QTD-RECUSA                                  00028970
                        WRK-QTD-NEGADA                                  00028974
               PERFORM 2900-LISTAR-AUDITORIA                            00028977
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00028980
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00028983
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00028987
               WRITE FD-RELORDM FROM WRK-LINHA-NEGADO                   00028990
            END-IF.                                                     00028993
       2050-99-FIM.              EXIT.                                  00028996
      *-------------------------------------------------------------*   00029000
       2100-GRAVAR-MASTER                       SECTION.                00029100
      *-------------------------------------------------------------*   00029200
              DISPLAY ' ORDENS ALTERADAS...........' WRK-QTD-ALTERA.    00044600
              DISPLAY ' ORDENS CANCELADAS..........' WRK-QTD-CANCELA.   00044700
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00044800
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00044850
              DISPLAY ' ============================================'.  00044900
                                                                        00045000
       3000-99-FIM.              EXIT.                                  00045100
