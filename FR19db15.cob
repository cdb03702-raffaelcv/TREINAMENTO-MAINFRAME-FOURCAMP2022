      *       VALIDACAO, SEM GRAVAR NADA NA TABELA.                 *   00002500
      *       CARTOES DA TRANSACAO: OPERACAO / ID / PLANMED /       *   00002600
      *       PLANDENT / COTAS (CADA UM COM 10 DE FILLER).          *   00002700
      *       DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O    *   00002712
      *       OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA   *   00002725
      *       TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE  *   00002737
      *       PODE FAZER A OPERACAO (8 PRIMEIRAS POSICOES) NO       *   00002750
      *       FR19DB15 (DDS OPERADOR, PERMISSO E ACESSLOG); SEM     *   00002762
      *       PERMISSAO, OU COM OPERADOR DESCONHECIDO/INATIVO, A    *   00002775
      *       TRANSACAO E REJEITADA E O SYSOUT MOSTRA O OPERADOR.   *   00002787
      *-------------------------------------------------------------*   00002800
      *   BASE DE DADOS:                                            *   00002900
      *   TABELA.DB2..                                              *   00003000
      *   IVAN.FUNC             I                  #BKFUNC----      *   00003300
      *-------------------------------------------------------------*   00003400
      *   MODULOS....:                             INCLUDE/BOOK     *   00003500
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003550
      *=============================================================*   00003600
                                                                        00003700
      *=============================================================*   00003800
       01 WRK-COTAS.                                                    00008300
          05 FILLER              PIC X(10).                             00008400
          05 WRK-COTAS-AC        PIC 9(03).                             00008500
                                                                        00008520
       01 WRK-OPERCARD.                                                 00008540
          05 FILLER              PIC X(10).                             00008560
          05 WRK-OPERADOR-AC     PIC X(08).                             00008580
                                                                        00008600
       77 WRK-SQLCODE         PIC -999.                                 00008700
       77 WRK-SW-LOTE         PIC X(01) VALUE 'N'.                      00008800
       77 WRK-MODO-EXEC       PIC X(07) VALUE 'PROCESS'.                00010000
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00010100
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00010200
                                                                        00010212
       01 FILLER          PIC X(64) VALUE                               00010225
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00010237
                                                                        00010250
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00010262
       77 WRK-QTD-NEGADA      PIC 9(05) VALUE ZEROES.                   00010275
       COPY '#GAUT'.                                                    00010287
                                                                        00010300
      *=============================================================*   00010400
       PROCEDURE DIVISION.                                              00010500
            IF WRK-MODO-SIMULACAO                                       00012700
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00012800
            END-IF.                                                     00012900
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00012950
                                                                        00013000
       1000-99-FIM.              EXIT.                                  00013100
      *-------------------------------------------------------------*   00013200
      *-------------------------------------------------------------*   00019200
                                                                        00019300
            PERFORM 1100-VALIDAR-TRANSACAO.                             00019400
            IF WRK-TRANS-VALIDA                                         00019425
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00019450
            END-IF.                                                     00019475
            IF WRK-TRANS-VALIDA                                         00019500
               PERFORM 2020-LER-BENEF                                   00019600
            END-IF.                                                     00019700
            END-EVALUATE.                                               00024200
                                                                        00024300
       2020-99-FIM.              EXIT.                                  00024400
      *-------------------------------------------------------------*   00024403
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00024406
      *-------------------------------------------------------------*   00024410
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00024413
      *   DA TRANSACAO NO FR19DB15 (MODULO AUTORIZA). SEM ELA, OU   *   00024416
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00024420
      *   REJEITADA.                                                *   00024423
      *-------------------------------------------------------------*   00024426
                                                                        00024430
            MOVE 'FR19DB15'      TO WRK-AUT-PROGRAMA.                   00024433
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00024436
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00024440
            MOVE WRK-ID-AC       TO WRK-AUT-CHAVE.                      00024443
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00024446
            IF NOT WRK-AUT-AUTORIZADO                                   00024450
               IF WRK-AUT-NEGADO                                        00024453
                  DISPLAY ' OPERADOR SEM PERMISSAO - TRANSACAO '        00024456
                          'REJEITADA ' WRK-ID-AC                        00024460
               ELSE                                                     00024463
                  DISPLAY ' OPERADOR INVALIDO - TRANSACAO '             00024466
                          'REJEITADA ' WRK-ID-AC                        00024470
               END-IF                                                   00024473
               DISPLAY '   OPERADOR: ' WRK-OPERADOR-AC ' - '            00024476
                       WRK-AUT-NOME ' PERFIL ' WRK-AUT-PERFIL           00024480
               ADD 1 TO WRK-QTD-NEGADA                                  00024483
               MOVE 'N' TO WRK-SW-TRANS                                 00024486
            END-IF.                                                     00024490
                                                                        00024493
       2050-99-FIM.              EXIT.                                  00024496
      *-------------------------------------------------------------*   00024500
       2100-INCLUIR                             SECTION.                00024600
      *-------------------------------------------------------------*   00024700
              DISPLAY ' ADESOES INCLUIDAS.........' WRK-QTD-INCLUSAO.   00035600
              DISPLAY ' ADESOES ALTERADAS.........' WRK-QTD-ALTERACAO.  00035700
              DISPLAY ' ADESOES CANCELADAS........' WRK-QTD-CANCELA.    00035800
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00035850
                                                                        00035900
       3000-99-FIM.              EXIT.                                  00036000
