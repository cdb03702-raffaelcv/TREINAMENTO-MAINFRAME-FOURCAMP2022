      *       RELATORIO DE MANUTENCAO RELCARM.                      *   00002600
      *       CARTOES DA TRANSACAO: OPERACAO / CODIGO / TITULO /    *   00002700
      *       GRADE.                                                *   00002800
      *       DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O    *   00002814
      *       OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA   *   00002828
      *       TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE  *   00002842
      *       PODE FAZER A OPERACAO NO FR19DB38; SEM PERMISSAO, OU  *   00002857
      *       COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002871
      *       RECUSADA E SAI NO RELCARM COM O NOME DO OPERADOR.     *   00002885
      *-------------------------------------------------------------*   00002900
      *   BASE DE DADOS:                                            *   00003000
      *   TABELA.DB2..                                              *   00003100
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    RELCARM              O                  -----------      *   00003800
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003814
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003828
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003842
      *-------------------------------------------------------------*   00003857
      *   MODULOS....:                             INCLUDE/BOOK     *   00003871
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003885
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
       01 WRK-GRADE.                                                    00008500
          05 FILLER              PIC X(10).                             00008600
          05 WRK-GRADE-AC        PIC X(02).                             00008700
                                                                        00008720
       01 WRK-OPERCARD.                                                 00008740
          05 FILLER              PIC X(10).                             00008760
          05 WRK-OPERADOR-AC     PIC X(08).                             00008780
                                                                        00008800
       01 DB2-CAR-CODIGO      PIC X(06).                                00008900
       01 DB2-CAR-TITULO      PIC X(30).                                00009000
       77 WRK-MODO-EXEC       PIC X(07) VALUE 'PROCESS'.                00010800
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00010900
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00011000
                                                                        00011010
       01 FILLER          PIC X(64) VALUE                               00011020
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00011030
                                                                        00011040
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00011050
       77 WRK-QTD-NEGADA      PIC 9(05) VALUE ZEROES.                   00011060
       77 WRK-SW-NEGADA       PIC X(01) VALUE 'N'.                      00011070
           88 WRK-TRANS-NEGADA       VALUE 'S'.                         00011080
       COPY '#GAUT'.                                                    00011090
                                                                        00011100
       01 WRK-LINHA-TITULO.                                             00011200
          05 FILLER              PIC X(46) VALUE                        00011300
          05 WRK-MAN-TITULO      PIC X(30).                             00012600
          05 FILLER              PIC X(02) VALUE SPACES.                00012700
          05 WRK-MAN-RESULTADO   PIC X(30).                             00012800
                                                                        00012809
       01 WRK-LINHA-NEGADO.                                             00012818
          05 FILLER              PIC X(10) VALUE SPACES.                00012827
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00012836
          05 WRK-NEG-OPERADOR    PIC X(08).                             00012845
          05 FILLER              PIC X(03) VALUE ' - '.                 00012854
          05 WRK-NEG-NOME        PIC X(30).                             00012863
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00012872
          05 WRK-NEG-PERFIL      PIC X(08).                             00012881
          05 FILLER              PIC X(03) VALUE SPACES.                00012890
                                                                        00012900
      *=============================================================*   00013000
       PROCEDURE DIVISION.                                              00013100
            IF WRK-MODO-SIMULACAO                                       00016500
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00016600
            END-IF.                                                     00016700
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00016750
                                                                        00016800
       1000-99-FIM.              EXIT.                                  00016900
      *-------------------------------------------------------------*   00017000
      *-------------------------------------------------------------*   00018500
                                                                        00018600
            MOVE 'S' TO WRK-SW-TRANS.                                   00018700
            MOVE 'N' TO WRK-SW-NEGADA.                                  00018750
            IF WRK-OPERACAO-AC NOT EQUAL 'INCLUSAO'                     00018800
               AND WRK-OPERACAO-AC NOT EQUAL 'RENOMEIA'                 00018900
               AND WRK-OPERACAO-AC NOT EQUAL 'DESATIVA'                 00019000
                    TO WRK-MAN-RESULTADO                                00019700
               MOVE 'N' TO WRK-SW-TRANS                                 00019800
            END-IF.                                                     00019900
            IF WRK-TRANS-VALIDA                                         00019925
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00019950
            END-IF.                                                     00019975
                                                                        00020000
            IF WRK-TRANS-VALIDA                                         00020100
               PERFORM 2020-LER-CARGO                                   00020200
               ADD 1 TO WRK-REGREJEITADOS                               00021800
            END-IF.                                                     00021900
            PERFORM 2900-LISTAR-MANUTENCAO.                             00022000
            IF WRK-TRANS-NEGADA                                         00022025
               WRITE FD-RELCARM FROM WRK-LINHA-NEGADO                   00022050
            END-IF.                                                     00022075
            PERFORM 1050-LER-TRANSACAO.                                 00022100
                                                                        00022200
       2000-99-FIM.              EXIT.                                  00022300
               MOVE 'N' TO WRK-SW-TRANS                                 00024200
            END-EVALUATE.                                               00024300
       2020-99-FIM.              EXIT.                                  00024400
      *-------------------------------------------------------------*   00024403
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00024406
      *-------------------------------------------------------------*   00024410
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00024413
      *   DA TRANSACAO NO FR19DB38 (MODULO AUTORIZA). SEM ELA, OU   *   00024416
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00024420
      *   RECUSADA E O RELCARM MOSTRA QUEM A DIGITOU.               *   00024423
      *-------------------------------------------------------------*   00024426
            MOVE 'FR19DB38'      TO WRK-AUT-PROGRAMA.                   00024430
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00024433
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00024436
            MOVE WRK-CODIGO-AC   TO WRK-AUT-CHAVE.                      00024440
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00024443
            IF NOT WRK-AUT-AUTORIZADO                                   00024446
               IF WRK-AUT-NEGADO                                        00024450
                  MOVE 'OPERADOR SEM PERMIS - RECUSADA'                 00024453
                       TO WRK-MAN-RESULTADO                             00024456
               ELSE                                                     00024460
                  MOVE 'OPERADOR INVALIDO - RECUSADA  '                 00024463
                       TO WRK-MAN-RESULTADO                             00024466
               END-IF                                                   00024470
               ADD 1 TO WRK-QTD-NEGADA                                  00024473
               MOVE 'N' TO WRK-SW-TRANS                                 00024476
               MOVE 'S' TO WRK-SW-NEGADA                                00024480
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00024483
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00024486
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00024490
            END-IF.                                                     00024493
       2050-99-FIM.              EXIT.                                  00024496
      *-------------------------------------------------------------*   00024500
       2100-INCLUIR                             SECTION.                00024600
      *-------------------------------------------------------------*   00024700
              DISPLAY ' MODO DE EXECUCAO......' WRK-MODO-EXEC.          00039300
              DISPLAY ' TRANSACOES APLICADAS..' WRK-REGPROCESSADOS.     00039400
              DISPLAY ' TRANSACOES REJEITADAS.' WRK-REGREJEITADOS.      00039500
              DISPLAY ' NEGADAS PELO AUTORIZA.' WRK-QTD-NEGADA.         00039550
              DISPLAY ' CARGOS CRIADOS........' WRK-QTD-INCLUSAO.       00039600
              DISPLAY ' CARGOS ALTERADOS......' WRK-QTD-RENOMEIA.       00039700
              DISPLAY ' CARGOS DESATIVADOS....' WRK-QTD-DESATIVA.       00039800
