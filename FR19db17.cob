      *                   SETOR).                                   *   00003100
      *       CARTOES DA TRANSACAO: OPERACAO / SETOR / DESCRICAO /  *   00003200
      *       SETORPAI.                                             *   00003300
      *       DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O    *   00003314
      *       OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA   *   00003328
      *       TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE  *   00003342
      *       PODE FAZER A OPERACAO NO FR19DB17; SEM PERMISSAO, OU  *   00003357
      *       COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00003371
      *       RECUSADA E SAI NO RELSETM COM O NOME DO OPERADOR.     *   00003385
      *-------------------------------------------------------------*   00003400
      *   BASE DE DADOS:                                            *   00003500
      *   TABELA.DB2..                                              *   00003600
      *-------------------------------------------------------------*   00004000
      *   ARQUIVOS...:                                              *   00004100
      *    RELSETM              O                  -----------      *   00004200
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00004225
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00004250
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00004275
      *-------------------------------------------------------------*   00004300
      *   MODULOS....:                             INCLUDE/BOOK     *   00004400
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004450
      *=============================================================*   00004500
                                                                        00004600
      *=============================================================*   00004700
       01 WRK-SETORPAI.                                                 00009500
          05 FILLER              PIC X(10).                             00009600
          05 WRK-SETORPAI-AC     PIC X(04).                             00009700
                                                                        00009707
       01 WRK-OPERCARD.                                                 00009714
          05 FILLER              PIC X(10).                             00009721
          05 WRK-OPERADOR-AC     PIC X(08).                             00009728
                                                                        00009735
       01 FILLER          PIC X(64) VALUE                               00009742
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00009750
                                                                        00009757
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00009764
       77 WRK-QTD-NEGADA      PIC 9(05) VALUE ZEROES.                   00009771
       77 WRK-SW-NEGADA       PIC X(01) VALUE 'N'.                      00009778
           88 WRK-TRANS-NEGADA       VALUE 'S'.                         00009785
       COPY '#GAUT'.                                                    00009792
                                                                        00009800
      *----SUBIDA DA ARVORE NA CRITICA DE CICLO----------------------*  00009900
       77 WRK-PAI-CORRENTE    PIC X(04) VALUE SPACES.                   00010000
          05 WRK-MAN-DESCRICAO   PIC X(30).                             00014000
          05 FILLER              PIC X(02) VALUE SPACES.                00014100
          05 WRK-MAN-RESULTADO   PIC X(32).                             00014200
                                                                        00014209
       01 WRK-LINHA-NEGADO.                                             00014218
          05 FILLER              PIC X(10) VALUE SPACES.                00014227
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00014236
          05 WRK-NEG-OPERADOR    PIC X(08).                             00014245
          05 FILLER              PIC X(03) VALUE ' - '.                 00014254
          05 WRK-NEG-NOME        PIC X(30).                             00014263
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00014272
          05 WRK-NEG-PERFIL      PIC X(08).                             00014281
          05 FILLER              PIC X(03) VALUE SPACES.                00014290
                                                                        00014300
      *=============================================================*   00014400
       PROCEDURE DIVISION.                                              00014500
            IF WRK-MODO-SIMULACAO                                       00017900
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00018000
            END-IF.                                                     00018100
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00018150
                                                                        00018200
       1000-99-FIM.              EXIT.                                  00018300
      *-------------------------------------------------------------*   00018400
      *-------------------------------------------------------------*   00019900
                                                                        00020000
            MOVE 'S' TO WRK-SW-TRANS.                                   00020100
            MOVE 'N' TO WRK-SW-NEGADA.                                  00020150
            IF WRK-OPERACAO-AC NOT EQUAL 'INCLUSAO'                     00020200
               AND WRK-OPERACAO-AC NOT EQUAL 'RENOMEIA'                 00020300
               AND WRK-OPERACAO-AC NOT EQUAL 'DESATIVA'                 00020400
                    TO WRK-MAN-RESULTADO                                00021200
               MOVE 'N' TO WRK-SW-TRANS                                 00021300
            END-IF.                                                     00021400
            IF WRK-TRANS-VALIDA                                         00021425
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00021450
            END-IF.                                                     00021475
                                                                        00021500
            IF WRK-TRANS-VALIDA                                         00021600
               PERFORM 2020-LER-SETOR                                   00021700
               ADD 1 TO WRK-REGREJEITADOS                               00023500
            END-IF.                                                     00023600
            PERFORM 2900-LISTAR-MANUTENCAO.                             00023700
            IF WRK-TRANS-NEGADA                                         00023725
               WRITE FD-RELSETM FROM WRK-LINHA-NEGADO                   00023750
            END-IF.                                                     00023775
            PERFORM 1050-LER-TRANSACAO.                                 00023800
                                                                        00023900
       2000-99-FIM.              EXIT.                                  00024000
            END-EVALUATE.                                               00026600
                                                                        00026700
       2020-99-FIM.              EXIT.                                  00026800
      *-------------------------------------------------------------*   00026803
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00026806
      *-------------------------------------------------------------*   00026809
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00026812
      *   DA TRANSACAO NO FR19DB17 (MODULO AUTORIZA). SEM ELA, OU   *   00026815
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00026818
      *   RECUSADA E O RELSETM MOSTRA QUEM A DIGITOU.               *   00026821
      *-------------------------------------------------------------*   00026825
                                                                        00026828
            MOVE 'FR19DB17'      TO WRK-AUT-PROGRAMA.                   00026831
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00026834
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00026837
            MOVE WRK-SETOR-AC    TO WRK-AUT-CHAVE.                      00026840
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00026843
            IF NOT WRK-AUT-AUTORIZADO                                   00026846
               IF WRK-AUT-NEGADO                                        00026850
                  MOVE 'OPERADOR SEM PERMISSAO-RECUSADA'                00026853
                       TO WRK-MAN-RESULTADO                             00026856
               ELSE                                                     00026859
                  MOVE 'OPERADOR INVALIDO - RECUSADA   '                00026862
                       TO WRK-MAN-RESULTADO                             00026865
               END-IF                                                   00026868
               ADD 1 TO WRK-QTD-NEGADA                                  00026871
               MOVE 'N' TO WRK-SW-TRANS                                 00026875
               MOVE 'S' TO WRK-SW-NEGADA                                00026878
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00026881
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00026884
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00026887
            END-IF.                                                     00026890
                                                                        00026893
       2050-99-FIM.              EXIT.                                  00026896
      *-------------------------------------------------------------*   00026900
       2100-INCLUIR                             SECTION.                00027000
      *-------------------------------------------------------------*   00027100
              DISPLAY ' SETORES RENOMEADOS........' WRK-QTD-RENOMEIA.   00051300
              DISPLAY ' SETORES DESATIVADOS.......' WRK-QTD-DESATIVA.   00051400
              DISPLAY ' VINCULOS DE PAI............' WRK-QTD-VINCPAI.   00051500
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00051550
                                                                        00051600
       3000-99-FIM.              EXIT.                                  00051700
