      *       DATANASC (AAAA-MM-DD) / PARENTESCO / ELEGIVEIS        *   00003000
      *       (COL 11 SAUDE S/N, COL 12 IRRF S/N), CADA UM COM 10   *   00003100
      *       DE FILLER.                                            *   00003200
      *       DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O    *   00003212
      *       OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA   *   00003225
      *       TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE  *   00003237
      *       PODE FAZER A OPERACAO (8 PRIMEIRAS POSICOES) NO       *   00003250
      *       FR19DB32 (DDS OPERADOR, PERMISSO E ACESSLOG); SEM     *   00003262
      *       PERMISSAO, OU COM OPERADOR DESCONHECIDO/INATIVO, A    *   00003275
      *       TRANSACAO E REJEITADA E O SYSOUT MOSTRA O OPERADOR.   *   00003287
      *-------------------------------------------------------------*   00003300
      *   BASE DE DADOS:                                            *   00003400
      *   TABELA.DB2..                                              *   00003500
      *   IVAN.FUNC             I                  #BKFUNC----      *   00003800
      *-------------------------------------------------------------*   00003900
      *   MODULOS....:                             INCLUDE/BOOK     *   00004000
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004050
      *=============================================================*   00004100
                                                                        00004200
      *=============================================================*   00004300
          05 FILLER              PIC X(10).                             00009300
          05 WRK-ELEGSAUDE-AC    PIC X(01).                             00009400
          05 WRK-ELEGIRRF-AC     PIC X(01).                             00009500
                                                                        00009520
       01 WRK-OPERCARD.                                                 00009540
          05 FILLER              PIC X(10).                             00009560
          05 WRK-OPERADOR-AC     PIC X(08).                             00009580
                                                                        00009600
       77 WRK-SQLCODE         PIC -999.                                 00009700
       77 WRK-SW-LOTE         PIC X(01) VALUE 'N'.                      00009800
       77 WRK-MODO-EXEC       PIC X(07) VALUE 'PROCESS'.                00011000
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00011100
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00011200
                                                                        00011212
       01 FILLER          PIC X(64) VALUE                               00011225
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00011237
                                                                        00011250
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00011262
       77 WRK-QTD-NEGADA      PIC 9(05) VALUE ZEROES.                   00011275
       COPY '#GAUT'.                                                    00011287
                                                                        00011300
      *=============================================================*   00011400
       PROCEDURE DIVISION.                                              00011500
            IF WRK-MODO-SIMULACAO                                       00013700
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00013800
            END-IF.                                                     00013900
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00013950
                                                                        00014000
       1000-99-FIM.              EXIT.                                  00014100
      *-------------------------------------------------------------*   00014200
      *-------------------------------------------------------------*   00020800
                                                                        00020900
            PERFORM 1100-VALIDAR-TRANSACAO.                             00021000
            IF WRK-TRANS-VALIDA                                         00021025
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00021050
            END-IF.                                                     00021075
            IF WRK-TRANS-VALIDA                                         00021100
               PERFORM 2020-LER-DEPEND                                  00021200
            END-IF.                                                     00021300
            PERFORM 1050-LER-TRANSACAO.                                 00022700
                                                                        00022800
       2000-99-FIM.              EXIT.                                  00022900
      *-------------------------------------------------------------*   00022903
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00022906
      *-------------------------------------------------------------*   00022910
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00022913
      *   DA TRANSACAO NO FR19DB32 (MODULO AUTORIZA). SEM ELA, OU   *   00022916
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00022920
      *   REJEITADA.                                                *   00022923
      *-------------------------------------------------------------*   00022926
                                                                        00022930
            MOVE 'FR19DB32'      TO WRK-AUT-PROGRAMA.                   00022933
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00022936
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00022940
            MOVE WRK-ID-AC       TO WRK-AUT-CHAVE.                      00022943
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00022946
            IF NOT WRK-AUT-AUTORIZADO                                   00022950
               IF WRK-AUT-NEGADO                                        00022953
                  DISPLAY ' OPERADOR SEM PERMISSAO - TRANSACAO '        00022956
                          'REJEITADA ' WRK-ID-AC                        00022960
               ELSE                                                     00022963
                  DISPLAY ' OPERADOR INVALIDO - TRANSACAO '             00022966
                          'REJEITADA ' WRK-ID-AC                        00022970
               END-IF                                                   00022973
               DISPLAY '   OPERADOR: ' WRK-OPERADOR-AC ' - '            00022976
                       WRK-AUT-NOME ' PERFIL ' WRK-AUT-PERFIL           00022980
               ADD 1 TO WRK-QTD-NEGADA                                  00022983
               MOVE 'N' TO WRK-SW-TRANS                                 00022986
            END-IF.                                                     00022990
                                                                        00022993
       2050-99-FIM.              EXIT.                                  00022996
      *-------------------------------------------------------------*   00023000
       2020-LER-DEPEND                          SECTION.                00023100
      *-------------------------------------------------------------*   00023200
              DISPLAY ' MODO DE EXECUCAO......' WRK-MODO-EXEC.          00036300
              DISPLAY ' TRANSACOES APLICADAS..' WRK-REGPROCESSADOS.     00036400
              DISPLAY ' TRANSACOES REJEITADAS.' WRK-REGREJEITADOS.      00036500
              DISPLAY ' NEGADAS PELO AUTORIZA.' WRK-QTD-NEGADA.         00036550
              DISPLAY ' INCLUSOES.............' WRK-QTD-INCLUSAO.       00036600
              DISPLAY ' ALTERACOES............' WRK-QTD-ALTERACAO.      00036700
              DISPLAY ' CANCELAMENTOS.........' WRK-QTD-CANCELA.        00036800
