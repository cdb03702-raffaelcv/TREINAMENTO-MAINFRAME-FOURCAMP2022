      *    DOIS MASTERS SEGUEM EM PASSO. DIVERGENCIA ENCERRA COM    *   00003100
      *    RC=8 (AI SIM RECARREGA PELO FR19VSM).                    *   00003200
      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELINCR.    *   00003300
      *    MATRIZ DE AUTORIZACAO: O CARTAO OPERADOR DO DECK (CHAVE  *   00003311
      *    EM BRANCO, CODIGO NAS POSICOES 17-24) E O MESMO DO       *   00003322
      *    FR19EX11. ANTES DE TOCAR O KSDS O MODULO AUTORIZA CONFERE*   00003333
      *    SE O PERFIL DO OPERADOR PODE FAZER A OPERACAO NO         *   00003344
      *    FR19EX38; SEM PERMISSAO, OU COM OPERADOR DESCONHECIDO/   *   00003355
      *    INATIVO, O CARTAO E RECUSADO (COMO NO FR19EX11, PARA OS  *   00003366
      *    MASTERS SEGUIREM EM PASSO) E SAI NO RELINCR COM O NOME E *   00003377
      *    O PERFIL DO OPERADOR.                                    *   00003388
      *-------------------------------------------------------------*   00003400
      *   ARQUIVOS...:                                              *   00003500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003600
      *    TRANSCLI             I                  -----------      *   00003800
      *    CLIENTES             I                  -----------      *   00003900
      *    RELINCR              O                  -----------      *   00004000
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00004025
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00004050
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00004075
      *-------------------------------------------------------------*   00004100
      *   MODULOS....:                             INCLUDE/BOOK     *   00004200
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004300
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004350
      *=============================================================*   00004400
                                                                        00004500
      *=============================================================*   00004600
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00013000
       COPY '#GLOG'.                                                    00013100
      *-------------------------------------------------------------*   00013200
                                                                        00013214
       01 FILLER          PIC X(64) VALUE                               00013228
           '-----------BOOK AUTORIZA------------------------'.          00013242
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00013257
       COPY '#GAUT'.                                                    00013271
      *-------------------------------------------------------------*   00013285
                                                                        00013300
       01 FILLER          PIC X(64) VALUE                               00013400
           '-----------VARIAVEIS DE STATUS------------------'.          00013500
           88 WRK-FIM-KSDS          VALUE 'S'.                          00015000
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00015100
           88 WRK-CONTA-EXISTE      VALUE 'S'.                          00015200
       77 WRK-OPERADOR-LOTE PIC X(08) VALUE SPACES.                     00015250
                                                                        00015300
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00015400
       77 WRK-QTD-APLICA  PIC 9(05) VALUE ZEROES.                       00015500
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00015600
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00015650
                                                                        00015700
      *-------RECONCILIACAO SEQUENCIAL X KSDS------------------------*  00015800
       77 WRK-CT-SEQ      PIC 9(05) VALUE ZEROES.                       00015900
          05 FILLER              PIC X(02) VALUE SPACES.                00018700
          05 WRK-AUD-RESULTADO   PIC X(27).                             00018800
          05 FILLER              PIC X(32) VALUE SPACES.                00018900
                                                                        00018909
       01 WRK-LINHA-NEGADO.                                             00018918
          05 FILLER              PIC X(10) VALUE SPACES.                00018927
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00018936
          05 WRK-NEG-OPERADOR    PIC X(08).                             00018945
          05 FILLER              PIC X(03) VALUE ' - '.                 00018954
          05 WRK-NEG-NOME        PIC X(30).                             00018963
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00018972
          05 WRK-NEG-PERFIL      PIC X(08).                             00018981
          05 FILLER              PIC X(03) VALUE SPACES.                00018990
                                                                        00019000
      *=============================================================*   00019100
       PROCEDURE DIVISION.                                              00019200
            IF WRK-FS-TRANSCLI NOT EQUAL 00                             00023300
               GO TO 2000-99-FIM.                                       00023400
            ADD 1 TO WRK-REGTRANS.                                      00023500
                                                                        00023509
            IF FD-TRC-OPERACAO EQUAL 'OPERADOR'                         00023518
               AND FD-TRC-CHAVE EQUAL SPACES                            00023527
               MOVE FD-TRC-NOME (1:8) TO WRK-OPERADOR-LOTE              00023536
               SUBTRACT 1 FROM WRK-REGTRANS                             00023545
               GO TO 2000-99-FIM.                                       00023554
                                                                        00023563
            PERFORM 2050-VERIFICAR-AUTORIZACAO.                         00023572
            IF NOT WRK-AUT-AUTORIZADO                                   00023581
               GO TO 2000-99-FIM.                                       00023590
                                                                        00023600
            MOVE FD-TRC-CHAVE TO FD-CLI-CHAVE.                          00023700
            MOVE 'N' TO WRK-SW-ACHOU.                                   00023800
            END-EVALUATE.                                               00026600
                                                                        00026700
       2000-99-FIM.              EXIT.                                  00026800
      *-------------------------------------------------------------*   00026803
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00026806
      *-------------------------------------------------------------*   00026809
      *   O OPERADOR DO DECK PRECISA DE PERMISSAO PARA A OPERACAO   *   00026812
      *   DO CARTAO NO FR19EX38 (MODULO AUTORIZA). SEM PERMISSAO,   *   00026815
      *   OU COM OPERADOR DESCONHECIDO/INATIVO, O CARTAO NAO TOCA   *   00026818
      *   O KSDS E O RELINCR MOSTRA QUEM O DIGITOU.                 *   00026821
      *-------------------------------------------------------------*   00026825
            MOVE 'FR19EX38'        TO WRK-AUT-PROGRAMA.                 00026828
            MOVE FD-TRC-OPERACAO   TO WRK-AUT-OPERACAO.                 00026831
            MOVE WRK-OPERADOR-LOTE TO WRK-AUT-OPERADOR.                 00026834
            MOVE FD-TRC-CHAVE      TO WRK-AUT-CHAVE.                    00026837
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00026840
            IF NOT WRK-AUT-AUTORIZADO                                   00026843
               IF WRK-AUT-NEGADO                                        00026846
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00026850
                       TO WRK-AUD-RESULTADO                             00026853
               ELSE                                                     00026856
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00026859
                       TO WRK-AUD-RESULTADO                             00026862
               END-IF                                                   00026865
               ADD 1 TO WRK-QTD-RECUSA                                  00026868
                        WRK-QTD-NEGADA                                  00026871
               PERFORM 2900-LISTAR-AUDITORIA                            00026875
               MOVE WRK-OPERADOR-LOTE TO WRK-NEG-OPERADOR               00026878
               MOVE WRK-AUT-NOME      TO WRK-NEG-NOME                   00026881
               MOVE WRK-AUT-PERFIL    TO WRK-NEG-PERFIL                 00026884
               WRITE FD-RELINCR FROM WRK-LINHA-NEGADO                   00026887
            END-IF.                                                     00026890
                                                                        00026893
       2050-99-FIM.              EXIT.                                  00026896
      *-------------------------------------------------------------*   00026900
       2100-APLICAR-ABERTURA                    SECTION.                00027000
      *-------------------------------------------------------------*   00027100
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00050600
              DISPLAY ' APLICADAS NO KSDS..........' WRK-QTD-APLICA.    00050700
              DISPLAY ' RECUSADAS..................' WRK-QTD-RECUSA.    00050800
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00050850
              DISPLAY ' ============================================'.  00050900
                                                                        00051000
       3500-99-FIM.              EXIT.                                  00051100
