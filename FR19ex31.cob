      *                 RECUSADAS NO FR19EX11)                      *   00002400
      *     REATIVA   - VOLTA PARA STATUS A                         *   00002500
      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELAGEM.    *   00002600
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00002614
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00002628
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00002642
      *    DELE PODE FAZER A OPERACAO NO FR19EX31; SEM PERMISSAO,   *   00002657
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002671
      *    RECUSADA E SAI NO RELAGEM COM O NOME DO OPERADOR.        *   00002685
      *-------------------------------------------------------------*   00002700
      *   ARQUIVOS...:                                              *   00002800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002900
      *    TRANSAGE             I                  -----------      *   00003100
      *    AGENOVO              O                  -----------      *   00003200
      *    RELAGEM              O                  -----------      *   00003300
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003325
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003350
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003375
      *-------------------------------------------------------------*   00003400
      *   MODULOS....:                             INCLUDE/BOOK     *   00003500
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003600
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003650
      *=============================================================*   00003700
                                                                        00003800
      *=============================================================*   00003900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00010500
       COPY '#GLOG'.                                                    00010600
      *-------------------------------------------------------------*   00010700
                                                                        00010714
       01 FILLER          PIC X(64) VALUE                               00010728
           '-----------BOOK AUTORIZA------------------------'.          00010742
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00010757
       COPY '#GAUT'.                                                    00010771
      *-------------------------------------------------------------*   00010785
                                                                        00010800
       01 FILLER          PIC X(64) VALUE                               00010900
           '-----------VARIAVEIS DE STATUS------------------'.          00011000
       77 WRK-QTD-DESATIVA PIC 9(05) VALUE ZEROES.                      00012500
       77 WRK-QTD-REATIVA PIC 9(05) VALUE ZEROES.                       00012600
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00012700
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00012750
                                                                        00012800
       77 WRK-SW-FIM-AGE  PIC X(01) VALUE 'N'.                          00012900
           88 WRK-FIM-AGENCIAS      VALUE 'S'.                          00013000
          05 FILLER              PIC X(02) VALUE SPACES.                00015300
          05 WRK-AUD-RESULTADO   PIC X(27).                             00015400
          05 FILLER              PIC X(05) VALUE SPACES.                00015500
                                                                        00015506
       01 WRK-OPERCARD.                                                 00015513
          05 FILLER              PIC X(10).                             00015520
          05 WRK-OPERADOR-AC     PIC X(08).                             00015526
                                                                        00015533
       01 WRK-LINHA-NEGADO.                                             00015540
          05 FILLER              PIC X(10) VALUE SPACES.                00015546
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00015553
          05 WRK-NEG-OPERADOR    PIC X(08).                             00015560
          05 FILLER              PIC X(03) VALUE ' - '.                 00015566
          05 WRK-NEG-NOME        PIC X(30).                             00015573
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00015580
          05 WRK-NEG-PERFIL      PIC X(08).                             00015586
          05 FILLER              PIC X(03) VALUE SPACES.                00015593
                                                                        00015600
      *=============================================================*   00015700
       PROCEDURE DIVISION.                                              00015800
               WRITE FD-RELAGEM FROM WRK-LINHA-TRACO.                   00018800
               WRITE FD-RELAGEM FROM WRK-LINHA-TITULO.                  00018900
               WRITE FD-RELAGEM FROM WRK-LINHA-TRACO.                   00019000
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00019050
                                                                        00019100
       1000-99-FIM.              EXIT.                                  00019200
      *-------------------------------------------------------------*   00019300
               ADD 1 TO WRK-REGNOVO                                     00022700
               PERFORM 1100-LER-AGENCIAS                                00022800
             WHEN FD-AGE-CODIGO EQUAL FD-TRA-CODIGO                     00022900
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00023000
               IF WRK-AUT-AUTORIZADO                                    00023025
                  PERFORM 2200-APLICAR-NA-AGENCIA                       00023050
               END-IF                                                   00023075
               PERFORM 1200-LER-TRANSAGE                                00023100
             WHEN OTHER                                                 00023200
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00023300
               IF WRK-AUT-AUTORIZADO                                    00023325
                  PERFORM 2300-APLICAR-SEM-AGENCIA                      00023350
               END-IF                                                   00023375
               PERFORM 1200-LER-TRANSAGE                                00023400
            END-EVALUATE.                                               00023500
                                                                        00023600
       2000-99-FIM.              EXIT.                                  00023700
      *-------------------------------------------------------------*   00023703
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00023706
      *-------------------------------------------------------------*   00023709
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00023712
      *   DA TRANSACAO NO FR19EX31 (MODULO AUTORIZA). SEM ELA, OU   *   00023716
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00023719
      *   RECUSADA E O RELAGEM MOSTRA QUEM A DIGITOU.               *   00023722
      *-------------------------------------------------------------*   00023725
            MOVE 'FR19EX31'      TO WRK-AUT-PROGRAMA.                   00023729
            MOVE FD-TRA-OPERACAO TO WRK-AUT-OPERACAO.                   00023732
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00023735
            MOVE FD-TRA-CODIGO   TO WRK-AUT-CHAVE.                      00023738
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00023741
            IF NOT WRK-AUT-AUTORIZADO                                   00023745
               IF WRK-AUT-NEGADO                                        00023748
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00023751
                       TO WRK-AUD-RESULTADO                             00023754
               ELSE                                                     00023758
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00023761
                       TO WRK-AUD-RESULTADO                             00023764
               END-IF                                                   00023767
               ADD 1 TO WRK-QTD-RECUSA                                  00023770
                        WRK-QTD-NEGADA                                  00023774
               PERFORM 2900-LISTAR-AUDITORIA                            00023777
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00023780
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00023783
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00023787
               WRITE FD-RELAGEM FROM WRK-LINHA-NEGADO                   00023790
            END-IF.                                                     00023793
       2050-99-FIM.              EXIT.                                  00023796
      *-------------------------------------------------------------*   00023800
       2200-APLICAR-NA-AGENCIA                  SECTION.                00023900
      *-------------------------------------------------------------*   00024000
              DISPLAY ' AGENCIAS DESATIVADAS.......' WRK-QTD-DESATIVA.  00033600
              DISPLAY ' AGENCIAS REATIVADAS........' WRK-QTD-REATIVA.   00033700
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00033800
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00033850
              DISPLAY ' ============================================'.  00033900
                                                                        00034000
       3000-99-FIM.              EXIT.                                  00034100
