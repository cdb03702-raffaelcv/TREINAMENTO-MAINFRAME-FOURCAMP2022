      *     CANCELA  - EXCLUI O EMPRESTIMO (SO COM SALDO ZERO)      *   00002200
      *    O STATUS Q (QUITADO) E GRAVADO PELO FR19DB30, NUNCA POR  *   00002300
      *    AQUI. TODA TRANSACAO SAI NO RELATORIO RELEMPM.           *   00002400
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00002414
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00002428
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00002442
      *    DELE PODE FAZER A OPERACAO NO FR19DB29; SEM PERMISSAO,   *   00002457
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002471
      *    RECUSADA E SAI NO RELEMPM COM O NOME DO OPERADOR.        *   00002485
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    TRANSEMP             I                  -----------      *   00002900
      *    EMPNOVO              O                  -----------      *   00003000
      *    RELEMPM              O                  -----------      *   00003100
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003125
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003150
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003175
      *-------------------------------------------------------------*   00003200
      *   MODULOS....:                             INCLUDE/BOOK     *   00003300
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003400
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003450
      *=============================================================*   00003500
                                                                        00003600
      *=============================================================*   00003700
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00010700
       COPY '#GLOG'.                                                    00010800
      *-------------------------------------------------------------*   00010900
                                                                        00010914
       01 FILLER          PIC X(64) VALUE                               00010928
           '-----------BOOK AUTORIZA------------------------'.          00010942
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00010957
       COPY '#GAUT'.                                                    00010971
      *-------------------------------------------------------------*   00010985
                                                                        00011000
       01 FILLER          PIC X(64) VALUE                               00011100
           '-----------VARIAVEIS DE STATUS------------------'.          00011200
       77 WRK-QTD-REATIVA PIC 9(05) VALUE ZEROES.                       00012700
       77 WRK-QTD-CANCELA PIC 9(05) VALUE ZEROES.                       00012800
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00012900
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00012950
                                                                        00013000
       77 WRK-SW-EXCLUIDO PIC X(01) VALUE 'N'.                          00013100
           88 WRK-EMP-EXCLUIDO      VALUE 'S'.                          00013200
          05 FILLER              PIC X(02) VALUE SPACES.                00015300
          05 WRK-AUD-RESULTADO   PIC X(27).                             00015400
          05 FILLER              PIC X(23) VALUE SPACES.                00015500
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
               WRITE FD-RELEMPM FROM WRK-LINHA-TRACO.                   00018600
               WRITE FD-RELEMPM FROM WRK-LINHA-TITULO.                  00018700
               WRITE FD-RELEMPM FROM WRK-LINHA-TRACO.                   00018800
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00018850
                                                                        00018900
       1000-99-FIM.              EXIT.                                  00019000
      *-------------------------------------------------------------*   00019100
               PERFORM 1100-LER-EMPFIN                                  00022400
             WHEN FD-EMP-IDFUNC EQUAL FD-TRE-IDFUNC                     00022500
                  AND FD-EMP-IDFUNC NOT EQUAL 99999                     00022600
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00022700
               IF WRK-AUT-AUTORIZADO                                    00022725
                  PERFORM 2200-APLICAR-NO-EMPRESTIMO                    00022750
               END-IF                                                   00022775
               PERFORM 1200-LER-TRANSEMP                                00022800
             WHEN OTHER                                                 00022900
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00023000
               IF WRK-AUT-AUTORIZADO                                    00023025
                  PERFORM 2300-APLICAR-SEM-EMPRESTIMO                   00023050
               END-IF                                                   00023075
               PERFORM 1200-LER-TRANSEMP                                00023100
            END-EVALUATE.                                               00023200
                                                                        00023300
       2000-99-FIM.              EXIT.                                  00023400
      *-------------------------------------------------------------*   00023403
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00023406
      *-------------------------------------------------------------*   00023409
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00023412
      *   DA TRANSACAO NO FR19DB29 (MODULO AUTORIZA). SEM ELA, OU   *   00023416
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00023419
      *   RECUSADA E O RELEMPM MOSTRA QUEM A DIGITOU.               *   00023422
      *-------------------------------------------------------------*   00023425
            MOVE 'FR19DB29'      TO WRK-AUT-PROGRAMA.                   00023429
            MOVE FD-TRE-OPERACAO TO WRK-AUT-OPERACAO.                   00023432
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00023435
            MOVE FD-TRE-IDFUNC   TO WRK-AUT-CHAVE.                      00023438
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00023441
            IF NOT WRK-AUT-AUTORIZADO                                   00023445
               IF WRK-AUT-NEGADO                                        00023448
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00023451
                       TO WRK-AUD-RESULTADO                             00023454
               ELSE                                                     00023458
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00023461
                       TO WRK-AUD-RESULTADO                             00023464
               END-IF                                                   00023467
               ADD 1 TO WRK-QTD-RECUSA                                  00023470
                        WRK-QTD-NEGADA                                  00023474
               PERFORM 2900-LISTAR-AUDITORIA                            00023477
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00023480
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00023483
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00023487
               WRITE FD-RELEMPM FROM WRK-LINHA-NEGADO                   00023490
            END-IF.                                                     00023493
       2050-99-FIM.              EXIT.                                  00023496
      *-------------------------------------------------------------*   00023500
       2100-GRAVAR-MASTER                       SECTION.                00023600
      *-------------------------------------------------------------*   00023700
              DISPLAY ' REATIVADOS.................' WRK-QTD-REATIVA.   00034400
              DISPLAY ' CANCELADOS.................' WRK-QTD-CANCELA.   00034500
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00034600
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00034650
              DISPLAY ' ============================================'.  00034700
                                                                        00034800
       3000-99-FIM.              EXIT.                                  00034900
