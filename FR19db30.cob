      *     RELEMP  - POSICAO MENSAL: SALDOS EM ABERTO, QUITADOS E  *   00002700
      *               OS CONGELADOS POR DESLIGAMENTO (EMPRESTIMO    *   00002800
      *               SEM CONTRACHEQUE NO MES VIRA STATUS C)        *   00002900
      *     EMPDESC - DESCONTO APLICADO POR ID (LAYOUT DO ADTENT:   *   00002933
      *               ID + VALOR + DATA) PARA O HOLERITE FR19DB50   *   00002966
      *    CARTAO SYSIN: TETO EM PERCENTUAL DO LIQUIDO (9(02);      *   00003000
      *    ZEROS = 30).                                             *   00003100
      *-------------------------------------------------------------*   00003200
      *    EMPFIN               I                  -----------      *   00003600
      *    FOLHAAJ              O                  -----------      *   00003700
      *    EMPNOVO              O                  -----------      *   00003800
      *    EMPDESC              O                  -----------      *   00003850
      *    RELEMP               O                  -----------      *   00003900
      *-------------------------------------------------------------*   00004000
      *   MODULOS....:                             INCLUDE/BOOK     *   00004100
                                                                        00006500
            SELECT EMPNOVO ASSIGN TO EMPNOVO                            00006600
                 FILE STATUS IS WRK-FS-EMPNOVO.                         00006700
                                                                        00006725
            SELECT EMPDESC ASSIGN TO EMPDESC                            00006750
                 FILE STATUS IS WRK-FS-EMPDESC.                         00006775
                                                                        00006800
            SELECT RELEMP ASSIGN TO RELEMP                              00006900
                 FILE STATUS IS WRK-FS-RELEMP.                          00007000
          05 FD-NOV-SALDO       PIC 9(08)V99.                           00011900
          05 FD-NOV-CARRY       PIC 9(08)V99.                           00012000
                                                                        00012100
      *-------------------LRECL 23----------------------------------*   00012112
       FD EMPDESC                                                       00012125
           RECORDING MODE IS F.                                         00012137
       01 FD-EMPDESC.                                                   00012150
          05 FD-EDS-IDFUNC       PIC 9(05).                             00012162
          05 FD-EDS-VALOR        PIC 9(08)V99.                          00012175
          05 FD-EDS-DATA         PIC 9(08).                             00012187
      *-------------------LRECL 80----------------------------------*   00012200
       FD RELEMP                                                        00012300
           RECORDING MODE IS F.                                         00012400
       77 WRK-FS-EMPFIN   PIC 9(02).                                    00014100
       77 WRK-FS-FOLHAAJ  PIC 9(02).                                    00014200
       77 WRK-FS-EMPNOVO  PIC 9(02).                                    00014300
       77 WRK-FS-EMPDESC  PIC 9(02).                                    00014350
       77 WRK-FS-RELEMP   PIC 9(02).                                    00014400
                                                                        00014500
       01 FILLER          PIC X(64) VALUE                               00014600
       1000-INICIAR                             SECTION.                00022300
      *-------------------------------------------------------------*   00022400
             OPEN INPUT  FOLHA EMPFIN                                   00022500
                  OUTPUT FOLHAAJ EMPNOVO EMPDESC RELEMP.                00022600
                                                                        00022700
               PERFORM 4000-TESTARSTATUS.                               00022800
                                                                        00022900
               MOVE WRK-LIQUIDO-NOVO TO FD-FOL-LIQUIDO                  00033300
               ADD 1 TO WRK-QTD-DESCONTO                                00033400
               ADD WRK-VLR-DESCONTO TO WRK-TOT-DESCONTO                 00033500
               IF WRK-VLR-DESCONTO GREATER ZEROES                       00033514
                  MOVE FD-FOL-ID        TO FD-EDS-IDFUNC                00033528
                  MOVE WRK-VLR-DESCONTO TO FD-EDS-VALOR                 00033542
                  MOVE WRK-TIT-DATA     TO FD-EDS-DATA                  00033557
                  WRITE FD-EMPDESC                                      00033571
               END-IF                                                   00033585
            END-IF.                                                     00033600
                                                                        00033700
            WRITE FD-FOLHAAJ FROM FD-FOLHA.                             00033800
      *-------------------------------------------------------------*   00038000
             WRITE FD-RELEMP FROM WRK-LINHA-TRACO.                      00038100
                                                                        00038200
             CLOSE FOLHA EMPFIN FOLHAAJ EMPNOVO EMPDESC RELEMP.         00038300
               PERFORM 4000-TESTARSTATUS.                               00038400
              DISPLAY ' ============================================'.  00038500
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB30          '.  00038600
                   MOVE WRK-FS-EMPNOVO           TO WRK-STATUS          00041100
                    PERFORM 9000-TRATAERROS                             00041200
                 END-IF.                                                00041300
                 IF WRK-FS-EMPDESC NOT EQUAL 00                         00041314
                   MOVE 'ERRO NO OPEN EMPDESC  ' TO WRK-MSGERRO         00041328
                   MOVE '1000'                   TO WRK-SECAO           00041342
                   MOVE WRK-FS-EMPDESC           TO WRK-STATUS          00041357
                    PERFORM 9000-TRATAERROS                             00041371
                 END-IF.                                                00041385
                 IF WRK-FS-RELEMP NOT EQUAL 00                          00041400
                   MOVE 'ERRO NO OPEN RELEMP   ' TO WRK-MSGERRO         00041500
                   MOVE '1000'                   TO WRK-SECAO           00041600
