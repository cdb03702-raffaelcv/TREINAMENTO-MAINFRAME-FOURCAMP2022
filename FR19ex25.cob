      *    E O NUMERO DO CHEQUE NAS POSICOES 1-6 DO HISTORICO:      *   00001700
      *     - CHEQUE EMITIDO (STATUS E) PASSA PARA O MOVCHQ E O     *   00001800
      *       REGISTRO VIRA PAGO (STATUS P, COM A DATA DO CICLO)    *   00001900
      *     - JA PAGO, SUSTADO, CANCELADO (STATUS C, CONTA          *   00001966
      *       ENCERRADA), NAO EMITIDO OU NUMERO INVALIDO E          *   00002033
      *       RECUSADO NO CHQR (LAYOUT DO MOV0106R) COM O MOTIVO    *   00002100
      *    MOVIMENTO QUE NAO E CHEQUE PASSA INTOCADO. O MOVCHQ SAI  *   00002200
      *    COM CABECALHO/RODAPE PROPRIOS (QTD + TOTAL RECALCULADOS) *   00002300
                          WRK-CHQTAB-MOTIVO (WRK-IDX-CHEQUE)            00041600
                          DELIMITED BY SIZE INTO FD-CQR-MOTIVO          00041700
                   PERFORM 2260-GRAVAR-RECUSA                           00041800
                 WHEN WRK-CHQTAB-STATUS (WRK-IDX-CHEQUE)                00041816
                      EQUAL 'C'                                         00041833
                   MOVE 'CHEQUE CANCELADO              '                00041850
                        TO FD-CQR-MOTIVO                                00041866
                   PERFORM 2260-GRAVAR-RECUSA                           00041883
                 WHEN OTHER                                             00041900
                   MOVE 'P' TO                                          00042000
                        WRK-CHQTAB-STATUS (WRK-IDX-CHEQUE)              00042100
