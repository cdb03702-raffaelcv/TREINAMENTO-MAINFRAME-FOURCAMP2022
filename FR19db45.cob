      *    (DESLIGADO, AFASTADO) E REEMITIDO NO PAGPEND PARA A      *   00002500
      *    FOLHA SEGUINTE, SEM SE PERDER. O RELBH LISTA CADA        *   00002600
      *    PAGAMENTO APLICADO E OS PENDENTES.                       *   00002700
      *    O BHPAGO TRAZ O VALOR PAGO POR ID, NO LAYOUT DO ADTENT   *   00002733
      *    (ID + VALOR + DATA), PARA O HOLERITE DO FR19DB50.        *   00002766
      *    CARTAO SYSIN: HORAS PADRAO DO MES (9(03); ZEROS = 220).  *   00002800
      *-------------------------------------------------------------*   00002900
      *   ARQUIVOS...:                                              *   00003000
      *    PAGBANCO             I                  -----------      *   00003300
      *    FOLHABH              O                  -----------      *   00003400
      *    PAGPEND              O                  -----------      *   00003500
      *    BHPAGO               O                  -----------      *   00003550
      *    RELBH                O                  -----------      *   00003600
      *-------------------------------------------------------------*   00003700
      *   MODULOS....:                             INCLUDE/BOOK     *   00003800
                                                                        00006200
            SELECT PAGPEND ASSIGN TO PAGPEND                            00006300
                 FILE STATUS IS WRK-FS-PAGPEND.                         00006400
                                                                        00006425
            SELECT BHPAGO ASSIGN TO BHPAGO                              00006450
                 FILE STATUS IS WRK-FS-BHPAGO.                          00006475
                                                                        00006500
            SELECT RELBH ASSIGN TO RELBH                                00006600
                 FILE STATUS IS WRK-FS-RELBH.                           00006700
          05 FD-PP-COMPET        PIC X(06).                             00011000
          05 FILLER              PIC X(04).                             00011100
                                                                        00011200
      *-----------------------LRECL 23------------------------------*   00011212
       FD BHPAGO                                                        00011225
           RECORDING MODE IS F.                                         00011237
       01 FD-BHPAGO.                                                    00011250
          05 FD-BHP-IDFUNC       PIC 9(05).                             00011262
          05 FD-BHP-VALOR        PIC 9(08)V99.                          00011275
          05 FD-BHP-DATA         PIC 9(08).                             00011287
                                                                        00011293
      *-----------------------LRECL 90------------------------------*   00011300
       FD RELBH                                                         00011400
           RECORDING MODE IS F.                                         00011500
       77 WRK-FS-PAGBANCO PIC 9(02).                                    00013200
       77 WRK-FS-FOLHABH  PIC 9(02).                                    00013300
       77 WRK-FS-PAGPEND  PIC 9(02).                                    00013400
       77 WRK-FS-BHPAGO   PIC 9(02).                                    00013450
       77 WRK-FS-RELBH    PIC 9(02).                                    00013500
                                                                        00013600
       77 WRK-SW-FIM-FOL  PIC X(01) VALUE 'N'.                          00013700
       1000-INICIAR                             SECTION.                00022200
      *-------------------------------------------------------------*   00022300
             OPEN INPUT  FOLHA PAGBANCO                                 00022400
                  OUTPUT FOLHABH PAGPEND BHPAGO RELBH.                  00022500
                                                                        00022600
               PERFORM 4000-TESTARSTATUS.                               00022700
                                                                        00022800
                                                                        00032200
            ADD 1 TO WRK-QTD-PAGOS.                                     00032300
            ADD WRK-VLR-PAGO TO WRK-TOT-PAGO.                           00032400
                                                                        00032416
            MOVE FD-FOL-ID     TO FD-BHP-IDFUNC.                        00032433
            MOVE WRK-VLR-PAGO  TO FD-BHP-VALOR.                         00032450
            MOVE WRK-TIT-DATA  TO FD-BHP-DATA.                          00032466
            WRITE FD-BHPAGO.                                            00032483
                                                                        00032500
            MOVE FD-FOL-ID     TO WRK-PAG-ID.                           00032600
            MOVE FD-FOL-NOME   TO WRK-PAG-NOME.                         00032700
      *-------------------------------------------------------------*   00035900
             WRITE FD-RELBH FROM WRK-LINHA-TRACO.                       00036000
                                                                        00036100
             CLOSE FOLHA PAGBANCO FOLHABH PAGPEND BHPAGO RELBH.         00036200
               PERFORM 4000-TESTARSTATUS.                               00036300
              DISPLAY ' ============================================'.  00036400
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB45          '.  00036500
                   MOVE WRK-FS-FOLHABH           TO WRK-STATUS          00038400
                    PERFORM 9000-TRATAERROS                             00038500
                 END-IF.                                                00038600
                 IF WRK-FS-BHPAGO NOT EQUAL 00                          00038614
                   MOVE 'ERRO NO OPEN BHPAGO   ' TO WRK-MSGERRO         00038628
                   MOVE '1000'                   TO WRK-SECAO           00038642
                   MOVE WRK-FS-BHPAGO            TO WRK-STATUS          00038657
                    PERFORM 9000-TRATAERROS                             00038671
                 END-IF.                                                00038685
                 IF WRK-FS-RELBH NOT EQUAL 00                           00038700
                   MOVE 'ERRO NO OPEN RELBH    ' TO WRK-MSGERRO         00038800
                   MOVE '1000'                   TO WRK-SECAO           00038900
