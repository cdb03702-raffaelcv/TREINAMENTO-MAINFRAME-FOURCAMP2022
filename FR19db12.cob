      *       LIQUIDO DO MES. ADIANTAMENTO SEM CONTRACHEQUE (O          00002500
      *       FUNCIONARIO SAIU NO MEIO) SAI LISTADO NO FIM DA           00002600
      *       EXECUCAO COMO NAO ABATIDO.                                00002700
      *       FERIAS JA PAGAS: O ARQUIVO FERENT (FERSAI DO FR19DB47)    00002720
      *       TRAZ POR ID OS DIAS DE FERIAS DE CADA MES; OS DIAS DO     00002740
      *       MES DA FOLHA SAEM DO SALARIO (SALARIO / 30 POR DIA),      00002760
      *       POIS JA FORAM PAGOS NO CONTRACHEQUE DE FERIAS.            00002780
      *       AFASTAMENTOS: O ARQUIVO AFASENT (AFASMES DO FR19DB49)     00002782
      *       TRAZ POR ID OS DIAS DO MES PAGOS PELO INSS E OS SEM       00002785
      *       REMUNERACAO; ESSES DIAS SAEM DO SALARIO (SALARIO / 30     00002788
      *       POR DIA), SOMADOS AS FERIAS NO MAXIMO O MES INTEIRO.      00002791
      *       OS 15 PRIMEIROS DIAS DE DOENCA/ACIDENTE SAO DA            00002794
      *       EMPRESA E FICAM NO SALARIO.                               00002797
      *       SOMENTE FUNCIONARIOS ATIVOS (STATUS 'A') ENTRAM NA        00002800
      *       FOLHA - DESLIGADOS NAO GERAM CONTRACHEQUE.                00002900
      *       NO FIM, QUANTIDADE E TOTAL LIQUIDO DO FOLHA SAO           00002910
      *       DEPOSITADOS NO RAZAO DE CONTROLE (GRAVCTL/CTLLEDG)        00002920
      *       PARA O FR19CTL CONFERIR CONTRA O FR19EX40.                00002930
      *-------------------------------------------------------------*   00003000
      *   BASE DE DADOS:                                                00003100
      *   TABELA.DB2..                                                  00003200
      *    DDNAME              I/O                  COPY/BOOK           00003700
      *   FAIXAS                I                  -----------          00003800
      *   FOLHA                 O                  -----------          00003900
      *   CTLLEDG               O (VIA GRAVCTL)    #GCTL------          00003910
      *=============================================================*   00004000
                                                                        00004100
      *=============================================================*   00004200
                FILE STATUS IS WRK-FS-ADTENT.                           00005700
            SELECT DEPENUNL ASSIGN TO DEPENUNL                          00005800
                FILE STATUS IS WRK-FS-DEPENUNL.                         00005900
            SELECT FERENT ASSIGN TO FERENT                              00005933
                FILE STATUS IS WRK-FS-FERENT.                           00005966
            SELECT AFASENT ASSIGN TO AFASENT                            00005977
                FILE STATUS IS WRK-FS-AFASENT.                          00005988
            SELECT FOLHA ASSIGN TO FOLHA                                00006000
                FILE STATUS IS WRK-FS-FOLHA.                            00006100
                                                                        00006200
          05 FD-ADT-VALOR        PIC 9(08)V99.                          00009800
          05 FD-ADT-DATA         PIC 9(08).                             00009900
                                                                        00010000
      *-----------------------LRECL 52------------------------------*   00010004
       FD FERENT                                                        00010007
           RECORDING MODE IS F                                          00010011
           LABEL RECORD IS STANDARD                                     00010015
           BLOCK CONTAINS 0 RECORDS.                                    00010019
       01 FD-FERENT.                                                    00010022
          05 FD-FER-IDFUNC       PIC 9(05).                             00010026
          05 FD-FER-DATAINI      PIC 9(08).                             00010030
          05 FD-FER-DIAS         PIC 9(03).                             00010033
          05 FD-FER-DATAPAGTO    PIC 9(08).                             00010037
          05 FD-FER-MES1         PIC 9(06).                             00010041
          05 FD-FER-DIAS1        PIC 9(03).                             00010044
          05 FD-FER-MES2         PIC 9(06).                             00010048
          05 FD-FER-DIAS2        PIC 9(03).                             00010052
          05 FD-FER-BRUTO        PIC 9(08)V99.                          00010056
      *-----------------------LRECL 20------------------------------*   00010059
       FD AFASENT                                                       00010063
           RECORDING MODE IS F                                          00010067
           LABEL RECORD IS STANDARD                                     00010070
           BLOCK CONTAINS 0 RECORDS.                                    00010074
       01 FD-AFASENT.                                                   00010078
          05 FD-AFA-IDFUNC       PIC 9(05).                             00010081
          05 FD-AFA-COMPET       PIC 9(06).                             00010085
          05 FD-AFA-DIAS-EMPRESA PIC 9(03).                             00010089
          05 FD-AFA-DIAS-INSS    PIC 9(03).                             00010093
          05 FD-AFA-DIAS-SEMREM  PIC 9(03).                             00010096
       FD FOLHA                                                         00010100
           RECORDING MODE IS F.                                         00010200
      *-----------------------LRECL 89------------------------------*   00010300
                ORDER BY ID                                             00013100
           END-EXEC.                                                    00013200
                                                                        00013300
      *----------------RAZAO DE TOTAIS DE CONTROLE------------------*   00013310
       77 WRK-GRAVCTL         PIC X(08) VALUE 'GRAVCTL '.               00013320
       COPY '#GCTL'.                                                    00013330
                                                                        00013340
      *----------------TABELAS DE FAIXAS (MAXIMO 10)----------------*   00013400
       01 WRK-TAB-INSS.                                                 00013500
          05 WRK-INSS-LINHA      OCCURS 10 TIMES                        00013600
             10 WRK-ADT-VALOR      PIC 9(08)V99.                        00018000
             10 WRK-ADT-USADO      PIC X(01).                           00018100
                                                                        00018200
      *----FERIAS JA PAGAS (FERSAI DO FR19DB47): DIAS NO MES DA------*  00018203
      *----FOLHA POR IDFUNC------------------------------------------*  00018206
       77 WRK-FS-FERENT       PIC 9(02).                                00018209
       77 WRK-SW-FER          PIC X(01) VALUE 'N'.                      00018212
           88 WRK-FIM-FERENT        VALUE 'S'.                          00018215
       77 WRK-QTD-FER         PIC 9(03) COMP VALUE ZERO.                00018218
       77 WRK-SUB-FER         PIC 9(03) COMP VALUE ZERO.                00018221
       77 WRK-DIAS-FERIAS     PIC 9(03) VALUE ZEROES.                   00018224
       77 WRK-VLR-FERIAS      PIC 9(08)V99 VALUE ZEROES.                00018227
       77 WRK-QTD-COMFERIAS   PIC 9(05) VALUE ZEROES.                   00018230
       01 WRK-TAB-FERIAS.                                               00018233
          05 WRK-FER-LINHA OCCURS 500 TIMES.                            00018236
             10 WRK-FER-IDFUNC     PIC 9(05).                           00018239
             10 WRK-FER-MES1       PIC 9(06).                           00018242
             10 WRK-FER-DIAS1      PIC 9(03).                           00018245
             10 WRK-FER-MES2       PIC 9(06).                           00018248
             10 WRK-FER-DIAS2      PIC 9(03).                           00018251
      *----AFASTAMENTOS DO MES (AFASMES DO FR19DB49): DIAS INSS E-----* 00018254
      *----SEM REMUNERACAO POR IDFUNC E COMPETENCIA-------------------* 00018257
       77 WRK-FS-AFASENT      PIC 9(02).                                00018260
       77 WRK-SW-AFA          PIC X(01) VALUE 'N'.                      00018263
           88 WRK-FIM-AFASENT       VALUE 'S'.                          00018266
       77 WRK-QTD-AFA         PIC 9(03) COMP VALUE ZERO.                00018269
       77 WRK-SUB-AFA         PIC 9(03) COMP VALUE ZERO.                00018272
       77 WRK-DIAS-AFAST      PIC 9(03) VALUE ZEROES.                   00018275
       77 WRK-VLR-AFAST       PIC 9(08)V99 VALUE ZEROES.                00018278
       77 WRK-QTD-COMAFAST    PIC 9(05) VALUE ZEROES.                   00018281
       01 WRK-TAB-AFAST.                                                00018284
          05 WRK-AFA-LINHA OCCURS 500 TIMES.                            00018287
             10 WRK-AFA-IDFUNC     PIC 9(05).                           00018290
             10 WRK-AFA-COMPET     PIC 9(06).                           00018293
             10 WRK-AFA-DIAS       PIC 9(03).                           00018296
      *----------------VARIAVEIS DE CALCULO-------------------------*   00018300
       77 WRK-BRUTO           PIC 9(08)V99 VALUE ZEROES.                00018400
       77 WRK-INSS            PIC 9(08)V99 VALUE ZEROES.                00018500
                       UNTIL WRK-FIM-ADTENT                             00027100
               CLOSE ADTENT                                             00027200
            END-IF.                                                     00027300
      *----FERIAS JA PAGAS; SEM O ARQUIVO, SALARIO CHEIO------------*   00027304
            OPEN INPUT FERENT.                                          00027309
            IF WRK-FS-FERENT NOT EQUAL 00                               00027313
               DISPLAY ' SEM FERENT (FS=' WRK-FS-FERENT                 00027317
                       ') - SEM FERIAS A ABATER'                        00027322
               MOVE 'S' TO WRK-SW-FER                                   00027326
            ELSE                                                        00027330
               PERFORM 1500-CARREGAR-FERIAS                             00027335
                       UNTIL WRK-FIM-FERENT                             00027339
               CLOSE FERENT                                             00027343
            END-IF.                                                     00027348
      *----AFASTAMENTOS; SEM O ARQUIVO, NENHUM DIA A DESCONTAR-------*  00027352
            OPEN INPUT AFASENT.                                         00027357
            IF WRK-FS-AFASENT NOT EQUAL 00                              00027361
               DISPLAY ' SEM AFASENT (FS=' WRK-FS-AFASENT               00027365
                       ') - SEM AFASTAMENTOS A ABATER'                  00027370
               MOVE 'S' TO WRK-SW-AFA                                   00027374
            ELSE                                                        00027378
               PERFORM 1600-CARREGAR-AFASTAMENTOS                       00027383
                       UNTIL WRK-FIM-AFASENT                            00027387
               CLOSE AFASENT                                            00027391
            END-IF.                                                     00027396
            IF WRK-QTD-INSS EQUAL ZERO OR WRK-QTD-IRRF EQUAL ZERO       00027400
               DISPLAY ' ARQUIVO FAIXAS SEM FAIXAS DE INSS OU IRRF'     00027500
               MOVE 8 TO RETURN-CODE                                    00027600
            END-IF.                                                     00046100
            ADD 1 TO WRK-SUB-ADT.                                       00046200
       1360-99-FIM.              EXIT.                                  00046300
      *-------------------------------------------------------------*   00046301
       1500-CARREGAR-FERIAS                     SECTION.                00046303
      *-------------------------------------------------------------*   00046305
            READ FERENT                                                 00046307
              AT END                                                    00046309
                MOVE 'S' TO WRK-SW-FER                                  00046310
              NOT AT END                                                00046312
                IF WRK-QTD-FER LESS 500                                 00046314
                   ADD 1 TO WRK-QTD-FER                                 00046316
                   MOVE FD-FER-IDFUNC TO                                00046318
                        WRK-FER-IDFUNC (WRK-QTD-FER)                    00046320
                   MOVE FD-FER-MES1  TO WRK-FER-MES1 (WRK-QTD-FER)      00046321
                   MOVE FD-FER-DIAS1 TO WRK-FER-DIAS1 (WRK-QTD-FER)     00046323
                   MOVE FD-FER-MES2  TO WRK-FER-MES2 (WRK-QTD-FER)      00046325
                   MOVE FD-FER-DIAS2 TO WRK-FER-DIAS2 (WRK-QTD-FER)     00046327
                ELSE                                                    00046329
                   DISPLAY ' TABELA DE FERIAS ESGOTADA (500)'           00046330
                END-IF                                                  00046332
            END-READ.                                                   00046334
       1500-99-FIM.              EXIT.                                  00046336
      *-------------------------------------------------------------*   00046338
       1550-ABATER-FERIAS                       SECTION.                00046340
      *-------------------------------------------------------------*   00046341
      *   DIAS DE FERIAS DO FUNCIONARIO NO MES DA FOLHA (MES DO         00046343
      *   CABECALHO) JA PAGOS PELO FR19DB47: SAEM DO BRUTO A            00046345
      *   SALARIO / 30 POR DIA, NO MAXIMO O MES INTEIRO.                00046347
      *-------------------------------------------------------------*   00046349
            MOVE ZERO TO WRK-DIAS-FERIAS.                               00046350
            MOVE 1 TO WRK-SUB-FER.                                      00046352
            PERFORM 1560-SOMAR-DIAS-FERIAS                              00046354
                    UNTIL WRK-SUB-FER GREATER WRK-QTD-FER.              00046356
            IF WRK-DIAS-FERIAS GREATER ZERO                             00046358
               IF WRK-DIAS-FERIAS GREATER 30                            00046360
                  MOVE 30 TO WRK-DIAS-FERIAS                            00046361
               END-IF                                                   00046363
               COMPUTE WRK-VLR-FERIAS ROUNDED =                         00046365
                       DB2-SALARIO * WRK-DIAS-FERIAS / 30               00046367
               SUBTRACT WRK-VLR-FERIAS FROM WRK-BRUTO                   00046369
               ADD 1 TO WRK-QTD-COMFERIAS                               00046370
            END-IF.                                                     00046372
       1550-99-FIM.              EXIT.                                  00046374
      *-------------------------------------------------------------*   00046376
       1560-SOMAR-DIAS-FERIAS                   SECTION.                00046378
      *-------------------------------------------------------------*   00046380
            IF WRK-FER-IDFUNC (WRK-SUB-FER) EQUAL DB2-ID                00046381
               IF WRK-FER-MES1 (WRK-SUB-FER) EQUAL WRK-CAB-DATA (1:6)   00046383
                  ADD WRK-FER-DIAS1 (WRK-SUB-FER) TO WRK-DIAS-FERIAS    00046385
               END-IF                                                   00046387
               IF WRK-FER-MES2 (WRK-SUB-FER) EQUAL WRK-CAB-DATA (1:6)   00046389
                  ADD WRK-FER-DIAS2 (WRK-SUB-FER) TO WRK-DIAS-FERIAS    00046390
               END-IF                                                   00046392
            END-IF.                                                     00046394
            ADD 1 TO WRK-SUB-FER.                                       00046396
       1560-99-FIM.              EXIT.                                  00046398
      *-------------------------------------------------------------*   00046399
       1600-CARREGAR-AFASTAMENTOS               SECTION.                00046400
      *-------------------------------------------------------------*   00046401
            READ AFASENT                                                00046402
              AT END                                                    00046403
                MOVE 'S' TO WRK-SW-AFA                                  00046404
              NOT AT END                                                00046405
                IF WRK-QTD-AFA LESS 500                                 00046406
                   ADD 1 TO WRK-QTD-AFA                                 00046407
                   MOVE FD-AFA-IDFUNC TO                                00046408
                        WRK-AFA-IDFUNC (WRK-QTD-AFA)                    00046409
                   MOVE FD-AFA-COMPET TO WRK-AFA-COMPET (WRK-QTD-AFA)   00046410
                   COMPUTE WRK-AFA-DIAS (WRK-QTD-AFA) =                 00046411
                           FD-AFA-DIAS-INSS + FD-AFA-DIAS-SEMREM        00046412
                ELSE                                                    00046413
                   DISPLAY ' TABELA DE AFASTAMENTOS ESGOTADA (500)'     00046414
                END-IF                                                  00046415
            END-READ.                                                   00046416
       1600-99-FIM.              EXIT.                                  00046417
      *-------------------------------------------------------------*   00046418
       1650-ABATER-AFASTAMENTO                  SECTION.                00046419
      *-------------------------------------------------------------*   00046420
      *   DIAS DO MES DA FOLHA PAGOS PELO INSS OU SEM REMUNERACAO       00046421
      *   (FR19DB49): SAEM DO BRUTO A SALARIO / 30 POR DIA. COM AS      00046422
      *   FERIAS JA ABATIDAS, O DESCONTO NAO PASSA DO MES INTEIRO.      00046423
      *-------------------------------------------------------------*   00046424
            MOVE ZERO TO WRK-DIAS-AFAST.                                00046426
            MOVE 1 TO WRK-SUB-AFA.                                      00046429
            PERFORM 1660-SOMAR-DIAS-AFAST                               00046431
                    UNTIL WRK-SUB-AFA GREATER WRK-QTD-AFA.              00046434
            IF WRK-DIAS-AFAST GREATER ZERO                              00046437
               IF WRK-DIAS-AFAST + WRK-DIAS-FERIAS GREATER 30           00046439
                  COMPUTE WRK-DIAS-AFAST = 30 - WRK-DIAS-FERIAS         00046442
               END-IF                                                   00046444
               COMPUTE WRK-VLR-AFAST ROUNDED =                          00046447
                       DB2-SALARIO * WRK-DIAS-AFAST / 30                00046450
               IF WRK-VLR-AFAST GREATER WRK-BRUTO                       00046452
                  MOVE WRK-BRUTO TO WRK-VLR-AFAST                       00046455
               END-IF                                                   00046458
               SUBTRACT WRK-VLR-AFAST FROM WRK-BRUTO                    00046460
               ADD 1 TO WRK-QTD-COMAFAST                                00046463
            END-IF.                                                     00046465
       1650-99-FIM.              EXIT.                                  00046468
      *-------------------------------------------------------------*   00046471
       1660-SOMAR-DIAS-AFAST                    SECTION.                00046473
      *-------------------------------------------------------------*   00046476
            IF WRK-AFA-IDFUNC (WRK-SUB-AFA) EQUAL DB2-ID                00046479
               AND WRK-AFA-COMPET (WRK-SUB-AFA) EQUAL                   00046481
                   WRK-CAB-DATA (1:6)                                   00046484
               ADD WRK-AFA-DIAS (WRK-SUB-AFA) TO WRK-DIAS-AFAST         00046486
            END-IF.                                                     00046489
            ADD 1 TO WRK-SUB-AFA.                                       00046492
       1660-99-FIM.              EXIT.                                  00046494
      *-------------------------------------------------------------*   00046497
       2000-PROCESSAR                           SECTION.                00046500
      *-------------------------------------------------------------*   00046600
                                                                        00046700
             MOVE DB2-SALARIO TO WRK-BRUTO.                             00046800
             PERFORM 1550-ABATER-FERIAS.                                00046850
             PERFORM 1650-ABATER-AFASTAMENTO.                           00046875
             PERFORM 2100-CALCULAR-INSS.                                00046900
             PERFORM 2200-CALCULAR-IRRF.                                00047000
             COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF.     00047100
              DISPLAY ' TOTAL LIQUIDO.........' WRK-TOT-LIQUIDO.        00058500
              PERFORM 3100-LISTAR-NAO-ABATIDOS.                         00058600
              DISPLAY ' ADIANT. NAO ABATIDOS..' WRK-QTD-NAOABATIDO.     00058700
              DISPLAY ' COM FERIAS ABATIDAS...' WRK-QTD-COMFERIAS.      00058709
              DISPLAY ' COM AFASTAM. ABATIDO..' WRK-QTD-COMAFAST.       00058718
                                                                        00058727
              MOVE 'FR19DB12' TO WRK-CTL-PROGRAMA.                      00058736
              MOVE WRK-CAB-DATA TO WRK-CTL-DATA.                        00058745
              MOVE 'FOLHA   ' TO WRK-CTL-DATASET.                       00058755
              MOVE 'P'        TO WRK-CTL-PAPEL.                         00058764
              MOVE WRK-REGGRAVA    TO WRK-CTL-QTD.                      00058773
              MOVE WRK-TOT-LIQUIDO TO WRK-CTL-VALOR.                    00058782
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00058791
                                                                        00058800
       3000-99-FIM.              EXIT.                                  00058900
      *-------------------------------------------------------------*   00059000
