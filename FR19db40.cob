      *     - COBERTURA: NOS DIAS DO PEDIDO, O PERCENTUAL DE        *   00002100
      *       AUSENTES DO SETOR (CONTANDO OS PEDIDOS JA APROVADOS   *   00002200
      *       NESTA EXECUCAO) NAO PODE PASSAR DO LIMITE             *   00002300
      *       AFASTADOS (AFASUNL DO FR19DB23) TAMBEM CONTAM COMO    *   00002320
      *       AUSENTES NOS DIAS DO AFASTAMENTO (SEM RETORNO         *   00002340
      *       EFETIVO, ATE O FIM); PEDINTE AFASTADO NO PERIODO E    *   00002360
      *       RECUSADO. SEM O AFASUNL, SO AS FERIAS CONTAM          *   00002380
      *    PEDIDO APROVADO SAI NO APRVSAI (LAYOUT DO FERIAS, QUE    *   00002400
      *    ALIMENTA O GOZADO QUANDO AS FERIAS ACONTECEM); PEDIDO    *   00002500
      *    RECUSADO SAI NO RELFERAG COM O CONFLITO ESPECIFICO.      *   00002600
      *    PEDFER               I                  -----------      *   00003200
      *    FUNCUNL              I                  -----------      *   00003300
      *    FERIAS               I                  -----------      *   00003400
      *    AFASUNL              I                  -----------      *   00003450
      *    APRVSAI              O                  -----------      *   00003500
      *    RELFERAG             O                  -----------      *   00003600
      *-------------------------------------------------------------*   00003700
                                                                        00005900
            SELECT FERIAS ASSIGN TO FERIAS                              00006000
                 FILE STATUS IS WRK-FS-FERIAS.                          00006100
                                                                        00006125
            SELECT AFASUNL ASSIGN TO AFASUNL                            00006150
                 FILE STATUS IS WRK-FS-AFASUNL.                         00006175
                                                                        00006200
            SELECT APRVSAI ASSIGN TO APRVSAI                            00006300
                 FILE STATUS IS WRK-FS-APRVSAI.                         00006400
          05 FD-FER-DATAINI      PIC 9(08).                             00010600
          05 FD-FER-DIAS         PIC 9(03).                             00010700
                                                                        00010800
      *-------------------LRECL 43----------------------------------*   00010808
       FD AFASUNL                                                       00010816
           RECORDING MODE IS F                                          00010825
           LABEL RECORD IS STANDARD                                     00010833
           BLOCK CONTAINS 0 RECORDS.                                    00010841
       01 FD-AFASUNL.                                                   00010850
          05 FD-AFA-IDFUNC       PIC 9(05).                             00010858
          05 FD-AFA-TIPO         PIC X(08).                             00010866
          05 FD-AFA-DATAINI      PIC X(10).                             00010875
          05 FD-AFA-RETPREV      PIC X(10).                             00010883
          05 FD-AFA-RETREAL      PIC X(10).                             00010891
      *-------------------LRECL 16----------------------------------*   00010900
       FD APRVSAI                                                       00011000
           RECORDING MODE IS F.                                         00011100
       77 WRK-FS-PEDFER   PIC 9(02).                                    00013500
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00013600
       77 WRK-FS-FERIAS   PIC 9(02).                                    00013700
       77 WRK-FS-AFASUNL  PIC 9(02).                                    00013750
       77 WRK-FS-APRVSAI  PIC 9(02).                                    00013800
       77 WRK-FS-RELFERAG PIC 9(02).                                    00013900
                                                                        00014000
             10 WRK-APR-INI-D      PIC 9(07).                           00018300
             10 WRK-APR-FIM-D      PIC 9(07).                           00018400
                                                                        00018500
      *-------AFASTAMENTOS (DIAS APROXIMADOS, COMO OS APROVADOS)-----*  00018507
       77 WRK-SW-FIM-AFA  PIC X(01) VALUE 'N'.                          00018514
           88 WRK-FIM-AFASUNL       VALUE 'S'.                          00018521
       77 WRK-QTD-AFA     PIC 9(03) VALUE ZEROES.                       00018528
       77 WRK-SUB-AFA     PIC 9(03) VALUE ZEROES.                       00018535
       77 WRK-SW-PROPRIO  PIC X(01) VALUE 'N'.                          00018542
           88 WRK-PEDINTE-AFASTADO  VALUE 'S'.                          00018550
       01 WRK-TAB-AFAST.                                                00018557
          05 WRK-AFA-LINHA OCCURS 300 TIMES.                            00018564
             10 WRK-AFA-ID         PIC 9(05).                           00018571
             10 WRK-AFA-SETOR      PIC X(04).                           00018578
             10 WRK-AFA-INI-D      PIC 9(07).                           00018585
             10 WRK-AFA-FIM-D      PIC 9(07).                           00018592
       01 FILLER          PIC X(64) VALUE                               00018600
           '-----------CONTADORES E CONTROLES---------------'.          00018700
                                                                        00018800
                                                                        00025700
            PERFORM  1100-CARREGAR-FUNC UNTIL WRK-FIM-FUNCUNL.          00025800
            PERFORM  1200-SOMAR-GOZADOS UNTIL WRK-FIM-FERIAS.           00025900
            PERFORM  1300-CARREGAR-AFAST UNTIL WRK-FIM-AFASUNL.         00025950
                                                                        00026000
            PERFORM  2000-CRITICAR-PEDIDO UNTIL WRK-FIM-PEDFER.         00026100
                                                                        00026200
                                                                        00027200
               PERFORM 4000-TESTARSTATUS.                               00027300
                                                                        00027400
      *----SEM AFASUNL A COBERTURA CONTA SO AS FERIAS-----------------* 00027411
             OPEN INPUT AFASUNL.                                        00027422
               IF WRK-FS-AFASUNL NOT EQUAL 00                           00027433
                  DISPLAY ' AFASUNL INDISPONIVEL (FS=' WRK-FS-AFASUNL   00027444
                          ')'                                           00027455
                  MOVE 'S' TO WRK-SW-FIM-AFA                            00027466
               END-IF.                                                  00027477
                                                                        00027488
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00027500
               MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                      00027600
                                                                        00027700
            END-IF.                                                     00037600
            ADD 1 TO WRK-SUB-FUNC.                                      00037700
       1210-99-FIM.              EXIT.                                  00037800
      *-------------------------------------------------------------*   00037801
       1300-CARREGAR-AFAST                      SECTION.                00037803
      *-------------------------------------------------------------*   00037805
      *   AFASTAMENTO NA TABELA COM O SETOR ATUAL DO FUNCIONARIO;   *   00037807
      *   O ULTIMO DIA E A VESPERA DO RETORNO EFETIVO (SEM ELE, O   *   00037809
      *   AFASTAMENTO NAO TEM FIM).                                 *   00037811
      *-------------------------------------------------------------*   00037813
            READ AFASUNL                                                00037815
              AT END                                                    00037817
                MOVE 'S' TO WRK-SW-FIM-AFA                              00037819
            END-READ.                                                   00037821
            PERFORM 4400-TESTARSTATUS-AFASUNL.                          00037823
            IF WRK-FS-AFASUNL NOT EQUAL 00                              00037825
               GO TO 1300-99-FIM.                                       00037826
            IF FD-AFASUNL (1:6) EQUAL 'RODAPE'                          00037828
               GO TO 1300-99-FIM.                                       00037830
                                                                        00037832
            MOVE ZEROES TO WRK-IDX-FUNC.                                00037834
            MOVE 1 TO WRK-SUB-FUNC.                                     00037836
            PERFORM 1310-PROCURAR-FUNC-AFA                              00037838
                    UNTIL WRK-SUB-FUNC GREATER WRK-QTD-FUNC             00037840
                       OR WRK-IDX-FUNC GREATER ZEROES.                  00037842
            IF WRK-IDX-FUNC EQUAL ZEROES                                00037844
               GO TO 1300-99-FIM.                                       00037846
            IF WRK-QTD-AFA NOT LESS 300                                 00037848
               DISPLAY ' TABELA DE AFASTAMENTOS ESGOTADA (300)'         00037850
               GO TO 1300-99-FIM.                                       00037851
                                                                        00037853
            ADD 1 TO WRK-QTD-AFA.                                       00037855
            MOVE FD-AFA-IDFUNC TO WRK-AFA-ID (WRK-QTD-AFA).             00037857
            MOVE WRK-FUN-SETOR (WRK-IDX-FUNC)                           00037859
                 TO WRK-AFA-SETOR (WRK-QTD-AFA).                        00037861
            MOVE FD-AFA-DATAINI TO WRK-DATA-UNL.                        00037863
            COMPUTE WRK-AFA-INI-D (WRK-QTD-AFA) = WRK-UNL-ANO * 360     00037865
                  + WRK-UNL-MES * 30 + WRK-UNL-DIA.                     00037867
            IF FD-AFA-RETREAL EQUAL SPACES                              00037869
               MOVE 9999999 TO WRK-AFA-FIM-D (WRK-QTD-AFA)              00037871
            ELSE                                                        00037873
               MOVE FD-AFA-RETREAL TO WRK-DATA-UNL                      00037875
               COMPUTE WRK-AFA-FIM-D (WRK-QTD-AFA) = WRK-UNL-ANO * 360  00037876
                     + WRK-UNL-MES * 30 + WRK-UNL-DIA - 1               00037878
            END-IF.                                                     00037880
       1300-99-FIM.              EXIT.                                  00037882
      *-------------------------------------------------------------*   00037884
       1310-PROCURAR-FUNC-AFA                   SECTION.                00037886
      *-------------------------------------------------------------*   00037888
            IF WRK-FUN-ID (WRK-SUB-FUNC) EQUAL FD-AFA-IDFUNC            00037890
               MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC                        00037892
            END-IF.                                                     00037894
            ADD 1 TO WRK-SUB-FUNC.                                      00037896
       1310-99-FIM.              EXIT.                                  00037898
      *-------------------------------------------------------------*   00037900
       2000-CRITICAR-PEDIDO                     SECTION.                00038000
      *-------------------------------------------------------------*   00038100
            MOVE 1 TO WRK-SUB-APR.                                      00046100
            PERFORM 2210-CONTAR-SOBREPOSICAO                            00046200
                    UNTIL WRK-SUB-APR GREATER WRK-QTD-APR.              00046300
                                                                        00046309
            MOVE 'N' TO WRK-SW-PROPRIO.                                 00046318
            MOVE 1 TO WRK-SUB-AFA.                                      00046327
            PERFORM 2230-CONTAR-AFASTADOS                               00046336
                    UNTIL WRK-SUB-AFA GREATER WRK-QTD-AFA.              00046345
            IF WRK-PEDINTE-AFASTADO                                     00046354
               MOVE 'FUNCIONARIO AFASTADO NO PERIODO '                  00046363
                    TO WRK-REC-MOTIVO                                   00046372
               PERFORM 2900-GRAVAR-RECUSA                               00046381
               GO TO 2200-99-FIM.                                       00046390
                                                                        00046400
            MOVE ZEROES TO WRK-IDX-SET.                                 00046500
            MOVE 1 TO WRK-SUB-SET.                                      00046600
            END-IF.                                                     00051100
            ADD 1 TO WRK-SUB-SET.                                       00051200
       2220-99-FIM.              EXIT.                                  00051300
      *-------------------------------------------------------------*   00051305
       2230-CONTAR-AFASTADOS                    SECTION.                00051310
      *-------------------------------------------------------------*   00051315
            IF WRK-AFA-INI-D (WRK-SUB-AFA) LESS OR EQUAL                00051321
                   WRK-PED-FIM-D                                        00051326
               AND WRK-PED-INI-D LESS OR EQUAL                          00051331
                   WRK-AFA-FIM-D (WRK-SUB-AFA)                          00051336
               IF WRK-AFA-ID (WRK-SUB-AFA) EQUAL FD-PED-ID              00051342
                  MOVE 'S' TO WRK-SW-PROPRIO                            00051347
               ELSE                                                     00051352
                  IF WRK-AFA-SETOR (WRK-SUB-AFA) EQUAL                  00051357
                     WRK-FUN-SETOR (WRK-IDX-FUNC)                       00051363
                     ADD 1 TO WRK-QTD-AUSENTES                          00051368
                  END-IF                                                00051373
               END-IF                                                   00051378
            END-IF.                                                     00051384
            ADD 1 TO WRK-SUB-AFA.                                       00051389
       2230-99-FIM.              EXIT.                                  00051394
      *-------------------------------------------------------------*   00051400
       2300-APROVAR-PEDIDO                      SECTION.                00051500
      *-------------------------------------------------------------*   00051600
      *-------------------------------------------------------------*   00054100
             WRITE FD-RELFERAG FROM WRK-LINHA-TRACO.                    00054200
                                                                        00054300
             CLOSE PEDFER FUNCUNL FERIAS AFASUNL APRVSAI RELFERAG.      00054400
               PERFORM 4000-TESTARSTATUS.                               00054500
              DISPLAY ' ============================================'.  00054600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB40          '.  00054700
              DISPLAY ' ============================================'.  00054800
              DISPLAY ' PEDIDOS LIDOS..............' WRK-REGPEDIDOS.    00054900
              DISPLAY ' AFASTAMENTOS CONSIDERADOS..' WRK-QTD-AFA.       00054950
              DISPLAY ' PEDIDOS APROVADOS..........' WRK-QTD-APROVA.    00055000
              DISPLAY ' PEDIDOS RECUSADOS..........' WRK-QTD-RECUSA.    00055100
              DISPLAY ' ============================================'.  00055200
               END-IF.                                                  00060800
                                                                        00060900
       4300-99-FIM.              EXIT.                                  00061000
      *-------------------------------------------------------------*   00061007
       4400-TESTARSTATUS-AFASUNL                    SECTION.            00061015
      *-------------------------------------------------------------*   00061023
               IF WRK-FS-AFASUNL NOT EQUAL 00                           00061030
                           AND WRK-FS-AFASUNL NOT EQUAL 10              00061038
                 MOVE 'ERRO NO AFASUNL       ' TO WRK-MSGERRO           00061046
                 MOVE '1300'                   TO WRK-SECAO             00061053
                 MOVE WRK-FS-AFASUNL           TO WRK-STATUS            00061061
                  PERFORM 9000-TRATAERROS                               00061069
               END-IF.                                                  00061076
                                                                        00061084
       4400-99-FIM.              EXIT.                                  00061092
      *-------------------------------------------------------------*   00061100
       9000-TRATAERROS                              SECTION.            00061200
      *-------------------------------------------------------------*   00061300
