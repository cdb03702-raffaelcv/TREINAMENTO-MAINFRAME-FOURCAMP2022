      *     ABERTURA).                                              *   00002100
      *    O SETOR DE CADA EVENTO E RECONSTRUIDO VOLTANDO AS        *   00002200
      *    TRANSFERENCIAS NO TEMPO A PARTIR DO SETOR ATUAL.         *   00002300
      *    AFASTADOS: COM A DESCARGA DO IVAN.AFAST (AFASUNL, DO     *   00002316
      *    FR19DB23), CADA MES TRAZ TAMBEM QUANTOS FUNCIONARIOS DO  *   00002333
      *    SETOR ESTAVAM AFASTADOS NO ULTIMO DIA DO MES (INICIO ATE *   00002350
      *    O MES E RETORNO EFETIVO VAZIO OU EM MES POSTERIOR), NO   *   00002366
      *    SETOR DA EPOCA. SEM O AFASUNL A COLUNA SAI ZERADA.       *   00002383
      *    CARTAO SYSIN: MES INICIAL AAAAMM (POS 1-6) + MES FINAL   *   00002400
      *    AAAAMM (POS 8-13); MAXIMO 12 MESES.                      *   00002500
      *-------------------------------------------------------------*   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002800
      *    FUNCUNL              I                  -----------      *   00002900
      *    TRHIUNL              I                  -----------      *   00003000
      *    AFASUNL              I                  -----------      *   00003050
      *    RELGIRO              O                  -----------      *   00003100
      *-------------------------------------------------------------*   00003200
      *   MODULOS....:                             INCLUDE/BOOK     *   00003300
                                                                        00005100
            SELECT TRHIUNL ASSIGN TO TRHIUNL                            00005200
                 FILE STATUS IS WRK-FS-TRHIUNL.                         00005300
                                                                        00005325
            SELECT AFASUNL ASSIGN TO AFASUNL                            00005350
                 FILE STATUS IS WRK-FS-AFASUNL.                         00005375
                                                                        00005400
            SELECT RELGIRO ASSIGN TO RELGIRO                            00005500
                 FILE STATUS IS WRK-FS-RELGIRO.                         00005600
          05 FD-UT-SETORPARA    PIC X(04).                              00008600
          05 FD-UT-DATATRANSF   PIC X(10).                              00008700
                                                                        00008800
      *-------------------LRECL 43----------------------------------*   00008808
       FD AFASUNL                                                       00008816
           RECORDING MODE IS F                                          00008825
           LABEL RECORD IS STANDARD                                     00008833
           BLOCK CONTAINS 0 RECORDS.                                    00008841
       01 FD-AFASUNL.                                                   00008850
          05 FD-AFA-IDFUNC       PIC 9(05).                             00008858
          05 FD-AFA-TIPO         PIC X(08).                             00008866
          05 FD-AFA-DATAINI      PIC X(10).                             00008875
          05 FD-AFA-RETPREV      PIC X(10).                             00008883
          05 FD-AFA-RETREAL      PIC X(10).                             00008891
      *-------------------LRECL 100---------------------------------*   00008900
       FD RELGIRO                                                       00009000
           RECORDING MODE IS F.                                         00009100
                                                                        00010600
       77 WRK-FS-FUNCUNL  PIC 9(02).                                    00010700
       77 WRK-FS-TRHIUNL  PIC 9(02).                                    00010800
       77 WRK-FS-AFASUNL  PIC 9(02).                                    00010850
       77 WRK-FS-RELGIRO  PIC 9(02).                                    00010900
                                                                        00011000
       01 FILLER          PIC X(64) VALUE                               00011100
             10 WRK-TRF-PARA       PIC X(04).                           00014900
             10 WRK-TRF-ANOMES     PIC 9(06).                           00015000
                                                                        00015100
       01 FILLER          PIC X(64) VALUE                               00015110
           '-----------AFASTAMENTOS-------------------------'.          00015120
                                                                        00015130
       77 WRK-SW-FIM-AFA  PIC X(01) VALUE 'N'.                          00015140
           88 WRK-FIM-AFASUNL       VALUE 'S'.                          00015150
       77 WRK-QTD-AFA     PIC 9(05) VALUE ZEROES.                       00015160
       77 WRK-IDX-FUNC    PIC 9(03) VALUE ZEROES.                       00015170
       77 WRK-AFA-INI-AM  PIC 9(06) VALUE ZEROES.                       00015180
       77 WRK-AFA-RET-AM  PIC 9(06) VALUE ZEROES.                       00015190
       01 FILLER          PIC X(64) VALUE                               00015200
           '-----------MATRIZ SETOR X MES-------------------'.          00015300
                                                                        00015400
                15 WRK-SET-DESL    PIC 9(04).                           00016500
                15 WRK-SET-TRIN    PIC 9(04).                           00016600
                15 WRK-SET-TROUT   PIC 9(04).                           00016700
                15 WRK-SET-AFAST   PIC 9(04).                           00016750
                                                                        00016800
       01 FILLER          PIC X(64) VALUE                               00016900
           '-----------CONTROLES DO CALCULO-----------------'.          00017000
          05 FILLER              PIC X(07) VALUE ' GIRO: '.             00022400
          05 WRK-LIN-GIRO        PIC ZZ9,9.                             00022500
          05 FILLER              PIC X(01) VALUE '%'.                   00022600
          05 FILLER              PIC X(08) VALUE ' AFAST: '.            00022650
          05 WRK-LIN-AFAST       PIC ZZZ9.                              00022700
          05 FILLER              PIC X(06) VALUE SPACES.                00022750
                                                                        00022800
       77 WRK-TRF-NET     PIC S9(05) VALUE ZEROES.                      00022900
                                                                        00023000
                                                                        00024300
            PERFORM  2000-APURAR-EVENTOS.                               00024400
            PERFORM  2500-APURAR-ABERTURA.                              00024500
            PERFORM  2600-APURAR-AFASTADOS UNTIL WRK-FIM-AFASUNL.       00024550
                                                                        00024600
            PERFORM  3000-FINALIZAR.                                    00024700
                                                                        00024800
                                                                        00025600
               PERFORM 4000-TESTARSTATUS.                               00025700
                                                                        00025800
      *----SEM AFASUNL O RELATORIO SAI SEM AFASTADOS-----------------*  00025811
             OPEN INPUT AFASUNL.                                        00025822
               IF WRK-FS-AFASUNL NOT EQUAL 00                           00025833
                  DISPLAY ' AFASUNL INDISPONIVEL (FS=' WRK-FS-AFASUNL   00025844
                          ')'                                           00025855
                  MOVE 'S' TO WRK-SW-FIM-AFA                            00025866
               END-IF.                                                  00025877
                                                                        00025888
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                 00025900
                                                                        00026000
               ACCEPT WRK-PERIODO FROM SYSIN.                           00026100
            IF WRK-IDX-SET EQUAL ZEROES                                 00048000
               IF WRK-QTD-SET LESS 50                                   00048100
                  ADD 1 TO WRK-QTD-SET                                  00048200
                  INITIALIZE WRK-SET-LINHA (WRK-QTD-SET)                00048250
                  MOVE WRK-SETOR-BUSCA                                  00048300
                       TO WRK-SET-SETOR (WRK-QTD-SET)                   00048400
                  MOVE ZEROES TO WRK-SET-ABERTURA (WRK-QTD-SET)         00048500
            END-IF.                                                     00054700
            ADD 1 TO WRK-SUB-FUNC.                                      00054800
       2510-99-FIM.              EXIT.                                  00054900
      *-------------------------------------------------------------*   00054901
       2600-APURAR-AFASTADOS                    SECTION.                00054902
      *-------------------------------------------------------------*   00054904
      *   UM AFASTAMENTO POR LEITURA: CONTA O FUNCIONARIO EM CADA   *   00054905
      *   MES DO PERIODO EM QUE ESTAVA AFASTADO NO ULTIMO DIA.      *   00054906
      *   RETORNO NO PROPRIO MES = JA VOLTOU NO FECHAMENTO.         *   00054908
      *-------------------------------------------------------------*   00054909
            READ AFASUNL                                                00054911
              AT END                                                    00054912
                MOVE 'S' TO WRK-SW-FIM-AFA                              00054913
            END-READ.                                                   00054915
            PERFORM 4200-TESTARSTATUS-AFASUNL.                          00054916
            IF WRK-FS-AFASUNL NOT EQUAL 00                              00054918
               GO TO 2600-99-FIM.                                       00054919
            IF FD-AFASUNL (1:9) EQUAL 'CABECALHO'                       00054920
               OR FD-AFASUNL (1:6) EQUAL 'RODAPE'                       00054922
               GO TO 2600-99-FIM.                                       00054923
            ADD 1 TO WRK-QTD-AFA.                                       00054925
                                                                        00054926
            MOVE ZEROES TO WRK-IDX-FUNC.                                00054927
            MOVE 1 TO WRK-SUB-FUNC.                                     00054929
            PERFORM 2610-PROCURAR-FUNC                                  00054930
                    UNTIL WRK-SUB-FUNC GREATER WRK-QTD-FUNC             00054931
                       OR WRK-IDX-FUNC GREATER ZEROES.                  00054933
            IF WRK-IDX-FUNC EQUAL ZEROES                                00054934
               GO TO 2600-99-FIM.                                       00054936
            MOVE WRK-IDX-FUNC TO WRK-SUB-FUNC.                          00054937
                                                                        00054938
            MOVE FD-AFA-DATAINI TO WRK-DATA-UNL.                        00054940
            MOVE WRK-UNL-ANO TO WRK-AMG-ANO.                            00054941
            MOVE WRK-UNL-MES TO WRK-AMG-MES.                            00054943
            MOVE WRK-ANOMES-N TO WRK-AFA-INI-AM.                        00054944
            IF FD-AFA-RETREAL EQUAL SPACES                              00054945
               MOVE 999999 TO WRK-AFA-RET-AM                            00054947
            ELSE                                                        00054948
               MOVE FD-AFA-RETREAL TO WRK-DATA-UNL                      00054950
               MOVE WRK-UNL-ANO TO WRK-AMG-ANO                          00054951
               MOVE WRK-UNL-MES TO WRK-AMG-MES                          00054952
               MOVE WRK-ANOMES-N TO WRK-AFA-RET-AM                      00054954
            END-IF.                                                     00054955
                                                                        00054956
            MOVE 1 TO WRK-SUB-MES.                                      00054958
            PERFORM 2620-AFASTADO-NO-MES                                00054959
                    UNTIL WRK-SUB-MES GREATER WRK-QTD-MESES.            00054961
       2600-99-FIM.              EXIT.                                  00054962
      *-------------------------------------------------------------*   00054963
       2610-PROCURAR-FUNC                       SECTION.                00054965
      *-------------------------------------------------------------*   00054966
            IF WRK-FUN-ID (WRK-SUB-FUNC) EQUAL FD-AFA-IDFUNC            00054968
               MOVE WRK-SUB-FUNC TO WRK-IDX-FUNC                        00054969
            END-IF.                                                     00054970
            ADD 1 TO WRK-SUB-FUNC.                                      00054972
       2610-99-FIM.              EXIT.                                  00054973
      *-------------------------------------------------------------*   00054975
       2620-AFASTADO-NO-MES                     SECTION.                00054976
      *-------------------------------------------------------------*   00054977
            MOVE WRK-MES-ANOMES (WRK-SUB-MES) TO WRK-ANOMES-AVAL.       00054979
            IF WRK-AFA-INI-AM LESS OR EQUAL WRK-ANOMES-AVAL             00054980
               AND WRK-AFA-RET-AM GREATER WRK-ANOMES-AVAL               00054981
               AND (WRK-FUN-DEM (WRK-SUB-FUNC) EQUAL ZEROES             00054983
                    OR WRK-FUN-DEM (WRK-SUB-FUNC) GREATER               00054984
                       WRK-ANOMES-AVAL)                                 00054986
               PERFORM 2300-SETOR-NA-EPOCA                              00054987
               MOVE WRK-SETOR-EVENTO TO WRK-SETOR-BUSCA                 00054988
               PERFORM 2400-LOCALIZAR-SETOR                             00054990
               IF WRK-IDX-SET GREATER ZEROES                            00054991
                  ADD 1 TO WRK-SET-AFAST (WRK-IDX-SET WRK-SUB-MES)      00054993
               END-IF                                                   00054994
            END-IF.                                                     00054995
            ADD 1 TO WRK-SUB-MES.                                       00054997
       2620-99-FIM.              EXIT.                                  00054998
      *-------------------------------------------------------------*   00055000
       3000-FINALIZAR                           SECTION.                00055100
      *-------------------------------------------------------------*   00055200
                     UNTIL WRK-SUB-SET GREATER WRK-QTD-SET.             00055500
             WRITE FD-RELGIRO FROM WRK-LINHA-TRACO.                     00055600
                                                                        00055700
             CLOSE FUNCUNL TRHIUNL AFASUNL RELGIRO.                     00055800
               PERFORM 4000-TESTARSTATUS.                               00055900
              DISPLAY ' ============================================'.  00056000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB36          '.  00056100
              DISPLAY ' ============================================'.  00056200
              DISPLAY ' FUNCIONARIOS LIDOS.........' WRK-QTD-FUNC.      00056300
              DISPLAY ' TRANSFERENCIAS LIDAS.......' WRK-QTD-TRF.       00056400
              DISPLAY ' AFASTAMENTOS LIDOS.........' WRK-QTD-AFA.       00056450
              DISPLAY ' SETORES RELATADOS..........' WRK-QTD-SET.       00056500
              DISPLAY ' ============================================'.  00056600
                                                                        00056700
               MOVE ZEROES TO WRK-GIRO                                  00060600
            END-IF.                                                     00060700
            MOVE WRK-GIRO TO WRK-LIN-GIRO.                              00060800
            MOVE WRK-SET-AFAST (WRK-SUB-SET WRK-SUB-MES)                00060833
                 TO WRK-LIN-AFAST.                                      00060866
                                                                        00060900
            WRITE FD-RELGIRO FROM WRK-LINHA-MES.                        00061000
                                                                        00061100
               END-IF.                                                  00064300
                                                                        00064400
       4100-99-FIM.              EXIT.                                  00064500
      *-------------------------------------------------------------*   00064507
       4200-TESTARSTATUS-AFASUNL                    SECTION.            00064515
      *-------------------------------------------------------------*   00064523
               IF WRK-FS-AFASUNL NOT EQUAL 00                           00064530
                           AND WRK-FS-AFASUNL NOT EQUAL 10              00064538
                 MOVE 'ERRO NO AFASUNL       ' TO WRK-MSGERRO           00064546
                 MOVE '2600'                   TO WRK-SECAO             00064553
                 MOVE WRK-FS-AFASUNL           TO WRK-STATUS            00064561
                  PERFORM 9000-TRATAERROS                               00064569
               END-IF.                                                  00064576
                                                                        00064584
       4200-99-FIM.              EXIT.                                  00064592
      *-------------------------------------------------------------*   00064600
       9000-TRATAERROS                              SECTION.            00064700
      *-------------------------------------------------------------*   00064800
