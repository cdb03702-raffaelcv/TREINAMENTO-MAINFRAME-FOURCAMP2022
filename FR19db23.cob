      *-------------------------------------------------------------*   00001100
      *   OBJETIVO:                                                 *   00001200
      *       DESCARGA APLICATIVA PARA RECUPERACAO DE DESASTRE.     *   00001300
      *       GRAVA IVAN.FUNC, IVAN.SETOR, IVAN.BENEF, IVAN.DEPEND, *   00001400
      *       IVAN.AFAST, IVAN.CHECKP E IVAN.QUADRO                 *   00001500
      *       EM ARQUIVOS SEQUENCIAIS (FUNCUNL, SETORUNL, BENEFUNL, *   00001600
      *       CHEKPUNL), CADA UM COM RODAPE DE CONTROLE: QUANTIDADE *   00001700
      *       DE LINHAS E, NO FUNC, O TOTAL DE SALARIOS COMO HASH.  *   00001800
      *   IVAN.FUNC             I                  #BKFUNC----      *   00002700
      *   IVAN.SETOR            I                  #BKSETOR---      *   00002800
      *   IVAN.BENEF            I                  #BKBENEF---      *   00002900
      *   IVAN.AFAST            I                  -----------      *   00002950
      *   IVAN.CHECKP           I                  #BKCHECK---      *   00003000
      *   IVAN.QUADRO           I                  -----------      *   00003050
      *-------------------------------------------------------------*   00003100
      *   ARQUIVOS...:                                              *   00003200
      *    FUNCUNL              O                  -----------      *   00003300
      *    SETORUNL             O                  -----------      *   00003400
      *    BENEFUNL             O                  -----------      *   00003500
      *    AFASUNL              O                  -----------      *   00003550
      *    CHEKPUNL             O                  -----------      *   00003600
      *    QUADUNL              O                  -----------      *   00003650
      *-------------------------------------------------------------*   00003700
      *   MODULOS....:                             INCLUDE/BOOK     *   00003800
      *=============================================================*   00003900
                 FILE STATUS IS WRK-FS-TRHIUNL.                         00006400
            SELECT CARGUNL ASSIGN TO CARGUNL                            00006500
                 FILE STATUS IS WRK-FS-CARGUNL.                         00006600
            SELECT AFASUNL ASSIGN TO AFASUNL                            00006633
                 FILE STATUS IS WRK-FS-AFASUNL.                         00006666
                                                                        00006700
            SELECT CHEKPUNL ASSIGN TO CHEKPUNL                          00006800
                 FILE STATUS IS WRK-FS-CHEKPUNL.                        00006900
            SELECT QUADUNL ASSIGN TO QUADUNL                            00006933
                 FILE STATUS IS WRK-FS-QUADUNL.                         00006966
                                                                        00007000
      *=============================================================*   00007100
       DATA                                      DIVISION.              00007200
          05 FD-UD-ELEGSAUDE    PIC X(01).                              00013100
          05 FD-UD-ELEGIRRF     PIC X(01).                              00013200
                                                                        00013300
       FD AFASUNL                                                       00013310
           RECORDING MODE IS F.                                         00013320
      *-----------------------LRECL 43------------------------------*   00013330
       01 FD-AFASUNL.                                                   00013340
          05 FD-UA-IDFUNC       PIC 9(05).                              00013350
          05 FD-UA-TIPO         PIC X(08).                              00013360
          05 FD-UA-DATAINI      PIC X(10).                              00013370
          05 FD-UA-RETPREV      PIC X(10).                              00013380
          05 FD-UA-RETREAL      PIC X(10).                              00013390
       FD CHEKPUNL                                                      00013400
           RECORDING MODE IS F.                                         00013500
      *-----------------------LRECL 15------------------------------*   00013600
       01 FD-CHEKPUNL.                                                  00013700
          05 FD-UC-ID           PIC X(07).                              00013800
          05 FD-UC-REGISTRO     PIC 9(08).                              00013900
                                                                        00013909
       FD QUADUNL                                                       00013918
           RECORDING MODE IS F.                                         00013927
      *-----------------------LRECL 30------------------------------*   00013936
       01 FD-QUADUNL.                                                   00013945
          05 FD-UQ-SETOR        PIC X(04).                              00013954
          05 FD-UQ-CARGO        PIC X(06).                              00013963
          05 FD-UQ-VAGAS        PIC 9(04).                              00013972
          05 FD-UQ-SALORC       PIC 9(08)V99.                           00013981
          05 FILLER             PIC X(06).                              00013990
                                                                        00014000
      *=============================================================*   00014100
       WORKING-STORAGE                             SECTION.             00014200
       01 DB2-TRF-SETORDE    PIC X(04).                                 00017100
       01 DB2-TRF-SETORPARA  PIC X(04).                                 00017200
       01 DB2-TRF-DATATRANSF PIC X(10).                                 00017300
      *----HOST VARIABLES DE IVAN.AFAST (SEM BOOK PROPRIO)----------*   00017311
       01 DB2-AFA-IDFUNC     PIC 9(05).                                 00017322
       01 DB2-AFA-TIPO       PIC X(08).                                 00017333
       01 DB2-AFA-DATAINI    PIC X(10).                                 00017344
       01 DB2-AFA-RETPREV    PIC X(10).                                 00017355
       01 DB2-AFA-RETREAL    PIC X(10).                                 00017366
       77 WRK-NULL-RETPREV   PIC S9(4) COMP.                            00017377
       77 WRK-NULL-RETREAL   PIC S9(4) COMP.                            00017388
      *----HOST VARIABLES DE IVAN.QUADRO (SEM BOOK PROPRIO)---------*   00017390
       01 DB2-QDR-SETOR      PIC X(04).                                 00017392
       01 DB2-QDR-CARGO      PIC X(06).                                 00017394
       01 DB2-QDR-VAGAS      PIC S9(04) COMP.                           00017396
       01 DB2-QDR-SALORC     PIC S9(08)V99 COMP-3.                      00017398
                                                                        00017400
           EXEC SQL                                                     00017500
              INCLUDE SQLCA                                             00017600
               ORDER BY IDFUNC,NOMEDEP                                  00022000
           END-EXEC.                                                    00022100
                                                                        00022200
           EXEC SQL                                                     00022214
              DECLARE CAFAST CURSOR FOR                                 00022228
               SELECT IDFUNC,TIPO,DATAINI,RETPREV,RETREAL               00022242
               FROM IVAN.AFAST                                          00022257
               ORDER BY IDFUNC,DATAINI                                  00022271
           END-EXEC.                                                    00022285
           EXEC SQL                                                     00022300
              DECLARE CCHECKP CURSOR FOR                                00022400
               SELECT ID,REGISTRO                                       00022500
               FROM IVAN.CHECKP                                         00022600
               ORDER BY ID                                              00022700
           END-EXEC.                                                    00022800
                                                                        00022812
           EXEC SQL                                                     00022825
              DECLARE CQUADRO CURSOR FOR                                00022837
               SELECT SETOR,CARGO,VAGAS,SALORC                          00022850
               FROM IVAN.QUADRO                                         00022862
               ORDER BY SETOR,CARGO                                     00022875
           END-EXEC.                                                    00022887
                                                                        00022900
       01 FILLER          PIC X(64) VALUE                               00023000
           '-----------VARIAVEIS DE STATUS------------------'.          00023100
       77 WRK-FS-DEPENUNL PIC 9(02).                                    00023600
       77 WRK-FS-TRHIUNL  PIC 9(02).                                    00023700
       77 WRK-FS-CARGUNL  PIC 9(02).                                    00023800
       77 WRK-FS-AFASUNL  PIC 9(02).                                    00023850
       77 WRK-FS-CHEKPUNL PIC 9(02).                                    00023900
       77 WRK-FS-QUADUNL  PIC 9(02).                                    00023950
       77 WRK-SQLCODE     PIC -999.                                     00024000
       77 WRK-NULL-EMAIL  PIC S9(4) COMP.                               00024100
       77 WRK-NULL-DATADEM PIC S9(4) COMP.                              00024200
       77 WRK-CT-DEPEND   PIC 9(05) VALUE ZEROES.                       00025500
       77 WRK-CT-TRANSF   PIC 9(05) VALUE ZEROES.                       00025600
       77 WRK-CT-CARGO    PIC 9(05) VALUE ZEROES.                       00025700
       77 WRK-CT-AFAST    PIC 9(05) VALUE ZEROES.                       00025750
       77 WRK-CT-CHECKP   PIC 9(05) VALUE ZEROES.                       00025800
       77 WRK-CT-QUADRO   PIC 9(05) VALUE ZEROES.                       00025850
                                                                        00025900
       01 WRK-TRL-GENERICO.                                             00026000
          05 FILLER              PIC X(09) VALUE 'RODAPE   '.           00026100
            PERFORM 2480-DESCARREGAR-TRANSF UNTIL SQLCODE EQUAL 100.    00028900
            PERFORM 2490-ABRIR-CARGO.                                   00029000
            PERFORM 2495-DESCARREGAR-CARGO UNTIL SQLCODE EQUAL 100.     00029100
            PERFORM 2497-ABRIR-AFAST.                                   00029133
            PERFORM 2498-DESCARREGAR-AFAST UNTIL SQLCODE EQUAL 100.     00029166
            PERFORM 2500-ABRIR-CHECKP.                                  00029200
            PERFORM 2600-DESCARREGAR-CHECKP UNTIL SQLCODE EQUAL 100.    00029300
            PERFORM 2700-ABRIR-QUADRO.                                  00029333
            PERFORM 2800-DESCARREGAR-QUADRO UNTIL SQLCODE EQUAL 100.    00029366
            PERFORM 3000-FINALIZAR.                                     00029400
            STOP RUN.                                                   00029500
                                                                        00029600
       1000-INICIAR                             SECTION.                00029800
      *-------------------------------------------------------------*   00029900
            OPEN OUTPUT FUNCUNL SETORUNL BENEFUNL DEPENUNL              00030000
                        TRHIUNL CARGUNL AFASUNL CHEKPUNL QUADUNL.       00030100
            IF WRK-FS-FUNCUNL NOT EQUAL 00                              00030200
               OR WRK-FS-SETORUNL NOT EQUAL 00                          00030300
               OR WRK-FS-BENEFUNL NOT EQUAL 00                          00030400
               OR WRK-FS-DEPENUNL NOT EQUAL 00                          00030500
               OR WRK-FS-TRHIUNL NOT EQUAL 00                           00030600
               OR WRK-FS-CARGUNL NOT EQUAL 00                           00030700
               OR WRK-FS-AFASUNL NOT EQUAL 00                           00030750
               OR WRK-FS-CHEKPUNL NOT EQUAL 00                          00030800
               OR WRK-FS-QUADUNL NOT EQUAL 00                           00030850
               DISPLAY ' ERRO NO OPEN DOS ARQUIVOS DE DESCARGA '        00030900
               MOVE 200 TO RETURN-CODE                                  00031000
               STOP RUN                                                 00031100
                                                                        00050300
       2495-99-FIM.              EXIT.                                  00050400
      *-------------------------------------------------------------*   00050500
       2497-ABRIR-AFAST                         SECTION.                00050512
      *-------------------------------------------------------------*   00050524
            EXEC SQL                                                    00050536
              CLOSE CCARGO                                              00050548
            END-EXEC.                                                   00050560
            EXEC SQL                                                    00050573
               OPEN CAFAST                                              00050585
            END-EXEC.                                                   00050597
            IF SQLCODE NOT EQUAL 0                                      00050609
               MOVE SQLCODE TO WRK-SQLCODE                              00050621
               DISPLAY ' ERRO ' WRK-SQLCODE ' NO OPEN CAFAST'           00050634
               STOP RUN                                                 00050646
            END-IF.                                                     00050658
            PERFORM 4290-LER-AFAST.                                     00050670
       2497-99-FIM.              EXIT.                                  00050682
      *-------------------------------------------------------------*   00050695
       2498-DESCARREGAR-AFAST                   SECTION.                00050707
      *-------------------------------------------------------------*   00050719
            MOVE DB2-AFA-IDFUNC  TO FD-UA-IDFUNC.                       00050731
            MOVE DB2-AFA-TIPO    TO FD-UA-TIPO.                         00050743
            MOVE DB2-AFA-DATAINI TO FD-UA-DATAINI.                      00050756
            IF WRK-NULL-RETPREV LESS ZERO                               00050768
               MOVE SPACES TO FD-UA-RETPREV                             00050780
            ELSE                                                        00050792
               MOVE DB2-AFA-RETPREV TO FD-UA-RETPREV                    00050804
            END-IF.                                                     00050817
            IF WRK-NULL-RETREAL LESS ZERO                               00050829
               MOVE SPACES TO FD-UA-RETREAL                             00050841
            ELSE                                                        00050853
               MOVE DB2-AFA-RETREAL TO FD-UA-RETREAL                    00050865
            END-IF.                                                     00050878
            WRITE FD-AFASUNL.                                           00050890
            ADD 1 TO WRK-CT-AFAST.                                      00050902
            PERFORM 4290-LER-AFAST.                                     00050914
       2498-99-FIM.              EXIT.                                  00050926
      *-------------------------------------------------------------*   00050939
       2500-ABRIR-CHECKP                        SECTION.                00050951
      *-------------------------------------------------------------*   00050963
            EXEC SQL                                                    00050975
              CLOSE CAFAST                                              00050987
            END-EXEC.                                                   00051000
            EXEC SQL                                                    00051100
               OPEN CCHECKP                                             00051200
            PERFORM 4300-LER-CHECKP.                                    00052900
                                                                        00053000
       2600-99-FIM.              EXIT.                                  00053100
      *-------------------------------------------------------------*   00053103
       2700-ABRIR-QUADRO                        SECTION.                00053106
      *-------------------------------------------------------------*   00053109
            EXEC SQL                                                    00053112
              CLOSE CCHECKP                                             00053116
            END-EXEC.                                                   00053119
            EXEC SQL                                                    00053122
               OPEN CQUADRO                                             00053125
            END-EXEC.                                                   00053129
            IF SQLCODE NOT EQUAL 0                                      00053132
               MOVE SQLCODE TO WRK-SQLCODE                              00053135
               DISPLAY ' ERRO ' WRK-SQLCODE ' NO OPEN CQUADRO'          00053138
               STOP RUN                                                 00053141
            END-IF.                                                     00053145
            PERFORM 4400-LER-QUADRO.                                    00053148
                                                                        00053151
       2700-99-FIM.              EXIT.                                  00053154
      *-------------------------------------------------------------*   00053158
       2800-DESCARREGAR-QUADRO                  SECTION.                00053161
      *-------------------------------------------------------------*   00053164
            MOVE SPACES         TO FD-QUADUNL.                          00053167
            MOVE DB2-QDR-SETOR  TO FD-UQ-SETOR.                         00053170
            MOVE DB2-QDR-CARGO  TO FD-UQ-CARGO.                         00053174
            MOVE DB2-QDR-VAGAS  TO FD-UQ-VAGAS.                         00053177
            MOVE DB2-QDR-SALORC TO FD-UQ-SALORC.                        00053180
            WRITE FD-QUADUNL.                                           00053183
            ADD 1 TO WRK-CT-QUADRO.                                     00053187
            PERFORM 4400-LER-QUADRO.                                    00053190
                                                                        00053193
       2800-99-FIM.              EXIT.                                  00053196
      *-------------------------------------------------------------*   00053200
       3000-FINALIZAR                           SECTION.                00053300
      *-------------------------------------------------------------*   00053400
            EXEC SQL                                                    00053500
              CLOSE CQUADRO                                             00053600
            END-EXEC.                                                   00053700
                                                                        00053800
            MOVE WRK-CT-FUNC  TO WRK-TRL-QTD.                           00053900
                                                                        00055600
            MOVE WRK-CT-CARGO TO WRK-TRLCG-QTD.                         00055700
            WRITE FD-CARGUNL FROM WRK-TRL-CARGUNL.                      00055800
                                                                        00055825
            MOVE WRK-CT-AFAST TO WRK-TRL-QTD.                           00055850
            WRITE FD-AFASUNL FROM WRK-TRL-GENERICO.                     00055875
                                                                        00055900
            MOVE WRK-CT-CHECKP TO WRK-TRL-QTD.                          00056000
            WRITE FD-CHEKPUNL FROM WRK-TRL-GENERICO.                    00056100
                                                                        00056125
            MOVE WRK-CT-QUADRO TO WRK-TRL-QTD.                          00056150
            WRITE FD-QUADUNL FROM WRK-TRL-GENERICO.                     00056175
                                                                        00056200
            CLOSE FUNCUNL SETORUNL BENEFUNL DEPENUNL TRHIUNL            00056300
                  CARGUNL AFASUNL CHEKPUNL QUADUNL.                     00056400
            DISPLAY ' -----FIM DO PROGRAMA----- '.                      00056500
            DISPLAY ' FUNC DESCARREGADO......' WRK-CT-FUNC.             00056600
            DISPLAY ' HASH DE SALARIOS.......' WRK-HASH-TRUNC.          00056700
            DISPLAY ' DEPEND DESCARREGADO....' WRK-CT-DEPEND.           00057000
            DISPLAY ' TRANSFHIST DESCARREG...' WRK-CT-TRANSF.           00057100
            DISPLAY ' CARGOS DESCARREGADOS...' WRK-CT-CARGO.            00057200
            DISPLAY ' AFASTAMENTOS DESCARREG.' WRK-CT-AFAST.            00057250
            DISPLAY ' CHECKP DESCARREGADO....' WRK-CT-CHECKP.           00057300
            DISPLAY ' QUADRO DESCARREGADO....' WRK-CT-QUADRO.           00057350
                                                                        00057400
       3000-99-FIM.              EXIT.                                  00057500
      *-------------------------------------------------------------*   00057600
            END-EXEC.                                                   00061500
            PERFORM 4900-TESTAR-FETCH.                                  00061600
       4280-99-FIM.              EXIT.                                  00061700
      *-------------------------------------------------------------*   00061708
       4290-LER-AFAST                           SECTION.                00061716
      *-------------------------------------------------------------*   00061725
            EXEC SQL                                                    00061733
             FETCH CAFAST                                               00061741
              INTO :DB2-AFA-IDFUNC, :DB2-AFA-TIPO, :DB2-AFA-DATAINI,    00061750
                   :DB2-AFA-RETPREV :WRK-NULL-RETPREV,                  00061758
                   :DB2-AFA-RETREAL :WRK-NULL-RETREAL                   00061766
            END-EXEC.                                                   00061775
            PERFORM 4900-TESTAR-FETCH.                                  00061783
       4290-99-FIM.              EXIT.                                  00061791
      *-------------------------------------------------------------*   00061800
       4270-LER-TRANSF                          SECTION.                00061900
      *-------------------------------------------------------------*   00062000
            END-EXEC.                                                   00064500
            PERFORM 4900-TESTAR-FETCH.                                  00064600
       4300-99-FIM.              EXIT.                                  00064700
      *-------------------------------------------------------------*   00064709
       4400-LER-QUADRO                          SECTION.                00064718
      *-------------------------------------------------------------*   00064727
            EXEC SQL                                                    00064736
             FETCH CQUADRO                                              00064745
              INTO :DB2-QDR-SETOR, :DB2-QDR-CARGO, :DB2-QDR-VAGAS,      00064754
                   :DB2-QDR-SALORC                                      00064763
            END-EXEC.                                                   00064772
            PERFORM 4900-TESTAR-FETCH.                                  00064781
       4400-99-FIM.              EXIT.                                  00064790
      *-------------------------------------------------------------*   00064800
       4900-TESTAR-FETCH                        SECTION.                00064900
      *-------------------------------------------------------------*   00065000
