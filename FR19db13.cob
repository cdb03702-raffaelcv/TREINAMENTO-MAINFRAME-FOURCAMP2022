      *       PERIODOS AQUISITIVOS COMPLETOS SEM GOZO = MULTA).         00001900
      *       SOMENTE FUNCIONARIOS ATIVOS (STATUS 'A') SAO              00001910
      *       CONSIDERADOS NO CALCULO DE DIREITO A FERIAS.              00001920
      *       AFASTAMENTOS QUE SUSPENDEM O PERIODO AQUISITIVO: A        00001930
      *       DESCARGA AFASUNL (FR19DB23, POR IDFUNC) TRAZ OS           00001940
      *       AFASTAMENTOS; OS DIAS PAGOS PELO INSS EM DOENCA E         00001950
      *       ACIDENTE (DO 16O DIA EM DIANTE) E TODOS OS DIAS SEM       00001960
      *       REMUNERACAO, ATE HOJE, EMPURRAM A DATA DE ADMISSAO        00001970
      *       PARA FRENTE NO CALCULO DOS ANIVERSARIOS. LICENCA          00001980
      *       MATERNIDADE NAO SUSPENDE. SEM O ARQUIVO, NADA SUSPENDE.   00001990
      *-------------------------------------------------------------*   00002000
      *   BASE DE DADOS:                                                00002100
      *   TABELA.DB2..                                                  00002200
      *   ARQUIVOS:                                                     00002600
      *    DDNAME              I/O                  COPY/BOOK           00002700
      *   FERIAS                I                  -----------          00002800
      *   AFASUNL               I                  -----------          00002850
      *   RELFERIA              O                  -----------          00002900
      *=============================================================*   00003000
                                                                        00003100
       FILE-CONTROL.                                                    00004300
            SELECT FERIAS ASSIGN TO FERIAS                              00004400
                FILE STATUS IS WRK-FS-FERIAS.                           00004500
            SELECT AFASUNL ASSIGN TO AFASUNL                            00004533
                FILE STATUS IS WRK-FS-AFASUNL.                          00004566
            SELECT RELFERIA ASSIGN TO RELFERIA                          00004600
                FILE STATUS IS WRK-FS-RELFERIA.                         00004700
                                                                        00004800
          05 FD-FERIAS-DATAINI   PIC 9(08).                             00006000
          05 FD-FERIAS-DIAS      PIC 9(03).                             00006100
                                                                        00006200
       FD AFASUNL                                                       00006208
           RECORDING MODE IS F                                          00006216
           LABEL RECORD IS STANDARD                                     00006225
           BLOCK CONTAINS 0 RECORDS.                                    00006233
      *-----------------------LRECL 43------------------------------*   00006241
       01 FD-AFASUNL.                                                   00006250
          05 FD-AFA-IDFUNC       PIC 9(05).                             00006258
          05 FD-AFA-TIPO         PIC X(08).                             00006266
          05 FD-AFA-DATAINI      PIC X(10).                             00006275
          05 FD-AFA-RETPREV      PIC X(10).                             00006283
          05 FD-AFA-RETREAL      PIC X(10).                             00006291
       FD RELFERIA                                                      00006300
           RECORDING MODE IS F.                                         00006400
      *-----------------------LRECL 100-----------------------------*   00006500
                                                                        00008600
      *----------------VARIAVEIS DE APOIO---------------------------*   00008700
       77 WRK-FS-FERIAS       PIC 9(02).                                00008800
       77 WRK-FS-AFASUNL      PIC 9(02).                                00008850
       77 WRK-FS-RELFERIA     PIC 9(02).                                00008900
       77 WRK-SQLCODE         PIC -999.                                 00009000
       77 WRK-NULL-EMAIL      PIC S9(4) COMP.                           00009100
       77 WRK-REGFERIAS       PIC 9(05) VALUE ZEROES.                   00009300
       77 WRK-QTD-AVENCER     PIC 9(05) VALUE ZEROES.                   00009400
       77 WRK-QTD-VENCIDAS    PIC 9(05) VALUE ZEROES.                   00009500
       77 WRK-QTD-SUSPENSOS   PIC 9(05) VALUE ZEROES.                   00009550
                                                                        00009600
      *----------------CALCULO DO PERIODO AQUISITIVO----------------*   00009700
       01 WRK-HOJE            PIC 9(08) VALUE ZEROES.                   00009800
                                                                        00011900
       77 WRK-SW-FERIAS       PIC X(01) VALUE 'N'.                      00012000
           88 WRK-FIM-FERIAS        VALUE 'S'.                          00012100
                                                                        00012104
      *----------------AFASTAMENTOS QUE SUSPENDEM O AQUISITIVO------*   00012108
       77 WRK-SW-AFAST        PIC X(01) VALUE 'N'.                      00012112
           88 WRK-FIM-AFAST         VALUE 'S'.                          00012116
       77 WRK-SW-AFASUNL      PIC X(01) VALUE 'N'.                      00012117
           88 WRK-AFASUNL-ABERTO    VALUE 'S'.                          00012118
       77 WRK-REGAFAST        PIC 9(05) VALUE ZEROES.                   00012120
       77 WRK-DIAS-SUSPENSOS  PIC 9(05) VALUE ZEROES.                   00012124
       77 WRK-DIAS-AFAST      PIC S9(05) VALUE ZEROES.                  00012128
       77 WRK-AFA-INI         PIC 9(08) VALUE ZEROES.                   00012132
       77 WRK-AFA-FIM         PIC 9(08) VALUE ZEROES.                   00012136
       01 WRK-DATA-UNL.                                                 00012140
          05 WRK-UNL-ANO         PIC 9(04).                             00012144
          05 FILLER              PIC X(01).                             00012148
          05 WRK-UNL-MES         PIC 9(02).                             00012152
          05 FILLER              PIC X(01).                             00012156
          05 WRK-UNL-DIA         PIC 9(02).                             00012160
       01 WRK-DATA-CALC       PIC 9(08) VALUE ZEROES.                   00012164
       01 WRK-DATA-CALC-G REDEFINES WRK-DATA-CALC.                      00012168
          05 WRK-CALC-ANO        PIC 9(04).                             00012172
          05 WRK-CALC-MES        PIC 9(02).                             00012176
          05 WRK-CALC-DIA        PIC 9(02).                             00012180
       77 WRK-ULT-DIA-MES     PIC 9(02) VALUE ZEROES.                   00012184
       77 WRK-QUOCIENTE       PIC 9(05) VALUE ZEROES.                   00012188
       77 WRK-RESTO           PIC 9(03) VALUE ZEROES.                   00012192
       77 WRK-CONTA-DIAS      PIC 9(05) VALUE ZEROES.                   00012196
                                                                        00012200
      *-----------------------LRECL 100-----------------------------*   00012300
       01 WRK-RELFERIA-CAB.                                             00012400
          05 WRK-LIN-SALDO      PIC -9(05).                             00015200
          05 FILLER             PIC X(01) VALUE SPACE.                  00015300
          05 WRK-LIN-SITUACAO   PIC X(20).                              00015400
          05 FILLER             PIC X(01) VALUE SPACE.                  00015450
          05 WRK-LIN-SUSPENSOS  PIC 9(05).                              00015500
          05 FILLER             PIC X(17) VALUE SPACES.                 00015550
                                                                        00015600
      *=============================================================*   00015700
       PROCEDURE DIVISION.                                              00015800
                                                                        00018000
            PERFORM 1200-LER-FERIAS.                                    00018100
                                                                        00018200
      *----AFASTAMENTOS; SEM O ARQUIVO, NENHUM AQUISITIVO SUSPENSO--*   00018208
            OPEN INPUT AFASUNL.                                         00018216
            IF WRK-FS-AFASUNL NOT EQUAL 0                               00018225
               DISPLAY ' SEM AFASUNL (FS=' WRK-FS-AFASUNL               00018233
                       ') - SEM SUSPENSAO DO AQUISITIVO'                00018241
               MOVE 'S' TO WRK-SW-AFAST                                 00018250
               MOVE 99999 TO FD-AFA-IDFUNC                              00018258
            ELSE                                                        00018266
               MOVE 'S' TO WRK-SW-AFASUNL                               00018270
               PERFORM 1300-LER-AFASTAMENTO                             00018275
            END-IF.                                                     00018283
                                                                        00018291
            EXEC SQL                                                    00018300
               OPEN CFUNC                                               00018400
            END-EXEC.                                                   00018500
            END-READ.                                                   00021900
                                                                        00022000
       1200-99-FIM.              EXIT.                                  00022100
      *-------------------------------------------------------------*   00022105
       1300-LER-AFASTAMENTO                     SECTION.                00022111
      *-------------------------------------------------------------*   00022117
            READ AFASUNL                                                00022123
              AT END                                                    00022129
                MOVE 'S' TO WRK-SW-AFAST                                00022135
                MOVE 99999 TO FD-AFA-IDFUNC                             00022141
            END-READ.                                                   00022147
            IF NOT WRK-FIM-AFAST                                        00022152
               IF FD-AFASUNL (1:6) EQUAL 'RODAPE'                       00022158
                  MOVE 'S' TO WRK-SW-AFAST                              00022164
                  MOVE 99999 TO FD-AFA-IDFUNC                           00022170
               END-IF                                                   00022176
            END-IF.                                                     00022182
                                                                        00022188
       1300-99-FIM.              EXIT.                                  00022194
      *-------------------------------------------------------------*   00022200
       2000-PROCESSAR                           SECTION.                00022300
      *-------------------------------------------------------------*   00022400
                                                                        00022500
             MOVE ZEROES TO WRK-DIAS-SUSPENSOS.                         00022516
             PERFORM 2300-SOMAR-SUSPENSOS                               00022533
                     UNTIL WRK-FIM-AFAST                                00022550
                        OR FD-AFA-IDFUNC GREATER DB2-ID.                00022566
                                                                        00022583
             PERFORM 2100-CALCULAR-ADQUIRIDOS.                          00022600
                                                                        00022700
             MOVE ZEROES TO WRK-DIAS-GOZADOS.                           00022800
             MOVE WRK-DIAS-ADQUIRIDOS TO WRK-LIN-ADQUIRIDOS.            00023800
             MOVE WRK-DIAS-GOZADOS    TO WRK-LIN-GOZADOS.               00023900
             MOVE WRK-DIAS-SALDO      TO WRK-LIN-SALDO.                 00024000
             MOVE WRK-DIAS-SUSPENSOS  TO WRK-LIN-SUSPENSOS.             00024050
                                                                        00024100
             EVALUATE TRUE                                              00024200
              WHEN WRK-DIAS-SALDO GREATER OR EQUAL 60                   00024300
       2100-CALCULAR-ADQUIRIDOS                 SECTION.                00025900
      *-------------------------------------------------------------*   00026000
            MOVE DB2-DATAADM TO WRK-DATAADM-X.                          00026100
            IF WRK-DIAS-SUSPENSOS GREATER ZEROES                        00026108
               COMPUTE WRK-DATA-CALC = WRK-ADM-ANO * 10000              00026116
                                     + WRK-ADM-MES * 100 + WRK-ADM-DIA  00026125
               MOVE ZEROES TO WRK-CONTA-DIAS                            00026133
               PERFORM 2710-AVANCAR-UM-DIA                              00026141
                       UNTIL WRK-CONTA-DIAS NOT LESS WRK-DIAS-SUSPENSOS 00026150
               MOVE WRK-CALC-ANO TO WRK-ADM-ANO                         00026158
               MOVE WRK-CALC-MES TO WRK-ADM-MES                         00026166
               MOVE WRK-CALC-DIA TO WRK-ADM-DIA                         00026175
               ADD 1 TO WRK-QTD-SUSPENSOS                               00026183
            END-IF.                                                     00026191
            MOVE WRK-ADM-MES TO WRK-ADM-MMDD-MES.                       00026200
            MOVE WRK-ADM-DIA TO WRK-ADM-MMDD-DIA.                       00026300
            COMPUTE WRK-ANOS-CASA = WRK-HOJE-ANO - WRK-ADM-ANO.         00026400
            END-IF.                                                     00028700
                                                                        00028800
       2200-99-FIM.              EXIT.                                  00028900
      *-------------------------------------------------------------*   00028901
       2300-SOMAR-SUSPENSOS                     SECTION.                00028902
      *-------------------------------------------------------------*   00028903
      *   DIAS DO AFASTAMENTO ATE HOJE (O RETORNO EFETIVO E O           00028904
      *   PRIMEIRO DIA DE VOLTA). DOENCA/ACIDENTE SUSPENDEM SO O QUE    00028905
      *   PASSA DOS 15 DIAS DA EMPRESA; SEMREMUN SUSPENDE TUDO.         00028906
      *-------------------------------------------------------------*   00028907
            IF FD-AFA-IDFUNC EQUAL DB2-ID                               00028908
               ADD 1 TO WRK-REGAFAST                                    00028909
               MOVE FD-AFA-DATAINI TO WRK-DATA-UNL                      00028910
               COMPUTE WRK-AFA-INI = WRK-UNL-ANO * 10000                00028911
                                   + WRK-UNL-MES * 100 + WRK-UNL-DIA    00028912
               IF FD-AFA-RETREAL EQUAL SPACES                           00028913
                  MOVE WRK-HOJE TO WRK-AFA-FIM                          00028914
               ELSE                                                     00028915
                  MOVE FD-AFA-RETREAL TO WRK-DATA-UNL                   00028916
                  COMPUTE WRK-AFA-FIM = WRK-UNL-ANO * 10000             00028917
                                   + WRK-UNL-MES * 100 + WRK-UNL-DIA    00028918
                  IF WRK-AFA-FIM GREATER WRK-HOJE                       00028919
                     MOVE WRK-HOJE TO WRK-AFA-FIM                       00028920
                  END-IF                                                00028921
               END-IF                                                   00028922
               MOVE ZEROES TO WRK-CONTA-DIAS                            00028923
               MOVE WRK-AFA-INI TO WRK-DATA-CALC                        00028924
               PERFORM 2710-AVANCAR-UM-DIA                              00028925
                       UNTIL WRK-DATA-CALC NOT LESS WRK-AFA-FIM         00028926
               MOVE WRK-CONTA-DIAS TO WRK-DIAS-AFAST                    00028927
               EVALUATE FD-AFA-TIPO                                     00028928
                 WHEN 'DOENCA  '                                        00028929
                 WHEN 'ACIDENTE'                                        00028930
                   SUBTRACT 15 FROM WRK-DIAS-AFAST                      00028931
                 WHEN 'SEMREMUN'                                        00028932
                   CONTINUE                                             00028933
                 WHEN OTHER                                             00028934
                   MOVE ZEROES TO WRK-DIAS-AFAST                        00028935
               END-EVALUATE                                             00028936
               IF WRK-DIAS-AFAST GREATER ZEROES                         00028937
                  ADD WRK-DIAS-AFAST TO WRK-DIAS-SUSPENSOS              00028938
               END-IF                                                   00028939
               PERFORM 1300-LER-AFASTAMENTO                             00028940
            ELSE                                                        00028941
               IF FD-AFA-IDFUNC LESS DB2-ID                             00028942
                  PERFORM 1300-LER-AFASTAMENTO                          00028943
               END-IF                                                   00028944
            END-IF.                                                     00028945
                                                                        00028946
       2300-99-FIM.              EXIT.                                  00028947
      *-------------------------------------------------------------*   00028948
       2700-CALCULAR-ULT-DIA                    SECTION.                00028949
      *-------------------------------------------------------------*   00028950
      *   ULTIMO DIA DO MES DE WRK-DATA-CALC, COM O BISSEXTO DO         00028951
      *   FEVEREIRO (DIVISIVEL POR 4; SECULO SO POR 400).               00028952
      *-------------------------------------------------------------*   00028953
            EVALUATE WRK-CALC-MES                                       00028954
              WHEN 01                                                   00028955
              WHEN 03                                                   00028956
              WHEN 05                                                   00028957
              WHEN 07                                                   00028958
              WHEN 08                                                   00028959
              WHEN 10                                                   00028960
              WHEN 12                                                   00028961
                MOVE 31 TO WRK-ULT-DIA-MES                              00028962
              WHEN 04                                                   00028963
              WHEN 06                                                   00028964
              WHEN 09                                                   00028965
              WHEN 11                                                   00028966
                MOVE 30 TO WRK-ULT-DIA-MES                              00028967
              WHEN 02                                                   00028968
                MOVE 28 TO WRK-ULT-DIA-MES                              00028969
                DIVIDE WRK-CALC-ANO BY 4                                00028970
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO         00028971
                IF WRK-RESTO EQUAL ZEROES                               00028972
                   DIVIDE WRK-CALC-ANO BY 100                           00028973
                          GIVING WRK-QUOCIENTE                          00028974
                          REMAINDER WRK-RESTO                           00028975
                   IF WRK-RESTO NOT EQUAL ZEROES                        00028976
                      MOVE 29 TO WRK-ULT-DIA-MES                        00028977
                   ELSE                                                 00028978
                      DIVIDE WRK-CALC-ANO BY 400                        00028979
                             GIVING WRK-QUOCIENTE                       00028980
                             REMAINDER WRK-RESTO                        00028981
                      IF WRK-RESTO EQUAL ZEROES                         00028982
                         MOVE 29 TO WRK-ULT-DIA-MES                     00028983
                      END-IF                                            00028984
                   END-IF                                               00028985
                END-IF                                                  00028986
            END-EVALUATE.                                               00028987
       2700-99-FIM.              EXIT.                                  00028988
      *-------------------------------------------------------------*   00028989
       2710-AVANCAR-UM-DIA                      SECTION.                00028990
      *-------------------------------------------------------------*   00028991
            PERFORM 2700-CALCULAR-ULT-DIA.                              00028992
            IF WRK-CALC-DIA LESS WRK-ULT-DIA-MES                        00028993
               ADD 1 TO WRK-CALC-DIA                                    00028994
            ELSE                                                        00028995
               MOVE 01 TO WRK-CALC-DIA                                  00028996
               IF WRK-CALC-MES EQUAL 12                                 00028997
                  MOVE 01 TO WRK-CALC-MES                               00028998
                  ADD 1 TO WRK-CALC-ANO                                 00028999
               ELSE                                                     00028999A
                  ADD 1 TO WRK-CALC-MES                                 00028999B
               END-IF                                                   00028999C
            END-IF.                                                     00028999D
            ADD 1 TO WRK-CONTA-DIAS.                                    00028999E
       2710-99-FIM.              EXIT.                                  00028999F
      *-------------------------------------------------------------*   00029000
       3000-FINALIZAR                               SECTION.            00029100
      *-------------------------------------------------------------*   00029200
              WRITE FD-RELFERIA FROM WRK-RELFERIA-TRL.                  00030000
                                                                        00030100
              CLOSE FERIAS RELFERIA.                                    00030200
              IF WRK-AFASUNL-ABERTO                                     00030225
                 CLOSE AFASUNL                                          00030250
              END-IF.                                                   00030275
              DISPLAY ' -----FIM DO PROGRAMA----- '.                    00030300
              DISPLAY ' FUNCIONARIOS LIDOS....' WRK-REGLIDOS.           00030400
              DISPLAY ' LANCAMENTOS DE FERIAS.' WRK-REGFERIAS.          00030500
              DISPLAY ' FERIAS A VENCER.......' WRK-QTD-AVENCER.        00030600
              DISPLAY ' FERIAS VENCIDAS.......' WRK-QTD-VENCIDAS.       00030700
              DISPLAY ' AFASTAMENTOS LIDOS....' WRK-REGAFAST.           00030733
              DISPLAY ' AQUISITIVO SUSPENSO...' WRK-QTD-SUSPENSOS.      00030766
              IF WRK-QTD-VENCIDAS GREATER ZEROES                        00030800
                 MOVE 4 TO RETURN-CODE                                  00030900
              END-IF.                                                   00031000
