      *       E MARCA DE ESTOURO). O SALDO DE                       *   00002600
      *       ORCAMENTO IMPRESSO POR SETOR E O QUE A SIMULACAO DO   *   00002700
      *       DISSIDIO (FR19DB21) CONFRONTA COM O IMPACTO DELA.     *   00002800
      *       OS ENCARGOS PATRONAIS DO MES (ENCARGOS DO FR19DB46:   *   00002820
      *       SETOR, MES, VALOR - OPCIONAL) SAO SOMADOS AO REAL DE  *   00002840
      *       CADA SETOR, QUE ASSIM VAI AO FOLHANOV COM O CUSTO     *   00002860
      *       CHEIO DA FOLHA.                                       *   00002880
      *       CARTAO SYSIN 1: MES AAAAMM (ZEROS = MES CORRENTE).    *   00002900
      *       CARTAO SYSIN 2: TOLERANCIA PCT (9(03); ZEROS = 10).   *   00003000
      *-------------------------------------------------------------*   00003100
      *   ARQUIVOS...:                                              *   00003800
      *    ORCAMENT             I                  -----------      *   00003900
      *    FOLHAHIS             I                  -----------      *   00004000
      *    ENCARGOS             I                  -----------      *   00004050
      *    FOLHANOV             O                  -----------      *   00004100
      *    RELORCA              O                  -----------      *   00004200
      *-------------------------------------------------------------*   00004300
            SELECT FOLHAHIS ASSIGN TO FOLHAHIS                          00006200
                 FILE STATUS IS WRK-FS-FOLHAHIS.                        00006300
                                                                        00006400
            SELECT ENCARGOS ASSIGN TO ENCARGOS                          00006425
                 FILE STATUS IS WRK-FS-ENCARGOS.                        00006450
                                                                        00006475
            SELECT FOLHANOV ASSIGN TO FOLHANOV                          00006500
                 FILE STATUS IS WRK-FS-FOLHANOV.                        00006600
                                                                        00006700
          05 FD-FH-MES          PIC 9(06).                              00009200
          05 FD-FH-VALOR        PIC 9(10)V99.                           00009300
                                                                        00009400
       FD ENCARGOS                                                      00009409
           RECORDING MODE IS F                                          00009418
           LABEL RECORD IS STANDARD                                     00009427
           BLOCK CONTAINS 0 RECORDS.                                    00009436
      *-----------------------LRECL 22------------------------------*   00009445
       01 FD-ENCARGOS.                                                  00009454
          05 FD-EN-SETOR        PIC X(04).                              00009463
          05 FD-EN-MES          PIC 9(06).                              00009472
          05 FD-EN-VALOR        PIC 9(10)V99.                           00009481
                                                                        00009490
       FD FOLHANOV                                                      00009500
           RECORDING MODE IS F.                                         00009600
      *-----------------------LRECL 22------------------------------*   00009700
                                                                        00013900
       77 WRK-FS-ORCAMENT PIC 9(02).                                    00014000
       77 WRK-FS-FOLHAHIS PIC 9(02).                                    00014100
       77 WRK-FS-ENCARGOS PIC 9(02).                                    00014150
       77 WRK-FS-FOLHANOV PIC 9(02).                                    00014200
       77 WRK-FS-RELORCA  PIC 9(02).                                    00014300
       77 WRK-SQLCODE     PIC -999.                                     00014400
           88 WRK-FIM-ORCAMENT      VALUE 'S'.                          00014800
       77 WRK-SW-FIMFH    PIC X(01) VALUE 'N'.                          00014900
           88 WRK-FIM-FOLHAHIS      VALUE 'S'.                          00015000
       77 WRK-SW-FIMENC   PIC X(01) VALUE 'N'.                          00015025
           88 WRK-FIM-ENCARGOS      VALUE 'S'.                          00015050
       77 WRK-QTD-ENCARGOS PIC 9(03) VALUE ZEROES.                      00015075
       77 WRK-SW-ACHOU    PIC X(01) VALUE 'N'.                          00015100
           88 WRK-ACHOU             VALUE 'S'.                          00015200
       77 WRK-SW-FIMSETP  PIC X(01) VALUE 'N'.                          00015300
            PERFORM 1000-INICIAR.                                       00027300
            PERFORM 1100-CARREGAR-ORCAMENTO UNTIL WRK-FIM-ORCAMENT.     00027400
            PERFORM 1200-CARREGAR-FOLHAHIS UNTIL WRK-FIM-FOLHAHIS.      00027500
            PERFORM 1250-CARREGAR-ENCARGOS UNTIL WRK-FIM-ENCARGOS.      00027550
            PERFORM 2000-APURAR-REAL UNTIL SQLCODE EQUAL 100.           00027600
            PERFORM 1300-CARREGAR-ARVORE UNTIL WRK-FIM-ARVORE.          00027700
            PERFORM 2500-ROLAR-ARVORE.                                  00027800
               STOP RUN                                                 00029500
            END-IF.                                                     00029600
                                                                        00029700
            OPEN INPUT ENCARGOS.                                        00029714
            IF WRK-FS-ENCARGOS NOT EQUAL 00                             00029728
               DISPLAY ' ENCARGOS INDISPONIVEL (FS=' WRK-FS-ENCARGOS ')'00029742
               MOVE 'S' TO WRK-SW-FIMENC                                00029757
            END-IF.                                                     00029771
                                                                        00029785
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00029800
                                                                        00029900
            ACCEPT WRK-MESPARM FROM SYSIN.                              00030000
            END-IF.                                                     00041700
                                                                        00041800
       1200-99-FIM.              EXIT.                                  00041900
      *-------------------------------------------------------------*   00041903
       1250-CARREGAR-ENCARGOS                   SECTION.                00041907
      *-------------------------------------------------------------*   00041910
      *   ENCARGOS PATRONAIS DO MES APURADO ENTRAM NO REAL DO       *   00041914
      *   SETOR (MES E ACUMULADO DO ANO).                           *   00041917
      *-------------------------------------------------------------*   00041921
            READ ENCARGOS                                               00041925
              AT END                                                    00041928
                MOVE 'S' TO WRK-SW-FIMENC                               00041932
            END-READ.                                                   00041935
            IF WRK-FS-ENCARGOS EQUAL 00                                 00041939
               IF FD-EN-MES EQUAL WRK-MES-APURADO                       00041942
                  MOVE FD-EN-SETOR TO WRK-SETOR-BUSCA                   00041946
                  PERFORM 1050-LOCALIZAR-SETOR                          00041950
                  IF WRK-IDX-SETOR GREATER ZEROES                       00041953
                     ADD FD-EN-VALOR TO                                 00041957
                         WRK-SET-REAL (WRK-IDX-SETOR)                   00041960
                     ADD FD-EN-VALOR TO                                 00041964
                         WRK-SET-REAL-YTD (WRK-IDX-SETOR)               00041967
                     ADD 1 TO WRK-QTD-ENCARGOS                          00041971
                  END-IF                                                00041975
               END-IF                                                   00041978
            ELSE                                                        00041982
               MOVE 'S' TO WRK-SW-FIMENC                                00041985
            END-IF.                                                     00041989
                                                                        00041992
       1250-99-FIM.              EXIT.                                  00041996
      *-------------------------------------------------------------*   00042000
       1300-CARREGAR-ARVORE                     SECTION.                00042100
      *-------------------------------------------------------------*   00042200
            EXEC SQL                                                    00065700
              CLOSE CFOLHA                                              00065800
            END-EXEC.                                                   00065900
            CLOSE ORCAMENT FOLHAHIS ENCARGOS FOLHANOV RELORCA.          00066000
            DISPLAY ' -----FIM DO PROGRAMA----- '.                      00066100
            DISPLAY ' SETORES APURADOS.......' WRK-QTD-SETORES.         00066200
            DISPLAY ' SETORES COM ENCARGOS...' WRK-QTD-ENCARGOS.        00066250
                                                                        00066300
       3500-99-FIM.              EXIT.                                  00066400
      *-------------------------------------------------------------*   00066500
