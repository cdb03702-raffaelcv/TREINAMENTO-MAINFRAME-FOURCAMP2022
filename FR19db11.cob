      *       CARTAO SYSIN 1: ID DO FUNCIONARIO (00000 = TODOS).        00001600
      *       CARTAO SYSIN 2: DATA-INI/DATA-FIM (AAAAMMDD+AAAAMMDD);    00001700
      *       EM BRANCO EQUIVALE A TODO O INTERVALO.                    00001800
      *       PERIODO QUE COMECA ANTES DO CORTE DO EXPURGO (FR19DB66):  00001825
      *       OS EVENTOS JA EXPURGADOS SAO LIDOS DO ARQHIST (GERACOES   00001850
      *       DO IVAN.FUNCHIST) E LISTADOS ANTES DOS DO DB2.            00001875
      *-------------------------------------------------------------*   00001900
      *   BASE DE DADOS:                                                00002000
      *   TABELA.DB2..                                                  00002100
      *   ARQUIVOS:                                                     00002500
      *    DDNAME              I/O                  COPY/BOOK           00002600
      *   RELHIST               O                  -----------          00002700
      *   ARQHIST               I                  #ARQH                00002750
      *=============================================================*   00002800
                                                                        00002900
      *=============================================================*   00003000
       FILE-CONTROL.                                                    00004100
            SELECT RELHIST ASSIGN TO RELHIST                            00004200
                FILE STATUS IS WRK-FS-RELHIST.                          00004300
            SELECT OPTIONAL ARQHIST ASSIGN TO ARQHIST                   00004333
                FILE STATUS IS WRK-FS-ARQHIST.                          00004366
                                                                        00004400
      *=============================================================*   00004500
       DATA                                      DIVISION.              00004600
           BLOCK CONTAINS 0 RECORDS.                                    00005200
      *-----------------------LRECL 132-----------------------------*   00005300
       01 FD-RELHIST          PIC X(132).                               00005400
                                                                        00005412
       FD ARQHIST                                                       00005424
           RECORDING MODE IS F                                          00005436
           LABEL RECORD IS STANDARD                                     00005448
           BLOCK CONTAINS 0 RECORDS.                                    00005460
      *-----------------------LRECL 220-----------------------------*   00005472
       01 FD-ARQHIST          PIC X(220).                               00005484
                                                                        00005500
      *=============================================================*   00005600
       WORKING-STORAGE                             SECTION.             00005700
       77 WRK-REGLIDOS        PIC 9(05) VALUE ZEROES.                   00010900
       77 WRK-ID-ANT          PIC 9(05) VALUE ZEROES.                   00011000
                                                                        00011100
      *----------------ARQUIVO DE EXPURGO (FR19DB66)----------------*   00011111
       COPY '#ARQH'.                                                    00011122
                                                                        00011133
       77 WRK-FS-ARQHIST      PIC 9(02).                                00011144
       77 WRK-QTD-ARQUIVO     PIC 9(05) VALUE ZEROES.                   00011155
       77 WRK-SW-FIM-ARQ      PIC X(01) VALUE 'N'.                      00011166
           88 WRK-FIM-ARQHIST           VALUE 'S'.                      00011177
                                                                        00011188
      *--------------LRECL 132--------------------------------------*   00011200
       01 WRK-RELHIST-CAB.                                              00011300
          05 WRK-CAB-TIPO       PIC X(09) VALUE 'CABECALHO'.            00011400
          05 WRK-LIN-DEPOIS     PIC X(40).                              00015100
          05 FILLER             PIC X(26) VALUE SPACES.                 00015200
                                                                        00015300
       01 WRK-LINHA-ORIGEM.                                             00015311
          05 FILLER             PIC X(17) VALUE 'ORIGEM..........:'.    00015322
          05 FILLER             PIC X(01) VALUE SPACE.                  00015333
          05 WRK-LIN-ORIGEM     PIC X(30).                              00015344
          05 FILLER             PIC X(07) VALUE ' CORTE:'.              00015355
          05 WRK-LIN-CORTE      PIC 9(08).                              00015366
          05 FILLER             PIC X(69) VALUE SPACES.                 00015377
                                                                        00015388
      *=============================================================*   00015400
       PROCEDURE DIVISION.                                              00015500
      *=============================================================*   00015600
            ACCEPT WRK-CAB-DATA FROM DATE YYYYMMDD.                     00018200
            WRITE FD-RELHIST FROM WRK-RELHIST-CAB.                      00018300
                                                                        00018400
            PERFORM 1200-LER-ARQUIVO.                                   00018433
                                                                        00018466
            EXEC SQL                                                    00018500
               OPEN CHIST                                               00018600
            END-EXEC.                                                   00018700
            END-IF.                                                     00020700
                                                                        00020800
       1100-99-FIM.              EXIT.                                  00020900
      *-------------------------------------------------------------*   00020902
       1200-LER-ARQUIVO                         SECTION.                00020903
      *-------------------------------------------------------------*   00020905
      *   O ARQHIST SO E LIDO QUANDO O PERIODO COMECA ANTES DO CORTE    00020906
      *   GRAVADO NO CABECALHO. SEM DD (OPTIONAL) OU COM PERIODO        00020908
      *   DENTRO DA RETENCAO, SO O DB2 E CONSULTADO.                    00020909
      *-------------------------------------------------------------*   00020911
            OPEN INPUT ARQHIST.                                         00020912
            IF WRK-FS-ARQHIST NOT EQUAL 00 AND NOT EQUAL 05             00020914
                                           AND NOT EQUAL 35             00020916
               DISPLAY ' ERRO NA ABERTURA DO ARQUIVO ARQHIST '          00020917
                       WRK-FS-ARQHIST                                   00020919
               MOVE 12 TO RETURN-CODE                                   00020920
               STOP RUN                                                 00020922
            END-IF.                                                     00020923
                                                                        00020925
            IF WRK-FS-ARQHIST EQUAL 00 OR WRK-FS-ARQHIST EQUAL 05       00020927
               READ ARQHIST INTO WRK-ARQ-CABECALHO                      00020928
                 AT END                                                 00020930
                   MOVE 'S' TO WRK-SW-FIM-ARQ                           00020931
               END-READ                                                 00020933
               IF NOT WRK-FIM-ARQHIST                                   00020934
                  AND WRK-ARQC-TIPO EQUAL 'CABECALHO'                   00020936
                  AND WRK-ARQC-TABELA EQUAL 'IVAN.FUNCHIST'             00020938
                  AND WRK-DATA-INI LESS WRK-ARQC-CORTE                  00020939
                  MOVE 'ARQHIST (ANTERIOR AO CORTE)' TO WRK-LIN-ORIGEM  00020941
                  MOVE WRK-ARQC-CORTE TO WRK-LIN-CORTE                  00020942
                  WRITE FD-RELHIST FROM WRK-LINHA-ORIGEM                00020944
                  PERFORM 1210-LER-REGISTRO UNTIL WRK-FIM-ARQHIST       00020945
                  MOVE ZEROES TO WRK-ID-ANT                             00020947
                  MOVE 'IVAN.FUNCHIST' TO WRK-LIN-ORIGEM                00020948
                  WRITE FD-RELHIST FROM WRK-LINHA-ORIGEM                00020950
                  DISPLAY ' EVENTOS DO ARQHIST....' WRK-QTD-ARQUIVO     00020952
               END-IF                                                   00020953
               CLOSE ARQHIST                                            00020955
            END-IF.                                                     00020956
                                                                        00020958
       1200-99-FIM.              EXIT.                                  00020959
      *-------------------------------------------------------------*   00020961
       1210-LER-REGISTRO                        SECTION.                00020962
      *-------------------------------------------------------------*   00020964
      *   CABECALHO E RODAPE DE CADA GERACAO SAO SALTADOS.              00020966
      *-------------------------------------------------------------*   00020967
            READ ARQHIST                                                00020969
              AT END                                                    00020970
                MOVE 'S' TO WRK-SW-FIM-ARQ                              00020972
            END-READ.                                                   00020973
            IF NOT WRK-FIM-ARQHIST                                      00020975
               AND FD-ARQHIST (1:9) NOT EQUAL 'CABECALHO'               00020977
               AND FD-ARQHIST (1:9) NOT EQUAL 'RODAPE   '               00020978
               MOVE FD-ARQHIST TO WRK-ARQ-FUNCHIST                      00020980
               IF (WRK-ARQF-ID EQUAL WRK-ID-PARM-AC                     00020981
                   OR WRK-ID-PARM-AC EQUAL 0)                           00020983
                  AND WRK-ARQF-DATA NOT LESS WRK-DATA-INI               00020984
                  AND WRK-ARQF-DATA NOT GREATER WRK-DATA-FIM            00020986
                  MOVE WRK-ARQ-FUNCHIST TO WRK-HIST                     00020988
                  ADD 1 TO WRK-REGLIDOS                                 00020989
                  ADD 1 TO WRK-QTD-ARQUIVO                              00020991
                  PERFORM 2100-IMPRIMIR-EVENTO                          00020992
               END-IF                                                   00020994
            END-IF.                                                     00020995
                                                                        00020997
       1210-99-FIM.              EXIT.                                  00020998
      *-------------------------------------------------------------*   00021000
       2000-PROCESSAR                           SECTION.                00021100
      *-------------------------------------------------------------*   00021200
                                                                        00021211
             PERFORM 2100-IMPRIMIR-EVENTO.                              00021222
             PERFORM 4000-LER-HISTORICO.                                00021233
                                                                        00021244
       2000-99-FIM.              EXIT.                                  00021255
      *-------------------------------------------------------------*   00021266
       2100-IMPRIMIR-EVENTO                     SECTION.                00021277
      *-------------------------------------------------------------*   00021288
                                                                        00021300
             IF WRK-HIST-ID NOT EQUAL WRK-ID-ANT                        00021400
                MOVE WRK-HIST-ID TO WRK-LIN-ID                          00021500
                WRITE FD-RELHIST FROM WRK-LINHA-CAMPO                   00025700
             END-IF.                                                    00025800
                                                                        00025900
       2100-99-FIM.              EXIT.                                  00026100
      *-------------------------------------------------------------*   00026300
       3000-FINALIZAR                               SECTION.            00026400
      *-------------------------------------------------------------*   00026500
