      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. FR01CB30.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * SEGURO AD-VALOREM ARRECADADO X SINISTROS PAGOS.                 00001100
      * LE O 'FATURA' DO PERIODO (LINHAS POR REMESSA DO                 00001200
      * FR01CB21, CONCATENADAS NA JCL) E SOMA O VALOR                   00001300
      * DECLARADO E O SEGURO AD-VALOREM COBRADO POR UF DE               00001400
      * DESTINO E POR TRANSPORTADORA (A TRANSPORTADORA DE               00001500
      * CADA RASTREIO VEM DO ARQUIVO DAS TRANSPORTADORAS                00001600
      * 'FATTRANS' DO PERIODO, O MESMO DO FR01CB25; SEM                 00001700
      * COBRANCA A REMESSA FICA SEM TRANSPORTADORA). DO                 00001800
      * CADASTRO DE SINISTROS 'SINCAD' (FR01CB29) ENTRAM OS             00001900
      * SINISTROS ACEITOS NO PERIODO (VALOR ACEITO E VALOR              00002000
      * RECUPERADO JUNTO A TRANSPORTADORA/SEGURADORA).                  00002100
      * O RELATORIO 'RELSEG' MOSTRA, POR UF E POR                       00002200
      * TRANSPORTADORA, O ARRECADADO, OS SINISTROS PAGOS,               00002300
      * O RECUPERADO E A SINISTRALIDADE (PAGO MENOS                     00002400
      * RECUPERADO SOBRE O ARRECADADO) E, NO TOTAL, O                   00002500
      * PERCENTUAL AD-VALOREM DE EQUILIBRIO (PERDA LIQUIDA              00002600
      * SOBRE O VALOR DECLARADO) CONTRA O PERCENTUAL DO                 00002700
      * CARTAO DO FR01CB21.                                             00002800
      *   CARTAO SYSIN 1: PERIODO DE ACEITE DOS SINISTROS               00002900
      *                   AAAAMM AAAAMM (BRANCOS = TODOS)               00003000
      *   CARTAO SYSIN 2: % AD-VALOREM EM USO, 2 DECIMAIS               00003100
      *                   (ZEROS = 0,50%, COMO NO FR01CB21)             00003200
      *                                                                 00003300
      *====================================================             00003400
                                                                        00003500
      *====================================================             00003600
       ENVIRONMENT                              DIVISION.               00003700
      *====================================================             00003800
       CONFIGURATION                            SECTION.                00003900
       SPECIAL-NAMES.                                                   00004000
           DECIMAL-POINT IS COMMA.                                      00004100
                                                                        00004200
       INPUT-OUTPUT                             SECTION.                00004300
       FILE-CONTROL.                                                    00004400
            SELECT FATURA ASSIGN TO FATURA                              00004500
                 FILE STATUS IS WRK-FS-FATURA.                          00004600
                                                                        00004700
            SELECT FATTRANS ASSIGN TO FATTRANS                          00004800
                 FILE STATUS IS WRK-FS-FATTRANS.                        00004900
                                                                        00005000
            SELECT SINCAD ASSIGN TO SINCAD                              00005100
                 FILE STATUS IS WRK-FS-SINCAD.                          00005200
                                                                        00005300
            SELECT RELSEG ASSIGN TO RELSEG                              00005400
                 FILE STATUS IS WRK-FS-RELSEG.                          00005500
                                                                        00005600
      *====================================================             00005700
       DATA                                     DIVISION.               00005800
      *====================================================             00005900
       FILE                                     SECTION.                00006000
       FD FATURA                                                        00006100
           RECORDING MODE IS F                                          00006200
           LABEL RECORD IS STANDARD                                     00006300
           BLOCK CONTAINS 0 RECORDS.                                    00006400
      *-------------------LRECL 78-------------------------             00006500
       01 FD-FATURA.                                                    00006600
          05 FD-FAT-CODIGO       PIC 9(05).                             00006700
          05 FD-FAT-PRODUTO      PIC X(15).                             00006800
          05 FD-FAT-UF           PIC X(02).                             00006900
          05 FD-FAT-VALOR        PIC 9(06)V99.                          00007000
          05 FD-FAT-PESO         PIC 9(05).                             00007100
          05 FD-FAT-FRETE-UF     PIC 9(06)V99.                          00007200
          05 FD-FAT-ADICIONAL    PIC 9(06)V99.                          00007300
          05 FD-FAT-SEGURO       PIC 9(06)V99.                          00007400
          05 FD-FAT-TOTAL        PIC 9(07)V99.                          00007500
          05 FD-FAT-RASTREIO     PIC 9(10).                             00007600
                                                                        00007700
       FD FATTRANS                                                      00007800
           RECORDING MODE IS F                                          00007900
           LABEL RECORD IS STANDARD                                     00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
      *-------------------LRECL 60-------------------------             00008200
       01 FD-FATTRANS.                                                  00008300
          05 FD-FTR-TRANSP       PIC X(06).                             00008400
          05 FD-FTR-DOCUMENTO    PIC X(10).                             00008500
          05 FD-FTR-RASTREIO     PIC 9(10).                             00008600
          05 FD-FTR-DATA         PIC 9(08).                             00008700
          05 FD-FTR-PESO         PIC 9(05).                             00008800
          05 FD-FTR-COBRADO      PIC 9(07)V99.                          00008900
          05 FILLER              PIC X(12).                             00009000
                                                                        00009100
       FD SINCAD                                                        00009200
           RECORDING MODE IS F                                          00009300
           LABEL RECORD IS STANDARD                                     00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
      *-------------------LRECL 120------------------------             00009600
      * TIPO: A AVARIA  E EXTRAVIO                                      00009700
      * SITUACAO: A ABERTO  C ACEITO  L CREDITADO                       00009800
      *           R RECUSADO                                            00009900
       01 FD-SINCAD.                                                    00010000
          05 FD-SIN-RASTREIO     PIC 9(10).                             00010100
          05 FD-SIN-CLIENTE      PIC 9(05).                             00010200
          05 FD-SIN-UFORIG       PIC X(02).                             00010300
          05 FD-SIN-UFDEST       PIC X(02).                             00010400
          05 FD-SIN-TRANSP       PIC X(06).                             00010500
          05 FD-SIN-TIPO         PIC X(01).                             00010600
          05 FD-SIN-DECLARADO    PIC 9(07)V99.                          00010700
          05 FD-SIN-RECLAMADO    PIC 9(07)V99.                          00010800
          05 FD-SIN-ACEITO       PIC 9(07)V99.                          00010900
          05 FD-SIN-CREDITADO    PIC 9(07)V99.                          00011000
          05 FD-SIN-RECUPERADO   PIC 9(07)V99.                          00011100
          05 FD-SIN-SITUACAO     PIC X(01).                             00011200
             88 FD-SIN-ABERTO          VALUE 'A'.                       00011300
             88 FD-SIN-ACEITO-OK       VALUE 'C' 'L'.                   00011400
          05 FD-SIN-DTABERTURA   PIC 9(08).                             00011500
          05 FD-SIN-DTSITUACAO   PIC 9(08).                             00011600
          05 FD-SIN-DTACEITE     PIC 9(08).                             00011700
          05 FD-SIN-COMPET-CRED  PIC X(06).                             00011800
          05 FILLER              PIC X(18).                             00011900
                                                                        00012000
       FD RELSEG                                                        00012100
           RECORDING MODE IS F.                                         00012200
      *-------------------LRECL 80-------------------------             00012300
       01 FD-RELSEG              PIC X(80).                             00012400
                                                                        00012500
      *====================================================             00012600
       WORKING-STORAGE                          SECTION.                00012700
      *====================================================             00012800
                                                                        00012900
       77 WRK-FS-FATURA        PIC 9(02)    VALUE ZEROS.                00013000
       77 WRK-FS-FATTRANS      PIC 9(02)    VALUE ZEROS.                00013100
       77 WRK-FS-SINCAD        PIC 9(02)    VALUE ZEROS.                00013200
       77 WRK-FS-RELSEG        PIC 9(02)    VALUE ZEROS.                00013300
                                                                        00013400
       77 WRK-SW-FIM           PIC X(01)    VALUE 'N'.                  00013500
          88 WRK-FIM-FATURA         VALUE 'S'.                          00013600
       77 WRK-SW-FIMFTR        PIC X(01)    VALUE 'N'.                  00013700
          88 WRK-FIM-FATTRANS       VALUE 'S'.                          00013800
       77 WRK-SW-FIMSIN        PIC X(01)    VALUE 'N'.                  00013900
          88 WRK-FIM-SINCAD         VALUE 'S'.                          00014000
       77 WRK-SW-ACHOU         PIC X(01)    VALUE 'N'.                  00014100
          88 WRK-ACHOU              VALUE 'S'.                          00014200
                                                                        00014300
      *-------------PARAMETROS SYSIN-----------------------             00014400
       01 WRK-PERCARD.                                                  00014500
          05 FILLER              PIC X(10).                             00014600
          05 WRK-PERCARD-DE      PIC X(06).                             00014700
          05 FILLER              PIC X(01).                             00014800
          05 WRK-PERCARD-ATE     PIC X(06).                             00014900
                                                                        00015000
       01 WRK-ADVAL.                                                    00015100
          05 FILLER              PIC X(10).                             00015200
          05 WRK-ADVAL-AC        PIC 9V99.                              00015300
                                                                        00015400
       77 WRK-PER-DE           PIC X(06)    VALUE SPACES.               00015500
       77 WRK-PER-ATE          PIC X(06)    VALUE SPACES.               00015600
       77 WRK-PCT-SEGURO       PIC 9V99     VALUE ZEROS.                00015700
       77 WRK-DATA-HOJE        PIC 9(08)    VALUE ZEROS.                00015800
                                                                        00015900
      *-------------TRANSPORTADORA DE CADA RASTREIO--------             00016000
       77 WRK-QTD-MAP          PIC 9(05)    VALUE ZEROS.                00016100
       77 WRK-SUB-MAP          PIC 9(05)    VALUE ZEROS.                00016200
       01 WRK-TAB-MAP.                                                  00016300
          05 WRK-MAP-LINHA OCCURS 5000 TIMES.                           00016400
             10 WRK-TBMAP-RASTREIO PIC 9(10).                           00016500
             10 WRK-TBMAP-TRANSP   PIC X(06).                           00016600
                                                                        00016700
      *-------------TOTAIS POR UF E POR TRANSPORTADORA-----             00016800
      * MESMA TABELA PARA AS DUAS QUEBRAS: TIPO U (UF DE                00016900
      * DESTINO) OU T (TRANSPORTADORA).                                 00017000
       77 WRK-QTD-GRP          PIC 9(03)    VALUE ZEROS.                00017100
       77 WRK-SUB-GRP          PIC 9(03)    VALUE ZEROS.                00017200
       77 WRK-SUB-ACHADO       PIC 9(03)    VALUE ZEROS.                00017300
       01 WRK-TAB-GRP.                                                  00017400
          05 WRK-GRP-LINHA OCCURS 200 TIMES.                            00017500
             10 WRK-TBGRP-TIPO     PIC X(01).                           00017600
             10 WRK-TBGRP-CHAVE    PIC X(06).                           00017700
             10 WRK-TBGRP-QTDREM   PIC 9(05).                           00017800
             10 WRK-TBGRP-DECLAR   PIC 9(11)V99.                        00017900
             10 WRK-TBGRP-ARRECAD  PIC 9(11)V99.                        00018000
             10 WRK-TBGRP-QTDSIN   PIC 9(05).                           00018100
             10 WRK-TBGRP-PAGO     PIC 9(11)V99.                        00018200
             10 WRK-TBGRP-RECUP    PIC 9(11)V99.                        00018300
                                                                        00018400
      *-------------VARIAVEIS DE CALCULO-------------------             00018500
       77 WRK-GRP-TIPO         PIC X(01)    VALUE SPACES.               00018600
       77 WRK-GRP-CHAVE        PIC X(06)    VALUE SPACES.               00018700
       77 WRK-TRANSP-PROC      PIC X(06)    VALUE SPACES.               00018800
       77 WRK-PERDA            PIC S9(11)V99 VALUE ZEROS.               00018900
       77 WRK-PCT              PIC S9(04)V99 VALUE ZEROS.               00019000
       77 WRK-PCT-EQUIL        PIC S9(04)V99 VALUE ZEROS.               00019100
                                                                        00019200
      *-------------CONTADORES-----------------------------             00019300
       77 WRK-REGLIDOS         PIC 9(05)    VALUE ZEROS.                00019400
       77 WRK-QTD-SEMTRANSP    PIC 9(05)    VALUE ZEROS.                00019500
       77 WRK-QTD-SINLIDOS     PIC 9(05)    VALUE ZEROS.                00019600
       77 WRK-QTD-SINPER       PIC 9(05)    VALUE ZEROS.                00019700
       77 WRK-QTD-SINABERTO    PIC 9(05)    VALUE ZEROS.                00019800
       77 WRK-TOT-RECLAMADO    PIC 9(11)V99 VALUE ZEROS.                00019900
       77 WRK-TOT-QTDREM       PIC 9(07)    VALUE ZEROS.                00020000
       77 WRK-TOT-DECLAR       PIC 9(11)V99 VALUE ZEROS.                00020100
       77 WRK-TOT-ARRECAD      PIC 9(11)V99 VALUE ZEROS.                00020200
       77 WRK-TOT-QTDSIN       PIC 9(05)    VALUE ZEROS.                00020300
       77 WRK-TOT-PAGO         PIC 9(11)V99 VALUE ZEROS.                00020400
       77 WRK-TOT-RECUP        PIC 9(11)V99 VALUE ZEROS.                00020500
                                                                        00020600
      *-------------LINHAS DO RELATORIO--------------------             00020700
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00020800
       01 WRK-LINHA-BRANCO       PIC X(80) VALUE SPACES.                00020900
                                                                        00021000
       01 WRK-LINHA-TITULO.                                             00021100
          05 FILLER              PIC X(40) VALUE                        00021200
             'SEGURO AD-VALOREM X SINISTROS - PERIODO '.                00021300
          05 WRK-TIT-DE          PIC X(06).                             00021400
          05 FILLER              PIC X(03) VALUE ' A '.                 00021500
          05 WRK-TIT-ATE         PIC X(06).                             00021600
          05 FILLER              PIC X(07) VALUE ' DATA: '.             00021700
          05 WRK-TIT-DATA        PIC 9(08).                             00021800
          05 FILLER              PIC X(10) VALUE SPACES.                00021900
                                                                        00022000
       01 WRK-LINHA-SECAO.                                              00022100
          05 FILLER              PIC X(04) VALUE 'POR '.                00022200
          05 WRK-SEC-TITULO      PIC X(30).                             00022300
          05 FILLER              PIC X(46) VALUE SPACES.                00022400
                                                                        00022500
       01 WRK-LINHA-COLUNAS.                                            00022600
          05 WRK-COL-CHAVE       PIC X(06).                             00022700
          05 FILLER              PIC X(40) VALUE                        00022800
             '   QTD     DECLARADO   ARRECADADO  SIN  '.                00022900
          05 FILLER              PIC X(34) VALUE                        00023000
             '       PAGO   RECUPERADO  SINIST%'.                       00023100
                                                                        00023200
       01 WRK-LINHA-GRP.                                                00023300
          05 WRK-LG-CHAVE        PIC X(06).                             00023400
          05 FILLER              PIC X(01) VALUE SPACES.                00023500
          05 WRK-LG-QTDREM       PIC ZZZZ9.                             00023600
          05 FILLER              PIC X(01) VALUE SPACES.                00023700
          05 WRK-LG-DECLAR       PIC ZZ.ZZZ.ZZ9,99.                     00023800
          05 FILLER              PIC X(01) VALUE SPACES.                00023900
          05 WRK-LG-ARRECAD      PIC Z.ZZZ.ZZ9,99.                      00024000
          05 FILLER              PIC X(01) VALUE SPACES.                00024100
          05 WRK-LG-QTDSIN       PIC ZZZ9.                              00024200
          05 FILLER              PIC X(01) VALUE SPACES.                00024300
          05 WRK-LG-PAGO         PIC Z.ZZZ.ZZ9,99.                      00024400
          05 FILLER              PIC X(01) VALUE SPACES.                00024500
          05 WRK-LG-RECUP        PIC Z.ZZZ.ZZ9,99.                      00024600
          05 FILLER              PIC X(01) VALUE SPACES.                00024700
          05 WRK-LG-PCT          PIC ----9,9.                           00024800
          05 FILLER              PIC X(02) VALUE SPACES.                00024900
                                                                        00025000
       01 WRK-LINHA-EQUIL.                                              00025100
          05 FILLER              PIC X(32) VALUE                        00025200
             '% AD-VALOREM EM USO............:'.                        00025300
          05 WRK-LE-ATUAL        PIC Z9,99.                             00025400
          05 FILLER              PIC X(04) VALUE SPACES.                00025500
          05 FILLER              PIC X(16) VALUE                        00025600
             '% DE EQUILIBRIO:'.                                        00025700
          05 WRK-LE-EQUIL        PIC --9,99.                            00025800
          05 FILLER              PIC X(02) VALUE SPACES.                00025900
          05 WRK-LE-AVALIACAO    PIC X(15).                             00026000
                                                                        00026100
       01 WRK-LINHA-ABERTOS.                                            00026200
          05 FILLER              PIC X(32) VALUE                        00026300
             'SINISTROS AINDA EM ANALISE.....:'.                        00026400
          05 WRK-LA-QTD          PIC ZZZZ9.                             00026500
          05 FILLER              PIC X(14) VALUE                        00026600
             '  RECLAMADO: '.                                           00026700
          05 WRK-LA-VALOR        PIC ZZ.ZZZ.ZZ9,99.                     00026800
          05 FILLER              PIC X(16) VALUE SPACES.                00026900
                                                                        00027000
      *====================================================             00027100
       PROCEDURE                                DIVISION.               00027200
      *====================================================             00027300
                                                                        00027400
      *----------------------------------------------------             00027500
       0000-PRINCIPAL                           SECTION.                00027600
      *----------------------------------------------------             00027700
                                                                        00027800
             PERFORM 1000-INICIALIZAR.                                  00027900
             PERFORM 1200-LER-FATURA.                                   00028000
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-FATURA.               00028100
             PERFORM 2300-APURAR-SINISTROS.                             00028200
             PERFORM 2500-EMITIR-RELATORIO.                             00028300
             PERFORM 3000-FINALIZAR.                                    00028400
             STOP RUN.                                                  00028500
                                                                        00028600
       0000-99-FIM.          EXIT.                                      00028700
                                                                        00028800
      *----------------------------------------------------             00028900
       1000-INICIALIZAR                         SECTION.                00029000
      *----------------------------------------------------             00029100
                                                                        00029200
           OPEN INPUT  FATURA SINCAD                                    00029300
                OUTPUT RELSEG.                                          00029400
                                                                        00029500
           IF WRK-FS-FATURA NOT EQUAL 00                                00029600
              DISPLAY ' ERRO NO OPEN FATURA FS=' WRK-FS-FATURA          00029700
              MOVE 12 TO RETURN-CODE                                    00029800
              STOP RUN                                                  00029900
           END-IF.                                                      00030000
           IF WRK-FS-SINCAD NOT EQUAL 00                                00030100
              DISPLAY ' ERRO NO OPEN SINCAD FS=' WRK-FS-SINCAD          00030200
              MOVE 12 TO RETURN-CODE                                    00030300
              STOP RUN                                                  00030400
           END-IF.                                                      00030500
           IF WRK-FS-RELSEG NOT EQUAL 00                                00030600
              DISPLAY ' ERRO NO OPEN RELSEG FS=' WRK-FS-RELSEG          00030700
              MOVE 12 TO RETURN-CODE                                    00030800
              STOP RUN                                                  00030900
           END-IF.                                                      00031000
                                                                        00031100
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00031200
                                                                        00031300
           ACCEPT WRK-PERCARD FROM SYSIN.                               00031400
           IF WRK-PERCARD-DE EQUAL SPACES                               00031500
              MOVE '000000' TO WRK-PER-DE                               00031600
              MOVE '999999' TO WRK-PER-ATE                              00031700
           ELSE                                                         00031800
              MOVE WRK-PERCARD-DE  TO WRK-PER-DE                        00031900
              MOVE WRK-PERCARD-ATE TO WRK-PER-ATE                       00032000
              IF WRK-PERCARD-ATE EQUAL SPACES                           00032100
                 MOVE WRK-PERCARD-DE TO WRK-PER-ATE                     00032200
              END-IF                                                    00032300
           END-IF.                                                      00032400
                                                                        00032500
           ACCEPT WRK-ADVAL FROM SYSIN.                                 00032600
           IF WRK-ADVAL-AC NOT NUMERIC                                  00032700
              OR WRK-ADVAL-AC EQUAL ZEROS                               00032800
              MOVE 0,50 TO WRK-PCT-SEGURO                               00032900
           ELSE                                                         00033000
              MOVE WRK-ADVAL-AC TO WRK-PCT-SEGURO                       00033100
           END-IF.                                                      00033200
                                                                        00033300
           PERFORM 1100-CARREGAR-FATTRANS.                              00033400
                                                                        00033500
       1000-99-FIM.          EXIT.                                      00033600
                                                                        00033700
      *----------------------------------------------------             00033800
       1100-CARREGAR-FATTRANS                   SECTION.                00033900
      *----------------------------------------------------             00034000
      * SEM FATTRANS O ARRECADADO SAI TODO SEM                          00034100
      * TRANSPORTADORA (E AVISA NO SYSOUT). VALE A PRIMEIRA             00034200
      * COBRANCA DE CADA RASTREIO.                                      00034300
      *----------------------------------------------------             00034400
           OPEN INPUT FATTRANS.                                         00034500
           IF WRK-FS-FATTRANS NOT EQUAL 00                              00034600
              DISPLAY ' FATTRANS INDISPONIVEL (FS='                     00034700
                      WRK-FS-FATTRANS ') - SEM TRANSPORTADORA'          00034800
           ELSE                                                         00034900
              PERFORM 1110-LER-FATTRANS                                 00035000
                      UNTIL WRK-FIM-FATTRANS                            00035100
              CLOSE FATTRANS                                            00035200
              DISPLAY ' RASTREIOS COM TRANSPORTADORA: ' WRK-QTD-MAP     00035300
           END-IF.                                                      00035400
                                                                        00035500
       1100-99-FIM.          EXIT.                                      00035600
                                                                        00035700
      *----------------------------------------------------             00035800
       1110-LER-FATTRANS                        SECTION.                00035900
      *----------------------------------------------------             00036000
           READ FATTRANS                                                00036100
             AT END                                                     00036200
               MOVE 'S' TO WRK-SW-FIMFTR                                00036300
           END-READ.                                                    00036400
           IF WRK-FS-FATTRANS EQUAL 00                                  00036500
              AND FD-FTR-RASTREIO IS NUMERIC                            00036600
              MOVE 'N' TO WRK-SW-ACHOU                                  00036700
              MOVE 1 TO WRK-SUB-MAP                                     00036800
              PERFORM 1120-PROCURAR-RASTREIO                            00036900
                      UNTIL WRK-SUB-MAP GREATER WRK-QTD-MAP             00037000
                         OR WRK-ACHOU                                   00037100
              IF NOT WRK-ACHOU                                          00037200
                 IF WRK-QTD-MAP LESS 5000                               00037300
                    ADD 1 TO WRK-QTD-MAP                                00037400
                    MOVE FD-FTR-RASTREIO TO                             00037500
                         WRK-TBMAP-RASTREIO (WRK-QTD-MAP)               00037600
                    MOVE FD-FTR-TRANSP   TO                             00037700
                         WRK-TBMAP-TRANSP (WRK-QTD-MAP)                 00037800
                 ELSE                                                   00037900
                    DISPLAY ' TABELA DE RASTREIOS ESGOTADA (5000) '     00038000
                 END-IF                                                 00038100
              END-IF                                                    00038200
           END-IF.                                                      00038300
                                                                        00038400
       1110-99-FIM.          EXIT.                                      00038500
                                                                        00038600
      *----------------------------------------------------             00038700
       1120-PROCURAR-RASTREIO                   SECTION.                00038800
      *----------------------------------------------------             00038900
           IF WRK-TBMAP-RASTREIO (WRK-SUB-MAP) EQUAL FD-FTR-RASTREIO    00039000
              MOVE 'S' TO WRK-SW-ACHOU                                  00039100
           END-IF.                                                      00039200
           ADD 1 TO WRK-SUB-MAP.                                        00039300
                                                                        00039400
       1120-99-FIM.          EXIT.                                      00039500
                                                                        00039600
      *----------------------------------------------------             00039700
       1200-LER-FATURA                          SECTION.                00039800
      *----------------------------------------------------             00039900
           READ FATURA                                                  00040000
             AT END                                                     00040100
               MOVE 'S' TO WRK-SW-FIM                                   00040200
           END-READ.                                                    00040300
                                                                        00040400
       1200-99-FIM.          EXIT.                                      00040500
                                                                        00040600
      *----------------------------------------------------             00040700
       2000-PROCESSAR                           SECTION.                00040800
      *----------------------------------------------------             00040900
      * CADA LINHA DE FATURA SOMA NA SUA UF DE DESTINO E NA             00041000
      * TRANSPORTADORA QUE COBROU O RASTREIO.                           00041100
      *----------------------------------------------------             00041200
           ADD 1 TO WRK-REGLIDOS.                                       00041300
                                                                        00041400
           MOVE 'SEM TR' TO WRK-TRANSP-PROC.                            00041500
           IF FD-FAT-RASTREIO IS NUMERIC                                00041600
              AND FD-FAT-RASTREIO GREATER ZEROS                         00041700
              MOVE 'N' TO WRK-SW-ACHOU                                  00041800
              MOVE 1 TO WRK-SUB-MAP                                     00041900
              PERFORM 2050-PROCURAR-TRANSP                              00042000
                      UNTIL WRK-SUB-MAP GREATER WRK-QTD-MAP             00042100
                         OR WRK-ACHOU                                   00042200
           END-IF.                                                      00042300
           IF WRK-TRANSP-PROC EQUAL 'SEM TR'                            00042400
              ADD 1 TO WRK-QTD-SEMTRANSP                                00042500
           END-IF.                                                      00042600
                                                                        00042700
           MOVE 'U'       TO WRK-GRP-TIPO.                              00042800
           MOVE FD-FAT-UF TO WRK-GRP-CHAVE.                             00042900
           PERFORM 2100-LOCALIZAR-GRUPO.                                00043000
           PERFORM 2200-SOMAR-FATURA.                                   00043100
                                                                        00043200
           MOVE 'T'             TO WRK-GRP-TIPO.                        00043300
           MOVE WRK-TRANSP-PROC TO WRK-GRP-CHAVE.                       00043400
           PERFORM 2100-LOCALIZAR-GRUPO.                                00043500
           PERFORM 2200-SOMAR-FATURA.                                   00043600
                                                                        00043700
           ADD 1             TO WRK-TOT-QTDREM.                         00043800
           ADD FD-FAT-VALOR  TO WRK-TOT-DECLAR.                         00043900
           ADD FD-FAT-SEGURO TO WRK-TOT-ARRECAD.                        00044000
                                                                        00044100
           PERFORM 1200-LER-FATURA.                                     00044200
                                                                        00044300
       2000-99-FIM.          EXIT.                                      00044400
                                                                        00044500
      *----------------------------------------------------             00044600
       2050-PROCURAR-TRANSP                     SECTION.                00044700
      *----------------------------------------------------             00044800
           IF WRK-TBMAP-RASTREIO (WRK-SUB-MAP) EQUAL FD-FAT-RASTREIO    00044900
              MOVE WRK-TBMAP-TRANSP (WRK-SUB-MAP) TO WRK-TRANSP-PROC    00045000
              MOVE 'S' TO WRK-SW-ACHOU                                  00045100
           END-IF.                                                      00045200
           ADD 1 TO WRK-SUB-MAP.                                        00045300
                                                                        00045400
       2050-99-FIM.          EXIT.                                      00045500
                                                                        00045600
      *----------------------------------------------------             00045700
       2100-LOCALIZAR-GRUPO                     SECTION.                00045800
      *----------------------------------------------------             00045900
      * GRUPO (TIPO + CHAVE) NA TABELA, INCLUIDO ZERADO SE              00046000
      * NAO EXISTE; FICA EM WRK-SUB-ACHADO.                             00046100
      *----------------------------------------------------             00046200
           MOVE 'N' TO WRK-SW-ACHOU.                                    00046300
           MOVE 1 TO WRK-SUB-GRP.                                       00046400
           PERFORM 2110-PROCURAR-GRUPO                                  00046500
                   UNTIL WRK-SUB-GRP GREATER WRK-QTD-GRP                00046600
                      OR WRK-ACHOU.                                     00046700
           IF NOT WRK-ACHOU                                             00046800
              IF WRK-QTD-GRP LESS 200                                   00046900
                 ADD 1 TO WRK-QTD-GRP                                   00047000
                 MOVE WRK-GRP-TIPO  TO WRK-TBGRP-TIPO (WRK-QTD-GRP)     00047100
                 MOVE WRK-GRP-CHAVE TO WRK-TBGRP-CHAVE (WRK-QTD-GRP)    00047200
                 MOVE ZEROS TO WRK-TBGRP-QTDREM (WRK-QTD-GRP)           00047300
                               WRK-TBGRP-DECLAR (WRK-QTD-GRP)           00047400
                               WRK-TBGRP-ARRECAD (WRK-QTD-GRP)          00047500
                               WRK-TBGRP-QTDSIN (WRK-QTD-GRP)           00047600
                               WRK-TBGRP-PAGO (WRK-QTD-GRP)             00047700
                               WRK-TBGRP-RECUP (WRK-QTD-GRP)            00047800
                 MOVE WRK-QTD-GRP TO WRK-SUB-ACHADO                     00047900
              ELSE                                                      00048000
                 DISPLAY ' TABELA DE UF/TRANSPORTADORA ESGOTADA '       00048100
                 MOVE 12 TO RETURN-CODE                                 00048200
                 STOP RUN                                               00048300
              END-IF                                                    00048400
           END-IF.                                                      00048500
                                                                        00048600
       2100-99-FIM.          EXIT.                                      00048700
                                                                        00048800
      *----------------------------------------------------             00048900
       2110-PROCURAR-GRUPO                      SECTION.                00049000
      *----------------------------------------------------             00049100
           IF WRK-TBGRP-TIPO (WRK-SUB-GRP)  EQUAL WRK-GRP-TIPO          00049200
              AND WRK-TBGRP-CHAVE (WRK-SUB-GRP) EQUAL WRK-GRP-CHAVE     00049300
              MOVE WRK-SUB-GRP TO WRK-SUB-ACHADO                        00049400
              MOVE 'S' TO WRK-SW-ACHOU                                  00049500
           END-IF.                                                      00049600
           ADD 1 TO WRK-SUB-GRP.                                        00049700
                                                                        00049800
       2110-99-FIM.          EXIT.                                      00049900
                                                                        00050000
      *----------------------------------------------------             00050100
       2200-SOMAR-FATURA                        SECTION.                00050200
      *----------------------------------------------------             00050300
           ADD 1             TO WRK-TBGRP-QTDREM (WRK-SUB-ACHADO).      00050400
           ADD FD-FAT-VALOR  TO WRK-TBGRP-DECLAR (WRK-SUB-ACHADO).      00050500
           ADD FD-FAT-SEGURO TO WRK-TBGRP-ARRECAD (WRK-SUB-ACHADO).     00050600
                                                                        00050700
       2200-99-FIM.          EXIT.                                      00050800
                                                                        00050900
      *----------------------------------------------------             00051000
       2300-APURAR-SINISTROS                    SECTION.                00051100
      *----------------------------------------------------             00051200
           PERFORM 2310-LER-SINCAD.                                     00051300
           PERFORM 2320-SOMAR-SINISTRO                                  00051400
                   UNTIL WRK-FIM-SINCAD.                                00051500
                                                                        00051600
       2300-99-FIM.          EXIT.                                      00051700
                                                                        00051800
      *----------------------------------------------------             00051900
       2310-LER-SINCAD                          SECTION.                00052000
      *----------------------------------------------------             00052100
           READ SINCAD                                                  00052200
             AT END                                                     00052300
               MOVE 'S' TO WRK-SW-FIMSIN                                00052400
           END-READ.                                                    00052500
                                                                        00052600
       2310-99-FIM.          EXIT.                                      00052700
                                                                        00052800
      *----------------------------------------------------             00052900
       2320-SOMAR-SINISTRO                      SECTION.                00053000
      *----------------------------------------------------             00053100
      * SINISTRO ACEITO NO PERIODO SOMA O ACEITO (PAGO) E O             00053200
      * RECUPERADO NA UF DE DESTINO E NA TRANSPORTADORA;                00053300
      * SINISTRO ABERTO SO ENTRA NA CONTAGEM DO RODAPE.                 00053400
      *----------------------------------------------------             00053500
           ADD 1 TO WRK-QTD-SINLIDOS.                                   00053600
                                                                        00053700
           IF FD-SIN-ABERTO                                             00053800
              ADD 1 TO WRK-QTD-SINABERTO                                00053900
              ADD FD-SIN-RECLAMADO TO WRK-TOT-RECLAMADO                 00054000
           END-IF.                                                      00054100
                                                                        00054200
           IF FD-SIN-ACEITO-OK                                          00054300
              AND FD-SIN-DTACEITE (1:6) NOT LESS WRK-PER-DE             00054400
              AND FD-SIN-DTACEITE (1:6) NOT GREATER WRK-PER-ATE         00054500
              ADD 1 TO WRK-QTD-SINPER                                   00054600
              MOVE 'U'           TO WRK-GRP-TIPO                        00054700
              MOVE FD-SIN-UFDEST TO WRK-GRP-CHAVE                       00054800
              PERFORM 2100-LOCALIZAR-GRUPO                              00054900
              PERFORM 2330-SOMAR-PAGO                                   00055000
              MOVE 'T'           TO WRK-GRP-TIPO                        00055100
              MOVE FD-SIN-TRANSP TO WRK-GRP-CHAVE                       00055200
              PERFORM 2100-LOCALIZAR-GRUPO                              00055300
              PERFORM 2330-SOMAR-PAGO                                   00055400
              ADD 1                 TO WRK-TOT-QTDSIN                   00055500
              ADD FD-SIN-ACEITO     TO WRK-TOT-PAGO                     00055600
              ADD FD-SIN-RECUPERADO TO WRK-TOT-RECUP                    00055700
           END-IF.                                                      00055800
                                                                        00055900
           PERFORM 2310-LER-SINCAD.                                     00056000
                                                                        00056100
       2320-99-FIM.          EXIT.                                      00056200
                                                                        00056300
      *----------------------------------------------------             00056400
       2330-SOMAR-PAGO                          SECTION.                00056500
      *----------------------------------------------------             00056600
           ADD 1                 TO WRK-TBGRP-QTDSIN (WRK-SUB-ACHADO).  00056700
           ADD FD-SIN-ACEITO     TO WRK-TBGRP-PAGO (WRK-SUB-ACHADO).    00056800
           ADD FD-SIN-RECUPERADO TO WRK-TBGRP-RECUP (WRK-SUB-ACHADO).   00056900
                                                                        00057000
       2330-99-FIM.          EXIT.                                      00057100
                                                                        00057200
      *----------------------------------------------------             00057300
       2500-EMITIR-RELATORIO                    SECTION.                00057400
      *----------------------------------------------------             00057500
           MOVE WRK-PER-DE    TO WRK-TIT-DE.                            00057600
           MOVE WRK-PER-ATE   TO WRK-TIT-ATE.                           00057700
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.                          00057800
           WRITE FD-RELSEG FROM WRK-LINHA-TRACO.                        00057900
           WRITE FD-RELSEG FROM WRK-LINHA-TITULO.                       00058000
           WRITE FD-RELSEG FROM WRK-LINHA-TRACO.                        00058100
                                                                        00058200
           MOVE 'UF DE DESTINO                 ' TO WRK-SEC-TITULO.     00058300
           MOVE 'UF    '                         TO WRK-COL-CHAVE.      00058400
           MOVE 'U' TO WRK-GRP-TIPO.                                    00058500
           PERFORM 2510-EMITIR-SECAO.                                   00058600
                                                                        00058700
           MOVE 'TRANSPORTADORA                ' TO WRK-SEC-TITULO.     00058800
           MOVE 'TRANSP'                         TO WRK-COL-CHAVE.      00058900
           MOVE 'T' TO WRK-GRP-TIPO.                                    00059000
           PERFORM 2510-EMITIR-SECAO.                                   00059100
                                                                        00059200
           MOVE 'TOTAL '        TO WRK-LG-CHAVE.                        00059300
           MOVE WRK-TOT-QTDREM  TO WRK-LG-QTDREM.                       00059400
           MOVE WRK-TOT-DECLAR  TO WRK-LG-DECLAR.                       00059500
           MOVE WRK-TOT-ARRECAD TO WRK-LG-ARRECAD.                      00059600
           MOVE WRK-TOT-QTDSIN  TO WRK-LG-QTDSIN.                       00059700
           MOVE WRK-TOT-PAGO    TO WRK-LG-PAGO.                         00059800
           MOVE WRK-TOT-RECUP   TO WRK-LG-RECUP.                        00059900
           COMPUTE WRK-PERDA = WRK-TOT-PAGO - WRK-TOT-RECUP.            00060000
           IF WRK-TOT-ARRECAD GREATER ZEROS                             00060100
              COMPUTE WRK-PCT ROUNDED =                                 00060200
                      WRK-PERDA * 100 / WRK-TOT-ARRECAD                 00060300
           ELSE                                                         00060400
              MOVE ZEROS TO WRK-PCT                                     00060500
           END-IF.                                                      00060600
           MOVE WRK-PCT TO WRK-LG-PCT.                                  00060700
           WRITE FD-RELSEG FROM WRK-LINHA-TRACO.                        00060800
           WRITE FD-RELSEG FROM WRK-LINHA-GRP.                          00060900
           WRITE FD-RELSEG FROM WRK-LINHA-TRACO.                        00061000
                                                                        00061100
           PERFORM 2550-AVALIAR-PERCENTUAL.                             00061200
                                                                        00061300
           MOVE WRK-QTD-SINABERTO TO WRK-LA-QTD.                        00061400
           MOVE WRK-TOT-RECLAMADO TO WRK-LA-VALOR.                      00061500
           WRITE FD-RELSEG FROM WRK-LINHA-ABERTOS.                      00061600
                                                                        00061700
       2500-99-FIM.          EXIT.                                      00061800
                                                                        00061900
      *----------------------------------------------------             00062000
       2510-EMITIR-SECAO                        SECTION.                00062100
      *----------------------------------------------------             00062200
           WRITE FD-RELSEG FROM WRK-LINHA-BRANCO.                       00062300
           WRITE FD-RELSEG FROM WRK-LINHA-SECAO.                        00062400
           WRITE FD-RELSEG FROM WRK-LINHA-COLUNAS.                      00062500
           MOVE 1 TO WRK-SUB-GRP.                                       00062600
           PERFORM 2520-EMITIR-GRUPO                                    00062700
                   UNTIL WRK-SUB-GRP GREATER WRK-QTD-GRP.               00062800
                                                                        00062900
       2510-99-FIM.          EXIT.                                      00063000
                                                                        00063100
      *----------------------------------------------------             00063200
       2520-EMITIR-GRUPO                        SECTION.                00063300
      *----------------------------------------------------             00063400
      * SINISTRALIDADE = (PAGO - RECUPERADO) / ARRECADADO.              00063500
      *----------------------------------------------------             00063600
           IF WRK-TBGRP-TIPO (WRK-SUB-GRP) EQUAL WRK-GRP-TIPO           00063700
              MOVE WRK-TBGRP-CHAVE (WRK-SUB-GRP)   TO WRK-LG-CHAVE      00063800
              MOVE WRK-TBGRP-QTDREM (WRK-SUB-GRP)  TO WRK-LG-QTDREM     00063900
              MOVE WRK-TBGRP-DECLAR (WRK-SUB-GRP)  TO WRK-LG-DECLAR     00064000
              MOVE WRK-TBGRP-ARRECAD (WRK-SUB-GRP) TO WRK-LG-ARRECAD    00064100
              MOVE WRK-TBGRP-QTDSIN (WRK-SUB-GRP)  TO WRK-LG-QTDSIN     00064200
              MOVE WRK-TBGRP-PAGO (WRK-SUB-GRP)    TO WRK-LG-PAGO       00064300
              MOVE WRK-TBGRP-RECUP (WRK-SUB-GRP)   TO WRK-LG-RECUP      00064400
              COMPUTE WRK-PERDA = WRK-TBGRP-PAGO (WRK-SUB-GRP)          00064500
                                - WRK-TBGRP-RECUP (WRK-SUB-GRP)         00064600
              IF WRK-TBGRP-ARRECAD (WRK-SUB-GRP) GREATER ZEROS          00064700
                 COMPUTE WRK-PCT ROUNDED = WRK-PERDA * 100              00064800
                         / WRK-TBGRP-ARRECAD (WRK-SUB-GRP)              00064900
              ELSE                                                      00065000
                 MOVE ZEROS TO WRK-PCT                                  00065100
              END-IF                                                    00065200
              MOVE WRK-PCT TO WRK-LG-PCT                                00065300
              WRITE FD-RELSEG FROM WRK-LINHA-GRP                        00065400
           END-IF.                                                      00065500
           ADD 1 TO WRK-SUB-GRP.                                        00065600
                                                                        00065700
       2520-99-FIM.          EXIT.                                      00065800
                                                                        00065900
      *----------------------------------------------------             00066000
       2550-AVALIAR-PERCENTUAL                  SECTION.                00066100
      *----------------------------------------------------             00066200
      * EQUILIBRIO = PERDA LIQUIDA / VALOR DECLARADO; ACIMA             00066300
      * DO PERCENTUAL EM USO O SEGURO ESTA SUBPRECIFICADO.              00066400
      *----------------------------------------------------             00066500
           COMPUTE WRK-PERDA = WRK-TOT-PAGO - WRK-TOT-RECUP.            00066600
           IF WRK-TOT-DECLAR GREATER ZEROS                              00066700
              COMPUTE WRK-PCT-EQUIL ROUNDED =                           00066800
                      WRK-PERDA * 100 / WRK-TOT-DECLAR                  00066900
           ELSE                                                         00067000
              MOVE ZEROS TO WRK-PCT-EQUIL                               00067100
           END-IF.                                                      00067200
                                                                        00067300
           MOVE WRK-PCT-SEGURO TO WRK-LE-ATUAL.                         00067400
           MOVE WRK-PCT-EQUIL  TO WRK-LE-EQUIL.                         00067500
           IF WRK-PCT-EQUIL GREATER WRK-PCT-SEGURO                      00067600
              MOVE 'INSUFICIENTE   ' TO WRK-LE-AVALIACAO                00067700
           ELSE                                                         00067800
              MOVE 'SUFICIENTE     ' TO WRK-LE-AVALIACAO                00067900
           END-IF.                                                      00068000
           WRITE FD-RELSEG FROM WRK-LINHA-EQUIL.                        00068100
                                                                        00068200
       2550-99-FIM.          EXIT.                                      00068300
                                                                        00068400
      *----------------------------------------------------             00068500
       3000-FINALIZAR                           SECTION.                00068600
      *----------------------------------------------------             00068700
           CLOSE FATURA SINCAD RELSEG.                                  00068800
                                                                        00068900
           DISPLAY ' ============================================'.     00069000
           DISPLAY ' RESUMO DO PROCESSAMENTO - FR01CB30          '.     00069100
           DISPLAY ' ============================================'.     00069200
           DISPLAY ' LINHAS DE FATURA LIDAS...' WRK-REGLIDOS.           00069300
           DISPLAY ' SEM TRANSPORTADORA.......' WRK-QTD-SEMTRANSP.      00069400
           DISPLAY ' AD-VALOREM ARRECADADO....' WRK-TOT-ARRECAD.        00069500
           DISPLAY ' SINISTROS LIDOS..........' WRK-QTD-SINLIDOS.       00069600
           DISPLAY ' SINISTROS DO PERIODO.....' WRK-QTD-SINPER.         00069700
           DISPLAY ' SINISTROS PAGOS..........' WRK-TOT-PAGO.           00069800
           DISPLAY ' VALOR RECUPERADO.........' WRK-TOT-RECUP.          00069900
           DISPLAY ' SINISTROS EM ANALISE.....' WRK-QTD-SINABERTO.      00070000
           DISPLAY ' ============================================'.     00070100
                                                                        00070200
       3000-99-FIM.          EXIT.                                      00070300
